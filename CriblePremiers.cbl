       identification division.
       program-id. CriblePremiers.
       author. Lenglart.

      * Generation de la table des nombres premiers du club de
      * maths : crible d'Eratosthene jusqu'a la limite lue dans
      * Data/premier/crible.ctl (ligne LM + limite sur 7 chiffres,
      * 100000 a defaut, bornee a 1000000), ecriture de tous les
      * premiers trouves dans table-premiers.dat (entete puis un
      * premier par ligne). NombrePremier verifie et factorise par
      * cette table : une table jusqu'a L couvre exactement tout
      * nombre jusqu'a L x L, soit les neuf chiffres des L = 31623.
      * A relancer chaque fois que la limite est changee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRIBLE-FILE ASSIGN TO "Data/premier/crible.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-crible-status.

           SELECT TABLE-FILE ASSIGN TO "Data/premier/table-premiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-table-status.

       DATA DIVISION.

       FILE SECTION.
       FD  CRIBLE-FILE.
       01  CRIBLE-REC.
           05 cr-code         PIC X(2).
           05 cr-valeur       PIC 9(7).

       FD  TABLE-FILE.
           COPY PREMIER-TABLE-REC.

       WORKING-STORAGE SECTION.
       01  ws-crible-status   PIC XX.
       01  ws-table-status    PIC XX.
       01  ws-crible-eof      PIC X VALUE "N".
           88 CRIBLE-EOF              VALUE "Y".

       01  ws-limite          PIC 9(7) VALUE 100000.
       01  ws-limite-maxi     PIC 9(7) VALUE 1000000.

      * Une position par entier de 1 a la limite : "P" tant que
      * l'entier n'a pas ete raye comme multiple.
       01  ws-crible.
           05 ws-marque OCCURS 1000000 TIMES PIC X.

       01  ws-candidat        PIC 9(7).
       01  ws-multiple        PIC 9(7).
       01  ws-carre           PIC 9(14).
       01  ws-nb-premiers     PIC 9(7) VALUE ZERO.
       01  ws-plus-grand      PIC 9(7) VALUE ZERO.
       01  ws-limite-ed       PIC Z(6)9.
       01  ws-nb-ed           PIC Z(6)9.

       PROCEDURE DIVISION.

           PERFORM Lecture-Limite.
           PERFORM Crible.
           PERFORM Ecriture-Table.

           move ws-limite to ws-limite-ed.
           move ws-nb-premiers to ws-nb-ed.
           DISPLAY "TABLE DES PREMIERS JUSQU'A " ws-limite-ed
              " : " ws-nb-ed " PREMIERS".

           stop run.

      * Limite du crible ; fichier absent ou valeur aberrante =
      * limite par defaut.
       Lecture-Limite.
           OPEN INPUT CRIBLE-FILE.
           IF ws-crible-status NOT = "00"
              DISPLAY "CRIBLE.CTL ABSENT, LIMITE PAR DEFAUT"
           ELSE
              PERFORM UNTIL CRIBLE-EOF
                 READ CRIBLE-FILE
                    AT END
                       SET CRIBLE-EOF TO TRUE
                    NOT AT END
                       IF cr-code = "LM" AND cr-valeur IS NUMERIC
                          move cr-valeur to ws-limite
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CRIBLE-FILE
           END-IF.

           IF ws-limite < 2
              move 100000 to ws-limite
           END-IF.
           IF ws-limite > ws-limite-maxi
              DISPLAY "LIMITE RAMENEE AU MAXIMUM DU CRIBLE"
              move ws-limite-maxi to ws-limite
           END-IF.

       Crible.
           move all "P" to ws-crible.
           move "N" to ws-marque(1).

           move 2 to ws-candidat.
           compute ws-carre = ws-candidat * ws-candidat.
           PERFORM UNTIL ws-carre > ws-limite
              IF ws-marque(ws-candidat) = "P"
                 PERFORM VARYING ws-multiple FROM ws-carre
                       BY ws-candidat
                       UNTIL ws-multiple > ws-limite
                    move "N" to ws-marque(ws-multiple)
                 END-PERFORM
              END-IF
              add 1 to ws-candidat
              compute ws-carre = ws-candidat * ws-candidat
           END-PERFORM.

           PERFORM VARYING ws-candidat FROM 2 BY 1
                 UNTIL ws-candidat > ws-limite
              IF ws-marque(ws-candidat) = "P"
                 add 1 to ws-nb-premiers
                 move ws-candidat to ws-plus-grand
              END-IF
           END-PERFORM.

      * L'entete porte le compte des premiers : un lecteur qui n'en
      * retrouve pas autant sait que la table est tronquee.
       Ecriture-Table.
           OPEN OUTPUT TABLE-FILE.
           IF ws-table-status NOT = "00"
              DISPLAY "TABLE-FILE OPEN ERROR, STATUS="
                 ws-table-status
              STOP RUN
           END-IF.

           move "E" to PT-TYPE.
           move ws-limite to PT-VALEUR.
           move ws-nb-premiers to PT-RANG.
           WRITE PREMIER-TABLE-REC.

           move zero to PT-RANG.
           move "P" to PT-TYPE.
           PERFORM VARYING ws-candidat FROM 2 BY 1
                 UNTIL ws-candidat > ws-plus-grand
              IF ws-marque(ws-candidat) = "P"
                 add 1 to PT-RANG
                 move ws-candidat to PT-VALEUR
                 WRITE PREMIER-TABLE-REC
              END-IF
           END-PERFORM.

           CLOSE TABLE-FILE.
