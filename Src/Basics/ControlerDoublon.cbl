       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlerDoublon.
       AUTHOR. moi.

      *> Sous-programme reutilisable : detection des doublons
      *> d'enregistrements sur les fichiers d'interface. Chaque
      *> interface (PAIEMENT, OPERCPT, ...) fournit la cle qui
      *> identifie un enregistrement (pret + date + montant pour un
      *> paiement, client + date + libelle + montant pour une
      *> operation). Un enregistrement est doublon si sa cle a deja
      *> ete vue dans le meme fichier ou imputee dans les N derniers
      *> jours (postes-recus.dat, N dans doublons.ctl, 30 a
      *> defaut) ; l'appelant l'oriente alors vers un fichier de
      *> revue au lieu de l'imputer.
      *>   "O" : ouverture - charge l'historique de l'interface ;
      *>   "C" : controle d'une cle - CD-REPONSE "D" si doublon,
      *>         "O" sinon (la cle est alors retenue) ;
      *>   "F" : fermeture - ajoute a l'historique les cles retenues
      *>         pendant le passage, a la date de traitement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-FILE ASSIGN TO "Data/ops/postes-recus.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT PARAMETRE-FILE ASSIGN TO "Data/ops/doublons.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIQUE-FILE.
       01  HISTORIQUE-LINE.
           05  PH-INTERFACE      PIC X(8).
           05  FILLER            PIC X.
           05  PH-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  PH-CLE            PIC X(40).

       FD  PARAMETRE-FILE.
       01  PARAMETRE-LINE.
           05  PA-NB-JOURS       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-HIS-STATUS         PIC XX.
       01  WS-PAR-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-DATE-TRAITEMENT    PIC 9(8).
       01  WS-NB-JOURS           PIC 9(3).
       01  WS-JOUR-LIMITE        PIC 9(7).

       01  WS-TABLE-CLES.
           05  WS-NB-CLES        PIC 9(5) VALUE 0.
           05  WS-NB-HISTORIQUE  PIC 9(5) VALUE 0.
           05  WS-CLE OCCURS 5000 TIMES PIC X(40).
       01  WS-CLE-INDEX          PIC 9(5).
       01  WS-TROUVE             PIC X.

       LINKAGE SECTION.
       01  CD-ACTION             PIC X.
           88  CD-OUVERTURE      VALUE "O".
           88  CD-CONTROLE       VALUE "C".
           88  CD-FERMETURE      VALUE "F".
       01  CD-INTERFACE          PIC X(8).
       01  CD-CLE                PIC X(40).
       01  CD-REPONSE            PIC X.

       PROCEDURE DIVISION USING CD-ACTION CD-INTERFACE CD-CLE
              CD-REPONSE.
           MOVE "O" TO CD-REPONSE.

           EVALUATE TRUE
              WHEN CD-OUVERTURE
                 PERFORM CHARGER-HISTORIQUE
              WHEN CD-CONTROLE
                 PERFORM CONTROLER-CLE
              WHEN CD-FERMETURE
                 PERFORM AJOUTER-HISTORIQUE
              WHEN OTHER
                 DISPLAY "ControlerDoublon : action inconnue "
                    CD-ACTION
           END-EVALUATE.

           GOBACK.

       CHARGER-HISTORIQUE.
           MOVE ZERO TO WS-NB-CLES WS-NB-HISTORIQUE.
           CALL "DateTraitement" USING WS-DATE-TRAITEMENT.

           MOVE 30 TO WS-NB-JOURS.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PAR-STATUS = "00"
              READ PARAMETRE-FILE
                 NOT AT END
                    IF PA-NB-JOURS IS NUMERIC
                       MOVE PA-NB-JOURS TO WS-NB-JOURS
                    END-IF
              END-READ
              CLOSE PARAMETRE-FILE
           END-IF.
           COMPUTE WS-JOUR-LIMITE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT)
              - WS-NB-JOURS.

           MOVE "N" TO WS-EOF.
           OPEN INPUT HISTORIQUE-FILE.
           IF WS-HIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ HISTORIQUE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF PH-INTERFACE = CD-INTERFACE
                          AND PH-DATE IS NUMERIC
                       IF FUNCTION INTEGER-OF-DATE(PH-DATE)
                             >= WS-JOUR-LIMITE
                          PERFORM RETENIR-CLE-HISTORIQUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORIQUE-FILE.
           MOVE WS-NB-CLES TO WS-NB-HISTORIQUE

           .

       RETENIR-CLE-HISTORIQUE.
           IF WS-NB-CLES >= 5000
              DISPLAY "ControlerDoublon : table saturee, historique "
                 "tronque pour " CD-INTERFACE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLES.
           MOVE PH-CLE TO WS-CLE(WS-NB-CLES)

           .

       CONTROLER-CLE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-CLE-INDEX FROM 1 BY 1
                 UNTIL WS-CLE-INDEX > WS-NB-CLES
                 OR WS-TROUVE = "Y"
              IF WS-CLE(WS-CLE-INDEX) = CD-CLE
                 MOVE "Y" TO WS-TROUVE
              END-IF
           END-PERFORM.

           IF WS-TROUVE = "Y"
              MOVE "D" TO CD-REPONSE
              EXIT PARAGRAPH
           END-IF.

           IF WS-NB-CLES < 5000
              ADD 1 TO WS-NB-CLES
              MOVE CD-CLE TO WS-CLE(WS-NB-CLES)
           END-IF

           .

       AJOUTER-HISTORIQUE.
           IF WS-NB-CLES <= WS-NB-HISTORIQUE
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND HISTORIQUE-FILE.
           IF WS-HIS-STATUS = "35"
              OPEN OUTPUT HISTORIQUE-FILE
           END-IF.
           IF WS-HIS-STATUS NOT = "00" AND WS-HIS-STATUS NOT = "05"
              DISPLAY "ControlerDoublon : historique inaccessible, "
                 "STATUS=" WS-HIS-STATUS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CLE-INDEX = WS-NB-HISTORIQUE + 1.
           PERFORM UNTIL WS-CLE-INDEX > WS-NB-CLES
              MOVE SPACES TO HISTORIQUE-LINE
              MOVE CD-INTERFACE TO PH-INTERFACE
              MOVE WS-DATE-TRAITEMENT TO PH-DATE
              MOVE WS-CLE(WS-CLE-INDEX) TO PH-CLE
              WRITE HISTORIQUE-LINE
              ADD 1 TO WS-CLE-INDEX
           END-PERFORM.
           CLOSE HISTORIQUE-FILE.
           MOVE WS-NB-CLES TO WS-NB-HISTORIQUE

           .
