       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValiderIban.
       AUTHOR. moi.

      *> Sous-programme reutilisable : controle des coordonnees
      *> bancaires d'un beneficiaire externe avant toute emission de
      *> virement hors de la maison (COMPTVEX).
      *>
      *> Regles :
      *>   IBAN : cadre a gauche, sans blanc interne, deux lettres
      *>          de pays, deux chiffres de cle, puis lettres
      *>          majuscules et chiffres ; longueur de 15 a 34, ou
      *>          la longueur exacte du pays s'il figure a la table
      *>          ci-dessous ; cle verifiee modulo 97 (les quatre
      *>          premiers caracteres passes en queue, chaque
      *>          lettre remplacee par son rang A=10 ... Z=35, le
      *>          nombre obtenu doit laisser 1 pour reste) ;
      *>   BIC  : 8 ou 11 caracteres, quatre lettres de banque,
      *>          deux lettres de pays, puis lettres ou chiffres.
      *> Code retour VB-CODE : "OK " / "IBF" (IBAN mal forme) /
      *> "IBC" (cle IBAN fausse) / "BIC" (BIC mal forme).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INDEX              PIC 99.
       01  WS-RANG               PIC 99.
       01  WS-LG-UTILE           PIC 99.
       01  WS-CARACTERE          PIC X.
       01  WS-VALEUR             PIC 99.
       01  WS-RESTE              PIC 9(4).
       01  WS-IBAN-REORDONNE     PIC X(34).

       01  WS-ALPHABET           PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> Longueur de l'IBAN des pays les plus frequents en emission.
       01  WS-TABLE-PAYS-VALEURS.
           05  FILLER            PIC X(4) VALUE "FR27".
           05  FILLER            PIC X(4) VALUE "MC27".
           05  FILLER            PIC X(4) VALUE "DE22".
           05  FILLER            PIC X(4) VALUE "BE16".
           05  FILLER            PIC X(4) VALUE "LU20".
           05  FILLER            PIC X(4) VALUE "NL18".
           05  FILLER            PIC X(4) VALUE "ES24".
           05  FILLER            PIC X(4) VALUE "IT27".
           05  FILLER            PIC X(4) VALUE "PT25".
           05  FILLER            PIC X(4) VALUE "CH21".
           05  FILLER            PIC X(4) VALUE "GB22".
       01  WS-TABLE-PAYS REDEFINES WS-TABLE-PAYS-VALEURS.
           05  WS-PAYS OCCURS 11 TIMES.
               10  WS-PAYS-CODE  PIC XX.
               10  WS-PAYS-LONGUEUR PIC 99.
       01  WS-PAYS-INDEX         PIC 99.

       01  WS-IBAN-VALIDE        PIC X.
       01  WS-BIC-VALIDE         PIC X.

       LINKAGE SECTION.
       01  VB-IBAN               PIC X(34).
       01  VB-BIC                PIC X(11).
       01  VB-CODE               PIC X(3).

       PROCEDURE DIVISION USING VB-IBAN VB-BIC VB-CODE.
           PERFORM CONTROLER-IBAN.
           IF WS-IBAN-VALIDE = "F"
              MOVE "IBF" TO VB-CODE
              GOBACK
           END-IF.
           IF WS-IBAN-VALIDE = "C"
              MOVE "IBC" TO VB-CODE
              GOBACK
           END-IF.

           PERFORM CONTROLER-BIC.
           IF WS-BIC-VALIDE = "N"
              MOVE "BIC" TO VB-CODE
           ELSE
              MOVE "OK " TO VB-CODE
           END-IF.

           GOBACK.

      *> WS-IBAN-VALIDE : "O" valide, "F" mal forme, "C" cle fausse.
       CONTROLER-IBAN.
           MOVE "F" TO WS-IBAN-VALIDE.

           IF VB-IBAN = SPACES
              EXIT PARAGRAPH
           END-IF.

      *    Longueur utile : position du dernier caractere non blanc.
           MOVE ZERO TO WS-LG-UTILE.
           PERFORM VARYING WS-INDEX FROM 34 BY -1
                 UNTIL WS-INDEX = ZERO OR WS-LG-UTILE > ZERO
              IF VB-IBAN(WS-INDEX:1) NOT = SPACE
                 MOVE WS-INDEX TO WS-LG-UTILE
              END-IF
           END-PERFORM.
           IF WS-LG-UTILE < 15
              EXIT PARAGRAPH
           END-IF.

           IF VB-IBAN(1:2) IS NOT ALPHABETIC-UPPER
                 OR VB-IBAN(1:1) = SPACE OR VB-IBAN(2:1) = SPACE
                 OR VB-IBAN(3:2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-INDEX FROM 5 BY 1
                 UNTIL WS-INDEX > WS-LG-UTILE
              MOVE VB-IBAN(WS-INDEX:1) TO WS-CARACTERE
              IF WS-CARACTERE IS NOT NUMERIC
                    AND (WS-CARACTERE IS NOT ALPHABETIC-UPPER
                         OR WS-CARACTERE = SPACE)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-PAYS-INDEX FROM 1 BY 1
                 UNTIL WS-PAYS-INDEX > 11
              IF WS-PAYS-CODE(WS-PAYS-INDEX) = VB-IBAN(1:2)
                    AND WS-PAYS-LONGUEUR(WS-PAYS-INDEX)
                       NOT = WS-LG-UTILE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

      *    Cle modulo 97, calculee de proche en proche pour ne
      *    jamais manipuler le nombre entier (jusqu'a 68 chiffres).
           MOVE "C" TO WS-IBAN-VALIDE.
           MOVE SPACES TO WS-IBAN-REORDONNE.
           MOVE VB-IBAN(5:WS-LG-UTILE - 4) TO WS-IBAN-REORDONNE.
           MOVE VB-IBAN(1:4)
              TO WS-IBAN-REORDONNE(WS-LG-UTILE - 3:4).

           MOVE ZERO TO WS-RESTE.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-LG-UTILE
              MOVE WS-IBAN-REORDONNE(WS-INDEX:1) TO WS-CARACTERE
              IF WS-CARACTERE IS NUMERIC
                 MOVE WS-CARACTERE TO WS-VALEUR
                 COMPUTE WS-RESTE =
                    FUNCTION MOD(WS-RESTE * 10 + WS-VALEUR, 97)
              ELSE
                 MOVE ZERO TO WS-VALEUR
                 PERFORM VARYING WS-RANG FROM 1 BY 1
                       UNTIL WS-RANG > 26 OR WS-VALEUR > ZERO
                    IF WS-ALPHABET(WS-RANG:1) = WS-CARACTERE
                       COMPUTE WS-VALEUR = WS-RANG + 9
                    END-IF
                 END-PERFORM
                 COMPUTE WS-RESTE =
                    FUNCTION MOD(WS-RESTE * 100 + WS-VALEUR, 97)
              END-IF
           END-PERFORM.

           IF WS-RESTE = 1
              MOVE "O" TO WS-IBAN-VALIDE
           END-IF

           .

       CONTROLER-BIC.
           MOVE "N" TO WS-BIC-VALIDE.

           IF VB-BIC(9:3) = SPACES
              MOVE 8 TO WS-LG-UTILE
           ELSE
              MOVE 11 TO WS-LG-UTILE
           END-IF.

           IF VB-BIC(1:6) IS NOT ALPHABETIC-UPPER
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-LG-UTILE
              MOVE VB-BIC(WS-INDEX:1) TO WS-CARACTERE
              IF WS-CARACTERE = SPACE
                    OR (WS-CARACTERE IS NOT NUMERIC
                        AND WS-CARACTERE IS NOT ALPHABETIC-UPPER)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

           MOVE "O" TO WS-BIC-VALIDE

           .
