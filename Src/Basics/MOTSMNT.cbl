      *> sont ecartees et signalees), entretenu en memoire (ajout
      *> avec controle de longueur et d'unicite, suppression, liste
      *> par categorie, renommage de categorie) puis reecrit
      *> proprement a la sortie. La cotation de difficulte posee
      *> par MOTSCOTE est conservee a la reecriture et affichee a
      *> la liste ; un mot ajoute entre non cote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  WORD-BANK-FILE.
           COPY MOT-BANQUE-REC.

       WORKING-STORAGE SECTION.
       01  WS-WB-STATUS          PIC XX VALUE "00".
           05  WS-ENTREE OCCURS 200 TIMES.
               10  WS-ENT-CATEGORIE PIC X(15).
               10  WS-ENT-MOT    PIC X(20).
               10  WS-ENT-COTE   PIC 9(3).
               10  WS-ENT-NIVEAU PIC X.
               10  WS-ENT-PARTIES PIC 9(4).
       01  WS-INDEX              PIC 9(3).
       01  WS-INDEX-TASSEMENT    PIC 9(3).

       01  WS-COUNT-LISTES       PIC 9(3).
       01  WS-COUNT-RENOMMES     PIC 9(3).
       01  WS-COUNT-ECARTES      PIC 9(3) VALUE 0.
       01  WS-NIVEAU-LIBELLE     PIC X(9).
       01  WS-MODIFIE            PIC X VALUE "N".
           88  BANQUE-MODIFIEE            VALUE "Y".

                          MOVE WB-CATEGORIE TO
                             WS-ENT-CATEGORIE(WS-NB-MOTS)
                          MOVE WB-MOT TO WS-ENT-MOT(WS-NB-MOTS)
                          PERFORM CHARGER-COTATION
                       END-IF
                    END-IF
              END-READ

           .

      *> Une ligne d'avant la cotation (ou mal cotee) est chargee
      *> non cotee.
       CHARGER-COTATION.
           IF WB-COTE IS NUMERIC AND WB-PARTIES IS NUMERIC
                 AND (WB-FACILE OR WB-MOYEN OR WB-DIFFICILE
                    OR WB-NON-COTE)
              MOVE WB-COTE TO WS-ENT-COTE(WS-NB-MOTS)
              MOVE WB-NIVEAU TO WS-ENT-NIVEAU(WS-NB-MOTS)
              MOVE WB-PARTIES TO WS-ENT-PARTIES(WS-NB-MOTS)
           ELSE
              MOVE ZERO TO WS-ENT-COTE(WS-NB-MOTS)
              MOVE SPACE TO WS-ENT-NIVEAU(WS-NB-MOTS)
              MOVE ZERO TO WS-ENT-PARTIES(WS-NB-MOTS)
              MOVE "Y" TO WS-MODIFIE
           END-IF

           .

       AJOUTER-MOT.
           DISPLAY "Categorie :".
           ACCEPT WS-CATEGORIE-SAISIE.
           ADD 1 TO WS-NB-MOTS.
           MOVE WS-CATEGORIE-SAISIE TO WS-ENT-CATEGORIE(WS-NB-MOTS).
           MOVE WS-MOT-SAISI TO WS-ENT-MOT(WS-NB-MOTS).
           MOVE ZERO TO WS-ENT-COTE(WS-NB-MOTS).
           MOVE SPACE TO WS-ENT-NIVEAU(WS-NB-MOTS).
           MOVE ZERO TO WS-ENT-PARTIES(WS-NB-MOTS).
           MOVE "Y" TO WS-MODIFIE.
           DISPLAY "Mot ajoute (non cote jusqu'au prochain MOTSCOTE)."

           .

                 UNTIL WS-INDEX > WS-NB-MOTS
              IF WS-ENT-CATEGORIE(WS-INDEX) = WS-CATEGORIE-SAISIE
                 ADD 1 TO WS-COUNT-LISTES
                 EVALUATE WS-ENT-NIVEAU(WS-INDEX)
                    WHEN "F"
                       MOVE "FACILE" TO WS-NIVEAU-LIBELLE
                    WHEN "M"
                       MOVE "MOYEN" TO WS-NIVEAU-LIBELLE
                    WHEN "D"
                       MOVE "DIFFICILE" TO WS-NIVEAU-LIBELLE
                    WHEN OTHER
                       MOVE "NON COTE" TO WS-NIVEAU-LIBELLE
                 END-EVALUATE
                 IF WS-ENT-NIVEAU(WS-INDEX) = SPACE
                    DISPLAY "  " WS-ENT-MOT(WS-INDEX) " "
                       WS-NIVEAU-LIBELLE " ("
                       WS-ENT-PARTIES(WS-INDEX) " parties)"
                 ELSE
                    DISPLAY "  " WS-ENT-MOT(WS-INDEX) " "
                       WS-NIVEAU-LIBELLE " cote "
                       WS-ENT-COTE(WS-INDEX) "/100 ("
                       WS-ENT-PARTIES(WS-INDEX) " parties)"
                 END-IF
              END-IF
           END-PERFORM.


           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-NB-MOTS
              MOVE SPACES TO WORD-BANK-REC
              MOVE WS-ENT-CATEGORIE(WS-INDEX) TO WB-CATEGORIE
              MOVE WS-ENT-MOT(WS-INDEX) TO WB-MOT
              MOVE WS-ENT-COTE(WS-INDEX) TO WB-COTE
              MOVE WS-ENT-NIVEAU(WS-INDEX) TO WB-NIVEAU
              MOVE WS-ENT-PARTIES(WS-INDEX) TO WB-PARTIES
              WRITE WORD-BANK-REC
           END-PERFORM.

