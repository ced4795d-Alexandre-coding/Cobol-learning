       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.

      *> Maintenance par lot du catalogue des produits de pret
      *> (produits.idx), sur le modele de GARMNT : applique un
      *> fichier de mouvements (code action + image PRODUIT-REC)
      *> avec A = ajout, M = modification, D = suppression. Chaque
      *> mouvement est valide (bornes de montant et de duree
      *> coherentes, age maximum renseigne, exigences a O ou N)
      *> avant application ; applique ou rejete, il laisse une
      *> ligne dans le compte rendu avec les compteurs en fin
      *> d'etat. Le catalogue est consulte par CALCPRET pour
      *> l'eligibilite des dossiers ; les taux restent au bareme.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/pret/produits-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT PRODUIT-FILE ASSIGN TO "Data/pret/produits.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE-PRODUIT OF PRODUIT-MASTER-REC
               FILE STATUS IS WS-PRD-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/pret/produits-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  PM-ACTION         PIC X.
               88  PM-AJOUT      VALUE "A".
               88  PM-MODIF      VALUE "M".
               88  PM-SUPPRESSION VALUE "D".
           05  PM-IMAGE          PIC X(48).

       FD  PRODUIT-FILE.
           COPY PRODUIT-REC
               REPLACING == PRODUIT-REC == BY
                  == PRODUIT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-PRD-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       COPY PRODUIT-REC.

       PROCEDURE DIVISION.
           DISPLAY "=== PRODMNT START ===".
           MOVE "PRODMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O PRODUIT-FILE.
           IF WS-PRD-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT PRODUIT-FILE
              CLOSE PRODUIT-FILE
              OPEN I-O PRODUIT-FILE
           END-IF.
           IF WS-PRD-STATUS NOT = "00"
              DISPLAY "PRODUIT-FILE OPEN ERROR, STATUS="
                 WS-PRD-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE PRODUIT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    MOVE PM-IMAGE TO PRODUIT-REC
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE PRODUIT-FILE RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "PRODMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRODMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           IF NOT PM-SUPPRESSION
              PERFORM CONTROLER-IMAGE
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN PM-AJOUT
                 PERFORM APPLIQUER-AJOUT
              WHEN PM-MODIF
                 PERFORM APPLIQUER-MODIFICATION
              WHEN PM-SUPPRESSION
                 PERFORM APPLIQUER-SUPPRESSION
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
           END-EVALUATE

           .

       CONTROLER-IMAGE.
           EVALUATE TRUE
              WHEN PC-CODE-PRODUIT OF PRODUIT-REC = SPACES
                 MOVE "CODE PRODUIT ABSENT" TO WS-MOTIF-REJET
              WHEN PC-MONTANT-MIN OF PRODUIT-REC IS NOT NUMERIC
                    OR PC-MONTANT-MAX OF PRODUIT-REC IS NOT NUMERIC
                    OR PC-DUREE-MIN OF PRODUIT-REC IS NOT NUMERIC
                    OR PC-DUREE-MAX OF PRODUIT-REC IS NOT NUMERIC
                    OR PC-AGE-MAX-FIN OF PRODUIT-REC IS NOT NUMERIC
                 MOVE "BORNE NON NUMERIQUE" TO WS-MOTIF-REJET
              WHEN PC-MONTANT-MAX OF PRODUIT-REC = ZERO
                    OR PC-MONTANT-MIN OF PRODUIT-REC >
                       PC-MONTANT-MAX OF PRODUIT-REC
                 MOVE "BORNES DE MONTANT INCOHERENTES"
                    TO WS-MOTIF-REJET
              WHEN PC-DUREE-MIN OF PRODUIT-REC = ZERO
                    OR PC-DUREE-MIN OF PRODUIT-REC >
                       PC-DUREE-MAX OF PRODUIT-REC
                 MOVE "BORNES DE DUREE INCOHERENTES"
                    TO WS-MOTIF-REJET
              WHEN PC-AGE-MAX-FIN OF PRODUIT-REC = ZERO
                 MOVE "AGE MAXIMUM EN FIN DE PRET A ZERO"
                    TO WS-MOTIF-REJET
              WHEN PC-ASSURANCE-REQUISE OF PRODUIT-REC
                       NOT = "O" AND NOT = "N"
                    OR PC-GARANTIE-REQUISE OF PRODUIT-REC
                       NOT = "O" AND NOT = "N"
                    OR PC-DIFFERE-AUTORISE OF PRODUIT-REC
                       NOT = "O" AND NOT = "N"
                 MOVE "EXIGENCE DIFFERENTE DE O OU N"
                    TO WS-MOTIF-REJET
           END-EVALUATE

           .

       APPLIQUER-AJOUT.
           MOVE PRODUIT-REC TO PRODUIT-MASTER-REC.
           WRITE PRODUIT-MASTER-REC
              INVALID KEY
                 MOVE "PRODUIT DEJA PRESENT AU CATALOGUE"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 PERFORM ECRIRE-APPLIQUE
           END-WRITE

           .

       APPLIQUER-MODIFICATION.
           MOVE PC-CODE-PRODUIT OF PRODUIT-REC
              TO PC-CODE-PRODUIT OF PRODUIT-MASTER-REC.
           READ PRODUIT-FILE
              INVALID KEY
                 MOVE "PRODUIT INCONNU AU CATALOGUE"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 MOVE PRODUIT-REC TO PRODUIT-MASTER-REC
                 REWRITE PRODUIT-MASTER-REC
                    INVALID KEY
                       MOVE "REECRITURE IMPOSSIBLE"
                          TO WS-MOTIF-REJET
                       PERFORM ECRIRE-REJET
                    NOT INVALID KEY
                       PERFORM ECRIRE-APPLIQUE
                 END-REWRITE
           END-READ

           .

       APPLIQUER-SUPPRESSION.
           MOVE PC-CODE-PRODUIT OF PRODUIT-REC
              TO PC-CODE-PRODUIT OF PRODUIT-MASTER-REC.
           READ PRODUIT-FILE
              INVALID KEY
                 MOVE "PRODUIT INCONNU AU CATALOGUE"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 DELETE PRODUIT-FILE
                    INVALID KEY
                       MOVE "SUPPRESSION IMPOSSIBLE"
                          TO WS-MOTIF-REJET
                       PERFORM ECRIRE-REJET
                    NOT INVALID KEY
                       PERFORM ECRIRE-APPLIQUE
                 END-DELETE
           END-READ

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE ACTION=" PM-ACTION
              " PRODUIT=" PC-CODE-PRODUIT OF PRODUIT-REC
              " " PC-LIBELLE OF PRODUIT-REC
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   ACTION=" PM-ACTION
              " PRODUIT=" PC-CODE-PRODUIT OF PRODUIT-REC
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS LUS     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-APPLIQUES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS APPLIQUES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
