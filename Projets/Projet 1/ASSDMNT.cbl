       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSDMNT.

      *> Maintenance par lot du fichier des delegations d'assurance
      *> emprunteur (assur-deleguees.idx), sur le modele de GARMNT :
      *> applique un fichier de mouvements (code action + image
      *> ASSDELEG-REC) avec A = ajout, M = modification, D =
      *> suppression. Une demande de delegation se saisit avec un
      *> numero de pret a zero, CALCPRET la confronte a nos
      *> garanties et PRETENR la rattache au contrat. Chaque
      *> mouvement est valide (assureur et police renseignes,
      *> couverture et fin d'attestation non nulles) avant
      *> application. Une attestation renouvelee se saisit en
      *> modification : une fin de validite posterieure au jour
      *> remet la delegation en cours et efface la relance
      *> d'ASSUDELG. Applique ou rejete, chaque mouvement laisse
      *> une ligne dans le compte rendu.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/pret/assur-deleguees-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT DELEGATION-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLE OF DELEGATION-MASTER-REC
               FILE STATUS IS WS-DLG-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/pret/assur-deleguees-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  DM-ACTION         PIC X.
               88  DM-AJOUT      VALUE "A".
               88  DM-MODIF      VALUE "M".
               88  DM-SUPPRESSION VALUE "D".
           05  DM-IMAGE          PIC X(87).

       FD  DELEGATION-FILE.
           COPY ASSDELEG-REC
               REPLACING == ASSDELEG-REC == BY
                  == DELEGATION-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-DLG-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-DATE-JOUR          PIC 9(8).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       COPY ASSDELEG-REC.

       PROCEDURE DIVISION.
           DISPLAY "=== ASSDMNT START ===".
           MOVE "ASSDMNT" TO WS-JOURNAL-PROGRAMME.
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

           OPEN I-O DELEGATION-FILE.
           IF WS-DLG-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT DELEGATION-FILE
              CLOSE DELEGATION-FILE
              OPEN I-O DELEGATION-FILE
           END-IF.
           IF WS-DLG-STATUS NOT = "00"
              DISPLAY "DELEGATION-FILE OPEN ERROR, STATUS="
                 WS-DLG-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE DELEGATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    MOVE DM-IMAGE TO ASSDELEG-REC
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE DELEGATION-FILE RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "ASSDMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== ASSDMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           IF NOT DM-SUPPRESSION
              PERFORM CONTROLER-IMAGE
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN DM-AJOUT
                 PERFORM APPLIQUER-AJOUT
              WHEN DM-MODIF
                 PERFORM APPLIQUER-MODIFICATION
              WHEN DM-SUPPRESSION
                 PERFORM APPLIQUER-SUPPRESSION
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
           END-EVALUATE

           .

       CONTROLER-IMAGE.
           IF AD-ASSUREUR OF ASSDELEG-REC = SPACES
                 OR AD-NUMERO-POLICE OF ASSDELEG-REC = SPACES
              MOVE "ASSUREUR OU POLICE NON RENSEIGNE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AD-QUOTITE OF ASSDELEG-REC NOT NUMERIC
                 OR AD-QUOTITE OF ASSDELEG-REC = ZERO
                 OR AD-CAPITAL-GARANTI OF ASSDELEG-REC NOT NUMERIC
                 OR AD-CAPITAL-GARANTI OF ASSDELEG-REC = ZERO
              MOVE "COUVERTURE A ZERO" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AD-DATE-FIN-ATTESTATION OF ASSDELEG-REC NOT NUMERIC
                 OR AD-DATE-FIN-ATTESTATION OF ASSDELEG-REC = ZERO
              MOVE "FIN D'ATTESTATION NON RENSEIGNEE"
                 TO WS-MOTIF-REJET
           END-IF

           .

      *> Une delegation saisie part en cours, sans relance.
       APPLIQUER-AJOUT.
           SET AD-EN-COURS OF ASSDELEG-REC TO TRUE.
           MOVE WS-DATE-JOUR TO AD-DATE-STATUT OF ASSDELEG-REC.
           MOVE ZERO TO AD-DATE-RELANCE OF ASSDELEG-REC.
           MOVE ASSDELEG-REC TO DELEGATION-MASTER-REC.
           WRITE DELEGATION-MASTER-REC
              INVALID KEY
                 MOVE "DELEGATION DEJA PRESENTE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 PERFORM ECRIRE-APPLIQUE
           END-WRITE

           .

      *> Modification : la situation de relance est conservee, sauf
      *> si la nouvelle attestation court au-dela du jour - la
      *> delegation repart alors en cours.
       APPLIQUER-MODIFICATION.
           MOVE AD-CLE OF ASSDELEG-REC
              TO AD-CLE OF DELEGATION-MASTER-REC.
           READ DELEGATION-FILE
              INVALID KEY
                 MOVE "DELEGATION INCONNUE AU FICHIER"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 IF AD-DATE-FIN-ATTESTATION OF ASSDELEG-REC
                       > WS-DATE-JOUR
                    SET AD-EN-COURS OF ASSDELEG-REC TO TRUE
                    MOVE WS-DATE-JOUR
                       TO AD-DATE-STATUT OF ASSDELEG-REC
                    MOVE ZERO TO AD-DATE-RELANCE OF ASSDELEG-REC
                 ELSE
                    MOVE AD-STATUT OF DELEGATION-MASTER-REC
                       TO AD-STATUT OF ASSDELEG-REC
                    MOVE AD-DATE-STATUT OF DELEGATION-MASTER-REC
                       TO AD-DATE-STATUT OF ASSDELEG-REC
                    MOVE AD-DATE-RELANCE OF DELEGATION-MASTER-REC
                       TO AD-DATE-RELANCE OF ASSDELEG-REC
                 END-IF
                 MOVE ASSDELEG-REC TO DELEGATION-MASTER-REC
                 REWRITE DELEGATION-MASTER-REC
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
           MOVE AD-CLE OF ASSDELEG-REC
              TO AD-CLE OF DELEGATION-MASTER-REC.
           READ DELEGATION-FILE
              INVALID KEY
                 MOVE "DELEGATION INCONNUE AU FICHIER"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 DELETE DELEGATION-FILE
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
              "APPLIQUE ACTION=" DM-ACTION
              " CLIENT=" AD-ID-CLIENT OF ASSDELEG-REC
              " PRET=" AD-NUMERO-PRET OF ASSDELEG-REC
              " ASSUREUR=" AD-ASSUREUR OF ASSDELEG-REC
              " FIN ATTESTATION=" AD-DATE-FIN-ATTESTATION
                 OF ASSDELEG-REC
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   ACTION=" DM-ACTION
              " CLIENT=" AD-ID-CLIENT OF ASSDELEG-REC
              " PRET=" AD-NUMERO-PRET OF ASSDELEG-REC
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
