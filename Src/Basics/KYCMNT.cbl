       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT.

      *> Maintenance par lot des dossiers de connaissance client
      *> (kyc.idx, un dossier par CL-ID) : applique le fichier de
      *> mouvements kyc-mvt.in.
      *>   D = pieces : enregistre ou remplace la piece d'identite
      *>       (type, numero, echeance), la date du justificatif de
      *>       domicile et le drapeau profession a risque ; a la
      *>       creation du dossier la saisie vaut revue initiale ;
      *>   R = revue periodique faite : la date de revue repart du
      *>       jour, la piece detenue doit etre en cours de validite.
      *> Chaque mouvement applique recote le risque et recalcule la
      *> prochaine revue (CoterKyc : cas SURVOPS, produits detenus,
      *> profession). Le client doit exister au maitre clients.idx.
      *> Compte rendu dans kyc-mvt.rpt ; les revues echues sont
      *> relancees chaque mois par KYCREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE ASSIGN TO "Data/seq/kyc-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT KYC-FILE ASSIGN TO "Data/seq/kyc.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-ID-CLIENT
               FILE STATUS IS WS-KYC-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/seq/kyc-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  KM-ACTION         PIC X.
               88  KM-PIECES     VALUE "D".
               88  KM-REVUE      VALUE "R".
           05  KM-ID-CLIENT      PIC 9(6).
           05  KM-TYPE-PIECE     PIC X.
               88  KM-PIECE-VALIDE VALUE "C" "P" "T".
           05  KM-NUMERO-PIECE   PIC X(20).
           05  KM-DATE-EXPIRATION PIC 9(8).
           05  KM-DATE-JUSTIF    PIC 9(8).
           05  KM-PROFESSION     PIC X.

       FD  KYC-FILE.
           COPY KYC-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-KYC-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-DOSSIER            PIC X.
           88  DOSSIER-EXISTANT           VALUE "O".
           88  DOSSIER-NOUVEAU            VALUE "N".
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== KYCMNT START ===".
           MOVE "KYCMNT" TO WS-JOURNAL-PROGRAMME.
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

           OPEN I-O KYC-FILE.
           IF WS-KYC-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT KYC-FILE
              CLOSE KYC-FILE
              OPEN I-O KYC-FILE
           END-IF.
           IF WS-KYC-STATUS NOT = "00"
              DISPLAY "KYC-FILE OPEN ERROR, STATUS=" WS-KYC-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE KYC-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE KYC-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE KYC-FILE CLIENT-MASTER RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "KYCMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== KYCMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE KM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
           END-READ.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE KM-ID-CLIENT TO KY-ID-CLIENT.
           READ KYC-FILE
              INVALID KEY
                 SET DOSSIER-NOUVEAU TO TRUE
              NOT INVALID KEY
                 SET DOSSIER-EXISTANT TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN KM-PIECES
                 PERFORM ENREGISTRER-PIECES
              WHEN KM-REVUE
                 PERFORM ENREGISTRER-REVUE
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           CALL "CoterKyc" USING KY-ID-CLIENT KY-PROFESSION-RISQUE
              KY-DATE-REVUE KY-RISQUE KY-NB-CAS-SURV KY-NB-PRODUITS
              KY-DATE-PROCHAINE-REVUE.
           MOVE WS-DATE-JOUR TO KY-DATE-MAJ.
           MOVE WS-OPERATEUR TO KY-OPERATEUR.

           IF DOSSIER-NOUVEAU
              WRITE KYC-REC
                 INVALID KEY
                    MOVE "ECRITURE DU DOSSIER IMPOSSIBLE"
                       TO WS-MOTIF-REJET
              END-WRITE
           ELSE
              REWRITE KYC-REC
                 INVALID KEY
                    MOVE "REECRITURE DU DOSSIER IMPOSSIBLE"
                       TO WS-MOTIF-REJET
              END-REWRITE
           END-IF.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-APPLIQUE

           .

      *> Piece d'identite et justificatif : une piece deja expiree
      *> ou un justificatif date du futur sont refuses.
       CONTROLER-PIECES.
           IF NOT KM-PIECE-VALIDE
              MOVE "TYPE DE PIECE INCONNU" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF KM-NUMERO-PIECE = SPACES
              MOVE "NUMERO DE PIECE ABSENT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF KM-DATE-EXPIRATION < WS-DATE-JOUR
              MOVE "PIECE DEJA EXPIREE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF KM-DATE-JUSTIF = ZERO
                 OR KM-DATE-JUSTIF > WS-DATE-JOUR
              MOVE "DATE DU JUSTIFICATIF INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF KM-PROFESSION NOT = "O" AND KM-PROFESSION NOT = "N"
                 AND KM-PROFESSION NOT = SPACE
              MOVE "DRAPEAU PROFESSION INVALIDE" TO WS-MOTIF-REJET
           END-IF

           .

       ENREGISTRER-PIECES.
           PERFORM CONTROLER-PIECES.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF DOSSIER-NOUVEAU
              INITIALIZE KYC-REC
              MOVE KM-ID-CLIENT TO KY-ID-CLIENT
              MOVE WS-DATE-JOUR TO KY-DATE-REVUE
           END-IF.
           MOVE KM-TYPE-PIECE TO KY-TYPE-PIECE.
           MOVE KM-NUMERO-PIECE TO KY-NUMERO-PIECE.
           MOVE KM-DATE-EXPIRATION TO KY-DATE-EXPIRATION.
           MOVE KM-DATE-JUSTIF TO KY-DATE-JUSTIF-DOMICILE.
           IF KM-PROFESSION = "O"
              MOVE "O" TO KY-PROFESSION-RISQUE
           ELSE
              MOVE "N" TO KY-PROFESSION-RISQUE
           END-IF

           .

       ENREGISTRER-REVUE.
           IF DOSSIER-NOUVEAU
              MOVE "DOSSIER KYC ABSENT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF KY-DATE-EXPIRATION < WS-DATE-JOUR
              MOVE "PIECE EXPIREE, NOUVELLE PIECE REQUISE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO KY-DATE-REVUE.
           MOVE ZERO TO KY-NB-RELANCES

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE ACTION=" KM-ACTION
              " CLIENT=" KY-ID-CLIENT
              " PIECE=" KY-TYPE-PIECE
              " EXPIRE=" KY-DATE-EXPIRATION
              " RISQUE=" KY-RISQUE
              " CAS=" KY-NB-CAS-SURV
              " PRODUITS=" KY-NB-PRODUITS
              " PROCHAINE REVUE=" KY-DATE-PROCHAINE-REVUE
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE ACTION=" KM-ACTION
              " CLIENT=" KM-ID-CLIENT
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS LUS=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-APPLIQUES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "APPLIQUES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "REJETES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
