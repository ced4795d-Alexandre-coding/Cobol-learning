       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSMNT.

      *> Maintenance par lot du registre des consentements marketing
      *> (consentements.idx, un enregistrement par CL-ID et par
      *> finalite) : applique consentements-mvt.in - client,
      *> finalite (C offres commerciales, P offres des partenaires,
      *> F anniversaires et voeux), choix (O accord, N refus), date
      *> et canal de recueil. Le client doit exister au maitre ; un
      *> recueil anterieur a celui deja enregistre pour la meme
      *> finalite est rejete, le dernier choix exprime faisant foi.
      *> Chaque mouvement applique laisse une ligne d'historique
      *> (choix avant/apres, recueil, operateur) dans
      *> consentements.hst, la preuve demandee par le delegue a la
      *> protection des donnees. Compte rendu dans
      *> consentements-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/seq/consentements-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "Data/seq/consentements.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CLE
               FILE STATUS IS WS-CSN-STATUS.

           SELECT HISTORIQUE-FILE
                 ASSIGN TO "Data/seq/consentements.hst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/seq/consentements-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  CM-ID-CLIENT      PIC 9(6).
           05  CM-FINALITE       PIC X.
               88  CM-FINALITE-VALIDE VALUE "C" "P" "F".
           05  CM-CHOIX          PIC X.
               88  CM-CHOIX-VALIDE VALUE "O" "N".
           05  CM-DATE-RECUEIL   PIC 9(8).
           05  CM-CANAL          PIC X.
               88  CM-CANAL-VALIDE VALUE "G" "C" "E" "T" "W".

       FD  CONSENT-FILE.
           COPY CONSENT-REC.

      *> Historique en ajout pur : le choix precedent (blanc a la
      *> premiere saisie) et le nouveau, avec leur recueil.
       FD  HISTORIQUE-FILE.
       01  HISTORIQUE-REC.
           05  CH-DATE-MAJ       PIC 9(8).
           05  FILLER            PIC X.
           05  CH-ID-CLIENT      PIC 9(6).
           05  FILLER            PIC X.
           05  CH-FINALITE       PIC X.
           05  FILLER            PIC X.
           05  CH-CHOIX-AVANT    PIC X.
           05  FILLER            PIC X.
           05  CH-CHOIX-APRES    PIC X.
           05  FILLER            PIC X.
           05  CH-DATE-RECUEIL   PIC 9(8).
           05  FILLER            PIC X.
           05  CH-CANAL          PIC X.
           05  FILLER            PIC X.
           05  CH-OPERATEUR      PIC X(10).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-CSN-STATUS         PIC XX VALUE "00".
       01  WS-HST-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-ENREGISTREMENT     PIC X.
           88  ENREGISTREMENT-EXISTANT    VALUE "O".
           88  ENREGISTREMENT-NOUVEAU     VALUE "N".
       01  WS-CHOIX-AVANT        PIC X.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CONSMNT START ===".
           MOVE "CONSMNT" TO WS-JOURNAL-PROGRAMME.
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

           OPEN I-O CONSENT-FILE.
           IF WS-CSN-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT CONSENT-FILE
              CLOSE CONSENT-FILE
              OPEN I-O CONSENT-FILE
           END-IF.
           IF WS-CSN-STATUS NOT = "00"
              DISPLAY "CONSENT-FILE OPEN ERROR, STATUS="
                 WS-CSN-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND HISTORIQUE-FILE.
           IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "05"
              DISPLAY "HISTORIQUE-FILE EXTEND ERROR, STATUS="
                 WS-HST-STATUS
              CLOSE MOUVEMENT-FILE CONSENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE CONSENT-FILE HISTORIQUE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE CONSENT-FILE HISTORIQUE-FILE
                 CLIENT-MASTER
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

           CLOSE MOUVEMENT-FILE CONSENT-FILE HISTORIQUE-FILE
              CLIENT-MASTER RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "CONSMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== CONSMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           PERFORM CONTROLER-MOUVEMENT.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE CM-ID-CLIENT TO CS-ID-CLIENT.
           MOVE CM-FINALITE TO CS-FINALITE.
           READ CONSENT-FILE
              INVALID KEY
                 SET ENREGISTREMENT-NOUVEAU TO TRUE
                 MOVE SPACE TO WS-CHOIX-AVANT
              NOT INVALID KEY
                 SET ENREGISTREMENT-EXISTANT TO TRUE
                 MOVE CS-CHOIX TO WS-CHOIX-AVANT
                 IF CM-DATE-RECUEIL < CS-DATE-RECUEIL
                    MOVE "RECUEIL PLUS RECENT DEJA ENREGISTRE"
                       TO WS-MOTIF-REJET
                 END-IF
           END-READ.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE CM-CHOIX TO CS-CHOIX.
           MOVE CM-DATE-RECUEIL TO CS-DATE-RECUEIL.
           MOVE CM-CANAL TO CS-CANAL.
           MOVE WS-DATE-JOUR TO CS-DATE-MAJ.
           MOVE WS-OPERATEUR TO CS-OPERATEUR.

           IF ENREGISTREMENT-NOUVEAU
              WRITE CONSENT-REC
                 INVALID KEY
                    MOVE "ECRITURE DU CONSENTEMENT IMPOSSIBLE"
                       TO WS-MOTIF-REJET
              END-WRITE
           ELSE
              REWRITE CONSENT-REC
                 INVALID KEY
                    MOVE "REECRITURE DU CONSENTEMENT IMPOSSIBLE"
                       TO WS-MOTIF-REJET
              END-REWRITE
           END-IF.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-HISTORIQUE.
           PERFORM ECRIRE-APPLIQUE

           .

       CONTROLER-MOUVEMENT.
           MOVE CM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CM-FINALITE-VALIDE
              MOVE "FINALITE INCONNUE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT CM-CHOIX-VALIDE
              MOVE "CHOIX INVALIDE (O/N)" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF CM-DATE-RECUEIL = ZERO
                 OR CM-DATE-RECUEIL > WS-DATE-JOUR
              MOVE "DATE DE RECUEIL INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT CM-CANAL-VALIDE
              MOVE "CANAL DE RECUEIL INCONNU" TO WS-MOTIF-REJET
           END-IF

           .

       ECRIRE-HISTORIQUE.
           MOVE SPACES TO HISTORIQUE-REC.
           MOVE WS-DATE-JOUR TO CH-DATE-MAJ.
           MOVE CS-ID-CLIENT TO CH-ID-CLIENT.
           MOVE CS-FINALITE TO CH-FINALITE.
           MOVE WS-CHOIX-AVANT TO CH-CHOIX-AVANT.
           MOVE CS-CHOIX TO CH-CHOIX-APRES.
           MOVE CS-DATE-RECUEIL TO CH-DATE-RECUEIL.
           MOVE CS-CANAL TO CH-CANAL.
           MOVE WS-OPERATEUR TO CH-OPERATEUR.
           WRITE HISTORIQUE-REC

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE CLIENT=" CS-ID-CLIENT
              " FINALITE=" CS-FINALITE
              " CHOIX=" WS-CHOIX-AVANT "->" CS-CHOIX
              " RECUEIL=" CS-DATE-RECUEIL
              " CANAL=" CS-CANAL
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE CLIENT=" CM-ID-CLIENT
              " FINALITE=" CM-FINALITE
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
