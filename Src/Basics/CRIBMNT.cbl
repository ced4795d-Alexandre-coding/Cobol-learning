       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBMNT.

      *> Decisions de la conformite sur les cas de criblage ouverts
      *> par CriblerClient (criblage-cas.idx) : chaque ligne de
      *> criblage-decisions.in (client, reference de l'inscription,
      *> decision, motif) tranche un cas ouvert.
      *>   L = levee : faux positif, le cas est clos et ne revient
      *>       plus tant que l'inscription reste identique ;
      *>   C = confirmation : le client present sur la liste est
      *>       suspendu sur-le-champ au maitre clients.idx (statut
      *>       S, date de statut du jour), evenement trace dans
      *>       clients.aud via AUDITCLI sous l'action CRIBLAGE.
      *> La decision de la conformite vaut visa : la suspension ne
      *> repasse pas par le circuit des quatre yeux d'APPROMNT, un
      *> gel des avoirs ne pouvant attendre l'approbateur. Un client
      *> deja suspendu, inactif ou decede garde son statut, le cas
      *> est seulement confirme. Compte rendu dans
      *> criblage-decisions.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE
                 ASSIGN TO "Data/ops/criblage-decisions.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT CAS-FILE ASSIGN TO "Data/ops/criblage-cas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CLE
               FILE STATUS IS WS-CAS-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/ops/criblage-decisions.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-REC.
           05  CD-ID-CLIENT      PIC 9(6).
           05  CD-REFERENCE      PIC X(12).
           05  CD-DECISION       PIC X.
               88  CD-LEVEE      VALUE "L".
               88  CD-CONFIRMATION VALUE "C".
           05  CD-MOTIF          PIC X(30).

       FD  CAS-FILE.
           COPY CRIBLAGE-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEC-STATUS         PIC XX VALUE "00".
       01  WS-CAS-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-LEVES        PIC 9(5) VALUE 0.
       01  WS-COUNT-CONFIRMES    PIC 9(5) VALUE 0.
       01  WS-COUNT-SUSPENDUS    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-SUITE              PIC X(30).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).

       01  WS-AUDIT-ACTION       PIC X(10).
       01  WS-IMAGE-AVANT        PIC X(121).
       01  WS-IMAGE-APRES        PIC X(121).
       01  WS-OPERATEURS-AUDIT   PIC X(21).

       01  WS-VERROU-ACTION      PIC X.
       01  WS-VERROU-DEMANDEUR   PIC X(10).
       01  WS-VERROU-REPONSE     PIC X.
       01  WS-VERROU-DETENTEUR   PIC X(10).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CRIBMNT START ===".
           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           MOVE SPACES TO WS-OPERATEURS-AUDIT.
           MOVE WS-OPERATEUR TO WS-OPERATEURS-AUDIT(1:10).
           MOVE "CRIBMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CONFIRMES
              WS-JOURNAL-SEVERITE.

           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS NOT = "00"
              DISPLAY "DECISION-FILE OPEN ERROR, STATUS="
                 WS-DEC-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CAS-FILE.
           IF WS-CAS-STATUS NOT = "00"
              DISPLAY "CAS-FILE OPEN ERROR, STATUS=" WS-CAS-STATUS
              CLOSE DECISION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Le maitre client ne s'ouvre en mise a jour que sous
      *    le verrou de convention (cf. VerrouMaitre) : refus
      *    net si la maintenance ou un lot le tient deja.
           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "CRIBMNT" TO WS-VERROU-DEMANDEUR.
           CALL "VerrouMaitre" USING WS-VERROU-ACTION
              WS-VERROU-DEMANDEUR WS-VERROU-REPONSE
              WS-VERROU-DETENTEUR.
           IF WS-VERROU-REPONSE NOT = "O"
              DISPLAY "MAITRE CLIENT VERROUILLE PAR "
                 WS-VERROU-DETENTEUR ", LANCEMENT REFUSE"
              CLOSE DECISION-FILE CAS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE DECISION-FILE CAS-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE DECISION-FILE CAS-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ DECISION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-DECISION
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE DECISION-FILE CAS-FILE CLIENT-MASTER RAPPORT-FILE.

           DISPLAY "DECISIONS LUES=" WS-COUNT-LUS
              " LEVEES=" WS-COUNT-LEVES
              " CONFIRMEES=" WS-COUNT-CONFIRMES
              " CLIENTS SUSPENDUS=" WS-COUNT-SUSPENDUS
              " REJETEES=" WS-COUNT-REJETES.
           MOVE "CRIBMNT" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-SUSPENDUS > ZERO
              MOVE "CLIENTS SUSPENDUS SUR CRIBLAGE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-SUSPENDUS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CONFIRMES
              WS-JOURNAL-SEVERITE.
           MOVE "L" TO WS-VERROU-ACTION.
           CALL "VerrouMaitre" USING WS-VERROU-ACTION
              WS-VERROU-DEMANDEUR WS-VERROU-REPONSE
              WS-VERROU-DETENTEUR.
           DISPLAY "=== CRIBMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-DECISION.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SPACES TO WS-SUITE.

           MOVE CD-ID-CLIENT TO CB-ID-CLIENT.
           MOVE CD-REFERENCE TO CB-REFERENCE.
           READ CAS-FILE
              INVALID KEY
                 MOVE "CAS DE CRIBLAGE INCONNU" TO WS-MOTIF-REJET
              NOT INVALID KEY
                 IF NOT CB-OUVERT
                    MOVE "CAS DEJA TRANCHE" TO WS-MOTIF-REJET
                 END-IF
           END-READ.
           IF WS-MOTIF-REJET = SPACES
              EVALUATE TRUE
                 WHEN CD-LEVEE
                    IF CD-MOTIF = SPACES
                       MOVE "MOTIF DE LEVEE OBLIGATOIRE"
                          TO WS-MOTIF-REJET
                    END-IF
                 WHEN CD-CONFIRMATION
                    CONTINUE
                 WHEN OTHER
                    MOVE "DECISION INCONNUE" TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           IF CD-CONFIRMATION
              PERFORM SUSPENDRE-CLIENT
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE CD-DECISION TO CB-STATUT.
           MOVE WS-DATE-JOUR TO CB-DATE-DECISION.
           MOVE WS-OPERATEUR TO CB-OPERATEUR.
           MOVE CD-MOTIF TO CB-MOTIF.
           REWRITE CRIBLAGE-REC
              INVALID KEY
                 MOVE "REECRITURE DU CAS IMPOSSIBLE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
           END-REWRITE.

           IF CD-LEVEE
              ADD 1 TO WS-COUNT-LEVES
              MOVE "FAUX POSITIF LEVE" TO WS-SUITE
           ELSE
              ADD 1 TO WS-COUNT-CONFIRMES
           END-IF.
           PERFORM ECRIRE-APPLIQUE

           .

      *> Seul un client actif passe au statut S ; l'evenement est
      *> trace avec les images avant/apres comme toute maintenance
      *> du maitre.
       SUSPENDRE-CLIENT.
           MOVE CD-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           IF NOT CL-ACTIF OF CLIENT-MASTER-REC
              STRING "STATUT " CL-STATUS OF CLIENT-MASTER-REC
                 " CONSERVE" DELIMITED BY SIZE INTO WS-SUITE
              END-STRING
              EXIT PARAGRAPH
           END-IF.

           MOVE CLIENT-MASTER-REC TO WS-IMAGE-AVANT.
           MOVE "S" TO CL-STATUS OF CLIENT-MASTER-REC.
           MOVE WS-DATE-JOUR TO CL-DATE-STATUT OF CLIENT-MASTER-REC.
           REWRITE CLIENT-MASTER-REC
              INVALID KEY
                 MOVE "REECRITURE CLIENT IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE CLIENT-MASTER-REC TO WS-IMAGE-APRES.
           MOVE "CRIBLAGE" TO WS-AUDIT-ACTION.
           CALL "AUDITCLI" USING WS-AUDIT-ACTION
              CD-ID-CLIENT WS-IMAGE-AVANT WS-IMAGE-APRES
              WS-OPERATEURS-AUDIT.
           ADD 1 TO WS-COUNT-SUSPENDUS.
           MOVE "CLIENT SUSPENDU" TO WS-SUITE

           .

       ECRIRE-APPLIQUE.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE DECISION=" CD-DECISION
              " CLIENT=" CB-ID-CLIENT
              " " CB-NOM-CLIENT
              " REF=" CB-REFERENCE
              " LISTE=" CB-TYPE-LISTE
              " " WS-SUITE
              " MOTIF=" CD-MOTIF
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE DECISION=" CD-DECISION
              " CLIENT=" CD-ID-CLIENT
              " REF=" CD-REFERENCE
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DECISIONS LUES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-LEVES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAS LEVES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-CONFIRMES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAS CONFIRMES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-SUSPENDUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CLIENTS SUSPENDUS=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DECISIONS REJETEES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
