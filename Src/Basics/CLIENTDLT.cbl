      *> reprise en cas de reconstruction complete. L'age est
      *> recalcule au passage comme au chargement complet, et les
      *> compteurs appliques/ecartes sortent en fin de traitement.
      *> Chaque nouveau client (N) est crible aussitot contre la
      *> liste sanctions/PPE (CriblerClient).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-ECARTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-CRIBLAGE     PIC 9(5) VALUE 0.
       01  WS-CRIBLAGE-RESULTAT  PIC X.
       01  WS-CRIBLAGE-NB-CAS    PIC 99.

       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-JOUR-AUJOURDHUI    PIC 99.
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " ECARTES=" WS-COUNT-ECARTES.
           MOVE "CLIENTDLT" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-CRIBLAGE > ZERO
              MOVE "NOUVEAUX CLIENTS EN CAS DE CRIBLAGE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-CRIBLAGE
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
                          CL-ID OF CLIENT-MASTER-REC
                    NOT INVALID KEY
                       ADD 1 TO WS-COUNT-APPLIQUES
                       PERFORM CRIBLER-NOUVEAU-CLIENT
                 END-WRITE
              WHEN DT-CHANGE
                 REWRITE CLIENT-MASTER-REC
           END-EVALUATE

           .

      *> Un client nouveau venu de l'amont est crible contre la
      *> liste sanctions/PPE des son chargement ; les cas ouverts
      *> attendent la conformite (CRIBMNT).
       CRIBLER-NOUVEAU-CLIENT.
           CALL "CriblerClient" USING WS-JOURNAL-PROGRAMME
              CL-ID OF CLIENT-REC CL-NAME OF CLIENT-REC
              WS-CRIBLAGE-RESULTAT WS-CRIBLAGE-NB-CAS.
           EVALUATE WS-CRIBLAGE-RESULTAT
              WHEN "C"
                 ADD 1 TO WS-COUNT-CRIBLAGE
                 DISPLAY "CRIBLAGE CL-ID=" CL-ID OF CLIENT-REC
                    " CAS OUVERTS=" WS-CRIBLAGE-NB-CAS
              WHEN "I"
                 DISPLAY "CRIBLAGE CL-ID=" CL-ID OF CLIENT-REC
                    " NON FAIT, LISTE ILLISIBLE"
           END-EVALUATE

           .
