      *> CL-ID deja present au maitre est renumerote par le service
      *> central ATTRIBID au lieu d'ecraser ou d'etre perdu. Tout
      *> est trace dans agences.rpt avec les compteurs par extrait.
      *> Chaque client repris est crible contre la liste
      *> sanctions/PPE (CriblerClient) sous son numero definitif.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-REPRIS       PIC 9(5) VALUE 0.
       01  WS-COUNT-RENUMEROTES  PIC 9(5) VALUE 0.
       01  WS-COUNT-CRIBLAGE     PIC 9(5) VALUE 0.
       01  WS-CRIBLAGE-ID        PIC 9(6).
       01  WS-CRIBLAGE-RESULTAT  PIC X.
       01  WS-CRIBLAGE-NB-CAS    PIC 99.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-VERROU-ACTION      PIC X.
              " REPRIS=" WS-COUNT-REPRIS
              " RENUMEROTES=" WS-COUNT-RENUMEROTES.
           MOVE "AGENCFUS" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-CRIBLAGE > ZERO
              MOVE "CLIENTS REPRIS EN CAS DE CRIBLAGE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-CRIBLAGE
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REPRIS
                    INTO RAPPORT-LINE
                 END-STRING
                 WRITE RAPPORT-LINE
                 MOVE CL-ID OF CLIENT-REC TO WS-CRIBLAGE-ID
                 PERFORM CRIBLER-CLIENT-REPRIS
           END-WRITE

           .
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-NOUVEL-ID TO WS-CRIBLAGE-ID.
           PERFORM CRIBLER-CLIENT-REPRIS

           .

      *> Les clients des agences absorbees n'ont jamais ete cribles
      *> contre notre liste sanctions/PPE : chacun y passe des sa
      *> reprise, sous son numero definitif au maitre.
       CRIBLER-CLIENT-REPRIS.
           CALL "CriblerClient" USING WS-JOURNAL-PROGRAMME
              WS-CRIBLAGE-ID CL-NAME OF CLIENT-REC
              WS-CRIBLAGE-RESULTAT WS-CRIBLAGE-NB-CAS.
           IF WS-CRIBLAGE-RESULTAT = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           IF WS-CRIBLAGE-RESULTAT = "C"
              ADD 1 TO WS-COUNT-CRIBLAGE
              STRING
                 "CRIBLAGE AGENCE=" WS-CODE-AGENCE
                 " CL-ID=" WS-CRIBLAGE-ID
                 " CAS OUVERTS=" WS-CRIBLAGE-NB-CAS
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
           ELSE
              STRING
                 "CRIBLAGE AGENCE=" WS-CODE-AGENCE
                 " CL-ID=" WS-CRIBLAGE-ID
                 " NON FAIT, LISTE ILLISIBLE"
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
           END-IF.
           WRITE RAPPORT-LINE

           .
           STRING "CLIENTS RENUMEROTES=" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-CRIBLAGE TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CLIENTS EN CRIBLAGE=" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
