      *> compteur persistant numappro.ctl, demandeur = operateur de
      *> session) et n'atteignent le maitre que validees par un
      *> second operateur dans APPROMNT.
      *>
      *> Tout ajout applique est crible aussitot contre la liste
      *> sanctions/PPE (CriblerClient) ; un cas ouvert est signale
      *> au compte rendu et reste a trancher dans CRIBMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  AP-EXPIREE    VALUE "E".
           05  AP-ACTION         PIC X.
           05  AP-IMAGE          PIC X(121).
           05  AP-MOTIF          PIC X(30).

       FD  NUMAPPRO-FILE.
       01  NUMAPPRO-LINE         PIC 9(6).
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-DERNIER-NUMERO     PIC 9(6) VALUE 0.
       01  WS-COUNT-ATTENTE      PIC 9(5) VALUE 0.
       01  WS-COUNT-CRIBLAGE     PIC 9(5) VALUE 0.
       01  WS-CRIBLAGE-RESULTAT  PIC X.
       01  WS-CRIBLAGE-NB-CAS    PIC 99.
       01  WS-ACTION-SENSIBLE    PIC X.

       01  WS-VERROU-ACTION      PIC X.
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-MAX           PIC 9(8) VALUE 99999999.
       01  WS-ADRESSE-CODE       PIC X(3).
           COPY ADRESSE-POSTALE.

       COPY CLIENT-REC.

              " EN ATTENTE D'APPROBATION=" WS-COUNT-ATTENTE
              " REJETES=" WS-COUNT-REJETES.
           MOVE "CLIENTMNT" TO WS-JOURNAL-PROGRAMME.
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
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 PERFORM ECRIRE-APPLIQUE
                 PERFORM CRIBLER-NOUVEAU-CLIENT
           END-WRITE

           .

      *> Tout nouveau client passe au criblage sanctions/PPE des son
      *> entree au maitre, sans attendre la nuit ; les cas ouverts
      *> attendent la conformite (CRIBMNT).
       CRIBLER-NOUVEAU-CLIENT.
           CALL "CriblerClient" USING WS-JOURNAL-PROGRAMME
              CL-ID OF CLIENT-REC CL-NAME OF CLIENT-REC
              WS-CRIBLAGE-RESULTAT WS-CRIBLAGE-NB-CAS.
           IF WS-CRIBLAGE-RESULTAT = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           IF WS-CRIBLAGE-RESULTAT = "C"
              ADD 1 TO WS-COUNT-CRIBLAGE
              STRING
                 "CRIBLAGE CL-ID=" CL-ID OF CLIENT-REC
                 " CAS OUVERTS=" WS-CRIBLAGE-NB-CAS
                 " A TRANCHER PAR LA CONFORMITE"
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
           ELSE
              STRING
                 "CRIBLAGE CL-ID=" CL-ID OF CLIENT-REC
                 " NON FAIT, LISTE ILLISIBLE - REPRIS PAR CRIBLAGE"
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
           END-IF.
           WRITE RAPPORT-LINE

           .

       APPLIQUER-MODIFICATION.
           MOVE "MODIFIER" TO WS-AUDIT-ACTION.
           MOVE CL-ID OF CLIENT-REC TO CL-ID OF CLIENT-MASTER-REC.
                       MOVE WS-DATE-JOUR TO
                          CL-DATE-STATUT OF CLIENT-REC
                    END-IF
      *             Le drapeau NPAI ne tombe que si l'historique
      *             adresses.idx porte une version plus recente que
      *             l'adresse revenue (derniere version sans retour,
      *             cf. ADRESMNT) - changer la ville ne suffit pas ;
      *             sinon le drapeau et le compteur de retours du
      *             maitre sont conserves tels quels. La date de
      *             deces appartient a CLIENTDCD : elle se conserve
      *             toujours, une modification ordinaire ne peut
      *             ni la poser ni l'effacer.
                    MOVE SPACES TO WS-ADRESSE-CODE
                    IF CL-ADRESSE-KO OF CLIENT-MASTER-REC
                       CALL "AdresseClient" USING
                          CL-ID OF CLIENT-REC WS-DATE-MAX
                          WS-ADRESSE-CODE ADRESSE-POSTALE
                    END-IF
                    IF WS-ADRESSE-CODE = "OK "
                          AND ADR-DATE-RETOUR = ZERO
                       MOVE SPACE TO
                          CL-ADRESSE-INVALIDE OF CLIENT-REC
                       MOVE ZERO TO CL-NB-RETOURS OF CLIENT-REC
