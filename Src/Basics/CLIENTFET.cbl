      *> petit extrait deja filtre (extrait-fetes.out) au lieu de
      *> relire tout le maitre ; sans extrait, il retombe sur le
      *> balayage complet de clients.idx comme avant.
      *>
      *> La lettre de voeux n'est pas contractuelle : seul part le
      *> courrier des clients ayant donne leur accord pour la
      *> finalite F (anniversaires et voeux) au registre des
      *> consentements (ControlerConsent) ; les autres sont comptes
      *> a part dans les compteurs de fin et au journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-LETTRES      PIC 9(5) VALUE 0.
       01  WS-EXCLUS-CONSENT     PIC 9(5) VALUE 0.

       01  WS-FINALITE           PIC X VALUE "F".
       01  WS-CONSENT-REPONSE    PIC X.

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/voeux.mod".
           END-IF.

           DISPLAY "CLIENTS LUS=" WS-COUNT-LUS
              " LETTRES DE VOEUX=" WS-COUNT-LETTRES
              " EXCLUS CONSENTEMENT=" WS-EXCLUS-CONSENT.
           MOVE "CLIENTFET" TO WS-JOURNAL-PROGRAMME.
           IF WS-EXCLUS-CONSENT > ZERO
              MOVE "VOEUX EXCLUS FAUTE DE CONSENTEMENT"
                 TO WS-JOURNAL-EVENEMENT
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-EXCLUS-CONSENT
                 WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LETTRES
           .

       ECRIRE-LETTRE-VOEUX.
           CALL "ControlerConsent" USING CL-ID OF CLIENT-MASTER-REC
              WS-FINALITE WS-CONSENT-REPONSE.
           IF WS-CONSENT-REPONSE NOT = "O"
              ADD 1 TO WS-EXCLUS-CONSENT
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE CL-NAME OF CLIENT-MASTER-REC
