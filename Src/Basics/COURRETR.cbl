      *> (retours-courrier.in : CL-ID, date du pli, motif de la
      *> poste) au maitre client : drapeau adresse invalide leve,
      *> compteur de retours incremente, evenement NPAI trace dans
      *> clients.aud via AUDITCLI avec les images avant/apres. Le
      *> pli est rapproche de l'historique adresses.idx : la version
      *> en vigueur a la date du pli (AdresseClient) recoit la date
      *> et le nombre de retours ; si une version plus recente existe
      *> deja, le retour concerne une adresse perimee et le drapeau
      *> n'est pas pose (retour compte a part). Tant qu'aucune
      *> version plus recente n'est enregistree (ADRESMNT leve alors
      *> le drapeau), plus aucune lettre ne part vers ce client.
      *> En fin de passage, la liste des clients en adresse
      *> invalide sort classee par agence dans
      *> adresses-invalides.out pour le suivi du reseau.

       ENVIRONMENT DIVISION.
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT ADRESSE-FILE ASSIGN TO "Data/seq/adresses.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CLE
               FILE STATUS IS WS-ADR-STATUS.

           SELECT LISTE-FILE
                 ASSIGN TO "Data/seq/adresses-invalides.out"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  ADRESSE-FILE.
           COPY ADRESSE-REC.

       FD  LISTE-FILE.
       01  LISTE-LINE            PIC X(100).

       01  WS-RET-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-LIS-STATUS         PIC XX VALUE "00".
       01  WS-ADR-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-MARQUES      PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-LISTES       PIC 9(5) VALUE 0.
       01  WS-COUNT-PERIMES      PIC 9(5) VALUE 0.

       01  WS-ADRESSE-CODE       PIC X(3).
           COPY ADRESSE-POSTALE.

       01  WS-AUDIT-ACTION       PIC X(10).
       01  WS-IMAGE-AVANT        PIC X(121).
           DISPLAY "RETOURS LUS=" WS-COUNT-LUS
              " MARQUES=" WS-COUNT-MARQUES
              " REJETES=" WS-COUNT-REJETES
              " PERIMES=" WS-COUNT-PERIMES
              " CLIENTS LISTES=" WS-COUNT-LISTES.
           MOVE "COURRETR" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
                 EXIT PARAGRAPH
           END-READ.

      *    Adresse a laquelle le pli est parti : si elle a deja ete
      *    remplacee, le client n'est pas en defaut d'adresse.
           CALL "AdresseClient" USING RT-ID-CLIENT RT-DATE
              WS-ADRESSE-CODE ADRESSE-POSTALE.
           IF WS-ADRESSE-CODE = "OK " AND ADR-DERNIERE = "N"
              ADD 1 TO WS-COUNT-PERIMES
              DISPLAY "RETOUR SUR ADRESSE PERIMEE, CL-ID="
                 RT-ID-CLIENT " DATE=" RT-DATE " MOTIF=" RT-MOTIF
              EXIT PARAGRAPH
           END-IF.
           IF WS-ADRESSE-CODE = "OK "
              PERFORM MARQUER-VERSION
           END-IF.

           MOVE CLIENT-MASTER-REC TO WS-IMAGE-AVANT.
           MOVE "O" TO CL-ADRESSE-INVALIDE OF CLIENT-MASTER-REC.
           ADD 1 TO CL-NB-RETOURS OF CLIENT-MASTER-REC.

           .

       MARQUER-VERSION.
           OPEN I-O ADRESSE-FILE.
           IF WS-ADR-STATUS NOT = "00"
              DISPLAY "ADRESSE-FILE OPEN ERROR, STATUS="
                 WS-ADR-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE RT-ID-CLIENT TO AH-ID-CLIENT.
           MOVE ADR-DATE-EFFET TO AH-DATE-EFFET.
           MOVE ADR-SEQUENCE TO AH-SEQUENCE.
           READ ADRESSE-FILE
              INVALID KEY
                 DISPLAY "VERSION D'ADRESSE INTROUVABLE, CL-ID="
                    RT-ID-CLIENT
                 CLOSE ADRESSE-FILE
                 EXIT PARAGRAPH
           END-READ.
           IF RT-DATE > AH-DATE-RETOUR
              MOVE RT-DATE TO AH-DATE-RETOUR
           END-IF.
           IF AH-NB-RETOURS < 999
              ADD 1 TO AH-NB-RETOURS
           END-IF.
           REWRITE ADRESSE-REC
              INVALID KEY
                 DISPLAY "REWRITE VERSION IMPOSSIBLE, CL-ID="
                    RT-ID-CLIENT " STATUS=" WS-ADR-STATUS
           END-REWRITE.
           CLOSE ADRESSE-FILE

           .

       SELECTION-INVALIDES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CL-ID OF CLIENT-MASTER-REC.
