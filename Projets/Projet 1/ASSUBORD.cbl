      *> prime/produit, 9 = totaux nombre et cumul). Les totaux par
      *> produit sortent dans bordereau.rpt. La reponse de
      *> l'assureur se rapproche ensuite par ASSURETR.
      *> Les prets en delegation d'assurance ne doivent rien au
      *> contrat de groupe : ils sortent du bordereau et le compte
      *> rendu recense les delegations (assur-deleguees.idx) par
      *> situation de l'attestation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT DELEGATION-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLE
               FILE STATUS IS WS-DLG-STATUS.

           SELECT BORDEREAU-FILE
                 ASSIGN TO "Data/pret/bordereau-assurance.out"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  DELEGATION-FILE.
           COPY ASSDELEG-REC.

       FD  BORDEREAU-FILE.
       01  BORDEREAU-REC.
           05 BD-TYPE-ENR             PIC X.
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-BOR-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-DLG-STATUS         PIC XX VALUE "00".
       01  WS-DLG-EOF            PIC X  VALUE "N".
           88  DLG-EOF                    VALUE "Y".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-LUES         PIC 9(5) VALUE 0.
       01  WS-COUNT-PRIMES       PIC 9(5) VALUE 0.
       01  WS-TOTAL-PRIMES       PIC 9(9)V99 VALUE 0.
       01  WS-COUNT-DELEGUES     PIC 9(5) VALUE 0.

      *> Recensement des delegations d'assurance rattachees.
       01  WS-DLG-EN-COURS       PIC 9(5) VALUE 0.
       01  WS-DLG-ECHUES         PIC 9(5) VALUE 0.
       01  WS-DLG-NON-ASSURES    PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOIS-TRAITEMENT    PIC 9(6).

           PERFORM ECRIRE-TOTAUX.
           PERFORM EDITER-TOTAUX-PRODUITS.
           PERFORM EDITER-DELEGATIONS.

           CLOSE REGLEMENT-FILE PORTEFEUILLE BORDEREAU-FILE
              RAPPORT-FILE.
                 EXIT PARAGRAPH
           END-READ.

           IF PR-DELEGATION
              ADD 1 TO WS-COUNT-DELEGUES
              EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-DETAIL.
           PERFORM CUMULER-PRODUIT

           WRITE RAPPORT-LINE

           .

      *> Delegations d'assurance : hors bordereau, recensees par
      *> situation de l'attestation. Fichier absent = aucune
      *> delegation.
       EDITER-DELEGATIONS.
           OPEN INPUT DELEGATION-FILE.
           IF WS-DLG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO AD-CLE.
           START DELEGATION-FILE KEY NOT < AD-CLE
              INVALID KEY
                 SET DLG-EOF TO TRUE
           END-START.

           PERFORM UNTIL DLG-EOF
              READ DELEGATION-FILE NEXT RECORD
                 AT END
                    SET DLG-EOF TO TRUE
                 NOT AT END
                    IF AD-NUMERO-PRET NOT = ZERO
                       EVALUATE TRUE
                          WHEN AD-EN-COURS
                             ADD 1 TO WS-DLG-EN-COURS
                          WHEN AD-ECHUE
                             ADD 1 TO WS-DLG-ECHUES
                          WHEN AD-NON-ASSURE
                             ADD 1 TO WS-DLG-NON-ASSURES
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE DELEGATION-FILE.

           MOVE WS-COUNT-DELEGUES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REGLEMENTS EN DELEGATION (HORS BORDEREAU)=" WS-NB-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "DELEGATIONS : EN COURS=" WS-DLG-EN-COURS
              " ATTESTATION ECHUE=" WS-DLG-ECHUES
              " NON ASSURES=" WS-DLG-NON-ASSURES
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
