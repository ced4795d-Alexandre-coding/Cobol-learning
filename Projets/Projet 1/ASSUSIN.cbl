      *> (sinistres.out, en ajout pur) qui alimente le bordereau
      *> assureur, et les reglements partent au journal comptable
      *> via ECRITCPT.
      *> Un pret en delegation d'assurance est couvert par
      *> l'assureur externe de assur-deleguees.idx, repris au
      *> registre ; un pret reste sans assurance (delegation absente
      *> ou non assure) n'a pas de sinistre a regler et l'evenement
      *> est rejete.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT DELEGATION-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CLE
               FILE STATUS IS WS-DLG-STATUS.

           SELECT REGISTRE-FILE ASSIGN TO "Data/pret/sinistres.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  DELEGATION-FILE.
           COPY ASSDELEG-REC.

       FD  REGISTRE-FILE.
       01  REGISTRE-LINE              PIC X(150).

       01  WS-SIN-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-DLG-STATUS         PIC XX VALUE "00".
       01  WS-DELEGATIONS-DISPO  PIC X  VALUE "N".
       01  WS-ASSUREUR           PIC X(20).
       01  WS-POLICE             PIC X(15).
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
              STOP RUN
           END-IF.

      *    Delegations d'assurance : fichier facultatif tant
      *    qu'aucun pret n'est couvert par un assureur externe.
           OPEN INPUT DELEGATION-FILE.
           IF WS-DLG-STATUS = "00"
              MOVE "Y" TO WS-DELEGATIONS-DISPO
           END-IF.

           PERFORM UNTIL EOF
              READ SINISTRE-FILE
                 AT END
           END-PERFORM.

           CLOSE SINISTRE-FILE PORTEFEUILLE REGISTRE-FILE.
           IF WS-DELEGATIONS-DISPO = "Y"
              CLOSE DELEGATION-FILE
           END-IF.

           DISPLAY "SINISTRES LUS=" WS-COUNT-LUS
              " DECLARES=" WS-COUNT-DECLARES
              MOVE "TYPE D'EVENEMENT INCONNU" TO WS-MOTIF-REJET
           END-IF.

           IF WS-MOTIF-REJET = SPACES
              PERFORM RECHERCHER-ASSUREUR
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH

           .

      *> Assureur du pret : notre contrat de groupe, ou l'assureur
      *> externe de la delegation rattachee au contrat. Une
      *> delegation introuvable ou tombee en non-assurance ne
      *> couvre pas l'evenement.
       RECHERCHER-ASSUREUR.
           MOVE "CONTRAT DE GROUPE" TO WS-ASSUREUR.
           MOVE SPACES TO WS-POLICE.
           IF NOT PR-DELEGATION
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ASSUREUR.
           IF WS-DELEGATIONS-DISPO NOT = "Y"
              MOVE "PRET NON ASSURE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE PR-ID-CLIENT TO AD-ID-CLIENT.
           MOVE PR-NUMERO-PRET TO AD-NUMERO-PRET.
           READ DELEGATION-FILE
              INVALID KEY
                 MOVE "PRET NON ASSURE" TO WS-MOTIF-REJET
              NOT INVALID KEY
                 IF AD-NON-ASSURE
                    MOVE "PRET NON ASSURE" TO WS-MOTIF-REJET
                 ELSE
                    MOVE AD-ASSUREUR TO WS-ASSUREUR
                    MOVE AD-NUMERO-POLICE TO WS-POLICE
                 END-IF
           END-READ

           .

      *> Declaration : le contrat passe au statut sinistre, la
      *> facturation et les relances s'interrompent a compter de la
      *> date d'evenement.
              " EVENEMENT=" SN-TYPE-EVENEMENT
              " DATE=" SN-DATE-EVENEMENT
              " REF ASSUREUR=" SN-REF-ASSUREUR
              " ASSUREUR=" WS-ASSUREUR
              " POLICE=" WS-POLICE
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
              " IMPUTE=" WS-MONTANT-ED
              " SOLDE=" WS-SOLDE-ED
              " STATUT=" PR-STATUT
              " ASSUREUR=" WS-ASSUREUR
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
