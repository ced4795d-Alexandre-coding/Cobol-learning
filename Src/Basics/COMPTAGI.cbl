      *> Facturation trimestrielle des agios de decouvert sur les
      *> comptes courants : COMPTREL signale les decouverts, ce lot
      *> les facture enfin. Les operations du trimestre sont triees
      *> par compte et par date (sans numero de compte, celui du
      *> compte principal du client, comme dans COMPTMAJ), le
      *> solde quotidien de chaque compte est reconstitue
      *> a partir du solde de cloture de comptes.idx (meme demarche
      *> que le releve), et chaque jour passe sous zero porte des
      *> interets debiteurs : au taux contractuel de l'autorisation
      *> de decouvert du compte (autorisations.idx, tenu par
      *> COMPTAUT) pour la part du debit dans la limite autorisee ce
      *> jour-la, et au taux de depassement du fichier de pilotage
      *> agios-taux.ctl au-dela, ou pour tout le debit d'un compte
      *> sans autorisation. Les deux taux sont plafonnes par la
      *> ligne AGIOS du trimestre courant dans usure.in quand elle
      *> est publiee, la meme logique de plafond que CALCPRET.
      *> L'agio calcule est poste en operation AGIOS (montant
      *> debiteur) a la suite du fichier des operations : COMPTMAJ
      *> et le releve le reprennent naturellement au cycle suivant,
      *> sur le compte facture.
      *> Le titulaire principal de chaque compte facture
      *> recoit une lettre de pre-notification via FusionLettre et
      *> une ligne de detail part dans agios.out.
      *> Un compte clos n'est plus facture ici : ses derniers agios
      *> ont ete arretes a la cloture par COMPTCLO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT TAUX-FILE ASSIGN TO WS-CHEMIN-AGIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

           SELECT AUTORISATION-FILE
                 ASSIGN TO "Data/compte/autorisations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-NUMERO-COMPTE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT USURE-FILE ASSIGN TO WS-CHEMIN-USURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USU-STATUS.

           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.
       FD  TAUX-FILE.
       01  TAUX-LINE             PIC 99V99.

       FD  AUTORISATION-FILE.
           COPY AUTORISATION-REC.

       FD  USURE-FILE.
       01  USURE-REC.
           05 US-TRIMESTRE            PIC X(6).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-NUMERO-COMPTE  PIC 9(8).
           05  SW-ID-CLIENT      PIC 9(6).
           05  SW-DATE           PIC 9(8).
           05  SW-MONTANT        PIC S9(7)V99.
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-TAUX-STATUS        PIC XX VALUE "00".
       01  WS-USU-STATUS         PIC XX VALUE "00".
       01  WS-AUT-STATUS         PIC XX VALUE "00".
       01  WS-AGI-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  SORT-EOF                   VALUE "Y".
       01  WS-USURE-EOF          PIC X  VALUE "N".
           88  USURE-EOF                  VALUE "Y".
       01  WS-AUT-DISPO          PIC X  VALUE "N".
           88  AUTORISATIONS-DISPO        VALUE "Y".
       01  WS-AUT-TROUVEE        PIC X  VALUE "N".
           88  AUTORISATION-TROUVEE       VALUE "Y".

       01  WS-COUNT-OPERATIONS   PIC 9(5) VALUE 0.
       01  WS-COUNT-COMPTES      PIC 9(5) VALUE 0.
       01  WS-MOIS-COURANT       PIC 99.
       01  WS-TAUX-AGIOS         PIC 99V99.
       01  WS-PLAFOND-AGIOS      PIC 9V99.
       01  WS-TAUX-CONTRAT       PIC 99V99.

      *> Partage du debit d'une periode entre la limite autorisee
      *> (taux contractuel) et le depassement (taux d'agios).
       01  WS-LIMITE-PERIODE     PIC 9(7)V99.
       01  WS-DEBIT-PERIODE      PIC 9(9)V99.
       01  WS-DEBIT-DANS-LIMITE  PIC 9(9)V99.
       01  WS-DEBIT-HORS-LIMITE  PIC 9(9)V99.

      *> Operations du client en cours de rupture, rejouees dans
      *> l'ordre des dates pour suivre le solde quotidien.
       01  WS-OP-INDEX           PIC 9(3).

       01  WS-ID-COURANT         PIC 9(6).
       01  WS-NUMERO-COURANT     PIC 9(8).

      *> Recherche du compte principal d'un client a une date.
       01  WS-ID-PRINCIPAL       PIC 9(6).
       01  WS-DATE-PRINCIPAL     PIC 9(8).
       01  WS-PRINCIPAL          PIC X.
           88  PRINCIPAL-ABSENT           VALUE "N".
           88  PRINCIPAL-TROUVE           VALUE "O".
           88  PRINCIPAL-CLOS             VALUE "C".
       01  WS-PRINCIPAL-FIN      PIC X.
       01  WS-PREMIER-CLIENT     PIC X VALUE "Y".
           88  PREMIER-CLIENT             VALUE "Y".
       01  WS-SOLDE-CLOTURE      PIC S9(9)V99.
           05  WS-NB-FACTURES    PIC 9(3) VALUE 0.
           05  WS-FACTURE OCCURS 200 TIMES.
               10  WS-FA-ID      PIC 9(6).
               10  WS-FA-COMPTE  PIC 9(8).
               10  WS-FA-MONTANT PIC 9(7)V99.
       01  WS-FACTURE-INDEX      PIC 9(3).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-AGIOS         PIC X(8) VALUE "AGIOS".
       01  WS-CHEMIN-AGIOS       PIC X(45)
                 VALUE "Data/compte/agios-taux.ctl".
       01  WS-CODE-USURE         PIC X(8) VALUE "USURE".
       01  WS-CHEMIN-USURE       PIC X(45) VALUE "Data/pret/usure.in".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              STOP RUN
           END-IF.

      *    Sans fichier des autorisations, tout debit est facture
      *    au taux de depassement.
           OPEN INPUT AUTORISATION-FILE.
           IF WS-AUT-STATUS = "00"
              SET AUTORISATIONS-DISPO TO TRUE
           END-IF.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-NUMERO-COMPTE SW-DATE
              INPUT PROCEDURE IS CHARGEMENT-OPERATIONS
              OUTPUT PROCEDURE IS FACTURATION-AGIOS.

           CLOSE COMPTE-FILE CLIENT-MASTER AGIO-FILE.
           IF AUTORISATIONS-DISPO
              CLOSE AUTORISATION-FILE
           END-IF.

           PERFORM POSTER-OPERATIONS-AGIOS.

           STOP RUN.

       LECTURE-TAUX-AGIOS.
           CALL "ParametreVigueur" USING WS-CODE-AGIOS WS-DATE-JOUR
              WS-CHEMIN-AGIOS.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS NOT = "00"
              DISPLAY "TAUX-FILE OPEN ERROR, STATUS=" WS-TAUX-STATUS
           END-EVALUATE.

           MOVE ZERO TO WS-PLAFOND-AGIOS.
           CALL "ParametreVigueur" USING WS-CODE-USURE WS-DATE-JOUR
              WS-CHEMIN-USURE.
           OPEN INPUT USURE-FILE.
           IF WS-USU-STATUS NOT = "00"
              EXIT PARAGRAPH
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-OPERATIONS
                    PERFORM RATTACHER-COMPTE
                    MOVE OL-ID-CLIENT TO SW-ID-CLIENT
                    MOVE OL-DATE TO SW-DATE
                    MOVE OL-MONTANT TO SW-MONTANT

           .

      *> Compte de l'operation : le numero porte par la ligne, a
      *> defaut le compte principal du client (zero s'il n'en a
      *> pas, la rupture correspondante est alors ignoree).
       RATTACHER-COMPTE.
           IF OL-NUMERO-COMPTE IS NUMERIC
                 AND OL-NUMERO-COMPTE > ZERO
              MOVE OL-NUMERO-COMPTE TO SW-NUMERO-COMPTE
           ELSE
              MOVE OL-ID-CLIENT TO WS-ID-PRINCIPAL
              MOVE OL-DATE TO WS-DATE-PRINCIPAL
              PERFORM CHERCHER-COMPTE-PRINCIPAL
              IF PRINCIPAL-TROUVE
                 MOVE CP-NUMERO-COMPTE TO SW-NUMERO-COMPTE
              ELSE
                 MOVE ZERO TO SW-NUMERO-COMPTE
              END-IF
           END-IF

           .

      *> Compte principal du client : le plus ancien dont il est
      *> titulaire principal, en passant ceux qui etaient deja clos
      *> a la date cherchee. PRINCIPAL-CLOS quand le client n'a
      *> plus que des comptes clos a cette date.
       CHERCHER-COMPTE-PRINCIPAL.
           SET PRINCIPAL-ABSENT TO TRUE.
           MOVE WS-ID-PRINCIPAL TO CP-ID-CLIENT.
           READ COMPTE-FILE KEY IS CP-ID-CLIENT
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE "N" TO WS-PRINCIPAL-FIN.
           PERFORM UNTIL NOT CP-CLOS
                 OR CP-DATE-CLOTURE NOT < WS-DATE-PRINCIPAL
                 OR WS-PRINCIPAL-FIN = "Y"
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-PRINCIPAL-FIN
                 NOT AT END
                    IF CP-ID-CLIENT NOT = WS-ID-PRINCIPAL
                       MOVE "Y" TO WS-PRINCIPAL-FIN
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-PRINCIPAL-FIN = "Y"
              SET PRINCIPAL-CLOS TO TRUE
           ELSE
              SET PRINCIPAL-TROUVE TO TRUE
           END-IF

           .

       FACTURATION-AGIOS.
           MOVE ZERO TO WS-NB-OPS.
           PERFORM UNTIL SORT-EOF
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF NOT PREMIER-CLIENT
                          AND SW-NUMERO-COMPTE NOT = WS-NUMERO-COURANT
                       PERFORM CALCULER-AGIOS-CLIENT
                       MOVE ZERO TO WS-NB-OPS
                    END-IF
                    MOVE "N" TO WS-PREMIER-CLIENT
                    MOVE SW-NUMERO-COMPTE TO WS-NUMERO-COURANT
                    IF WS-NB-OPS < 100
                       ADD 1 TO WS-NB-OPS
                       MOVE SW-DATE TO WS-OP-DATE(WS-NB-OPS)
       CALCULER-AGIOS-CLIENT.
           ADD 1 TO WS-COUNT-COMPTES.

           MOVE WS-NUMERO-COURANT TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF CP-CLOS
              EXIT PARAGRAPH
           END-IF.
           MOVE CP-ID-CLIENT TO WS-ID-COURANT.
           PERFORM LIRE-AUTORISATION.

           MOVE CP-SOLDE TO WS-SOLDE-CLOTURE.
           MOVE ZERO TO WS-TOTAL-OPS.

           .

      *> Autorisation de decouvert du compte, et son taux
      *> contractuel ramene au plafond d'usure comme le taux d'agios.
       LIRE-AUTORISATION.
           MOVE "N" TO WS-AUT-TROUVEE.
           MOVE ZERO TO WS-TAUX-CONTRAT.
           IF NOT AUTORISATIONS-DISPO
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NUMERO-COURANT TO AU-NUMERO-COMPTE.
           READ AUTORISATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           SET AUTORISATION-TROUVEE TO TRUE.
           MOVE AU-TAUX TO WS-TAUX-CONTRAT.
           IF WS-PLAFOND-AGIOS > ZERO
                 AND WS-TAUX-CONTRAT > WS-PLAFOND-AGIOS
              MOVE WS-PLAFOND-AGIOS TO WS-TAUX-CONTRAT
           END-IF

           .

       CUMULER-INTERETS-PERIODE.
           COMPUTE WS-JOURS-PERIODE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-SUIVANTE)
           IF WS-JOURS-PERIODE < ZERO
              MOVE ZERO TO WS-JOURS-PERIODE
           END-IF.

           PERFORM CALCULER-LIMITE-PERIODE.
           COMPUTE WS-DEBIT-PERIODE = ZERO - WS-SOLDE-COURANT.
           IF WS-DEBIT-PERIODE > WS-LIMITE-PERIODE
              MOVE WS-LIMITE-PERIODE TO WS-DEBIT-DANS-LIMITE
              COMPUTE WS-DEBIT-HORS-LIMITE =
                 WS-DEBIT-PERIODE - WS-LIMITE-PERIODE
           ELSE
              MOVE WS-DEBIT-PERIODE TO WS-DEBIT-DANS-LIMITE
              MOVE ZERO TO WS-DEBIT-HORS-LIMITE
           END-IF.

           COMPUTE WS-AGIO-CUMULE = WS-AGIO-CUMULE
              + (WS-DEBIT-DANS-LIMITE * WS-TAUX-CONTRAT
                 + WS-DEBIT-HORS-LIMITE * WS-TAUX-AGIOS)
              / 100 * WS-JOURS-PERIODE / 365

           .

      *> Limite autorisee au premier jour de la periode : celle de
      *> l'autorisation tant qu'elle n'est pas echue, portee au
      *> relevement temporaire s'il court encore (meme regle que
      *> l'etat des depassements COMPTDEP).
       CALCULER-LIMITE-PERIODE.
           MOVE ZERO TO WS-LIMITE-PERIODE.
           IF NOT AUTORISATION-TROUVEE
              EXIT PARAGRAPH
           END-IF.
           IF AU-DATE-ECHEANCE < WS-OP-DATE(WS-OP-INDEX)
              EXIT PARAGRAPH
           END-IF.
           MOVE AU-LIMITE TO WS-LIMITE-PERIODE.
           IF AU-DATE-FIN-TEMPO NOT < WS-OP-DATE(WS-OP-INDEX)
                 AND AU-LIMITE-TEMPO > WS-LIMITE-PERIODE
              MOVE AU-LIMITE-TEMPO TO WS-LIMITE-PERIODE
           END-IF

           .

           IF WS-NB-FACTURES < 200
              ADD 1 TO WS-NB-FACTURES
              MOVE WS-ID-COURANT TO WS-FA-ID(WS-NB-FACTURES)
              MOVE WS-NUMERO-COURANT TO WS-FA-COMPTE(WS-NB-FACTURES)
              MOVE WS-AGIO-FACTURE
                 TO WS-FA-MONTANT(WS-NB-FACTURES)
           END-IF.
           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-ED.
           MOVE SPACES TO AGIO-LINE.
           STRING
              "AGIOS COMPTE=" WS-NUMERO-COURANT
              " CLIENT=" WS-ID-COURANT
              " " WS-NOM-CLIENT
              " TRIMESTRE=" WS-TRIMESTRE-COURANT
              " MONTANT=" WS-AGIO-ED
              MOVE WS-FA-ID(WS-FACTURE-INDEX) TO OL-ID-CLIENT
              MOVE WS-DATE-JOUR TO OL-DATE
              MOVE "AGIOS" TO OL-LIBELLE
              MOVE WS-FA-COMPTE(WS-FACTURE-INDEX) TO OL-NUMERO-COMPTE
              MOVE ZERO TO OL-NUMERO-CHEQUE
              MOVE SPACES TO OL-CAISSE
              COMPUTE OL-MONTANT =
                 ZERO - WS-FA-MONTANT(WS-FACTURE-INDEX)
              WRITE OPERATION-LINE
