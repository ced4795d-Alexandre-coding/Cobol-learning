       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTFRA.

      *> Facturation mensuelle des frais de tenue et d'incidents des
      *> comptes courants selon la grille tarifaire tarifs.ctl, a la
      *> place des frais saisis a la main en operations. Chaque code
      *> tarif porte son montant (et le montant reduit de la
      *> clientele fragile), sa frequence et ses plafonds mensuels
      *> reglementaires :
      *>   M = frais mensuel forfaitaire (tenue de compte), du par
      *>       tout compte present dans comptes.idx ;
      *>   O = frais par occurrence, plafonne au mois par code. Deux
      *>       codes sont reconnus : CINT, commission d'intervention,
      *>       due pour chaque debit du mois qui laisse le compte
      *>       au-dela de sa limite autorisee (autorisations.idx,
      *>       zero sans autorisation) - solde rejoue operation par
      *>       operation comme dans COMPTAGI ; REJP, rejet de
      *>       prelevement, du pour chaque rejet du mois de
      *>       prelevements-rejets.out (PRETRETB), impute au compte
      *>       principal de l'emprunteur et jamais superieur au
      *>       montant rejete ;
      *>   G = plafond global mensuel de l'ensemble des frais par
      *>       occurrence (frais d'incidents).
      *> Les clients en situation de fragilite financiere, listes
      *> dans fragiles.ctl, beneficient des montants et plafonds
      *> reduits. Les frais du mois partent en operations FRAIS
      *> (libelle "FRAIS " suivi du code tarif, montant debiteur)
      *> a la suite de operations.in, que COMPTMAJ impute au cycle
      *> suivant ; le titulaire principal recoit une lettre de
      *> pre-notification via FusionLettre, comme pour les agios,
      *> et le detail par compte et par code part dans frais.out.
      *> Un compte clos n'est plus facture ici : ses derniers frais
      *> ont ete arretes a la cloture par COMPTCLO.
      *> La grille est en EUR : pour un compte tenu en devise
      *> (CP-DEVISE), montants et plafonds sont ramenes dans la
      *> devise du compte au cours de Data/pret/devises.in avant
      *> calcul, et l'operation FRAIS est debitee dans cette devise.
      *> frais.out garde le montant en EUR (repris par RENTABIL),
      *> suivi de la devise et du montant debite. Un compte dont la
      *> devise n'a pas de cours n'est pas facture et sort en ligne
      *> NON FACTURE dans frais.out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT AUTORISATION-FILE
                 ASSIGN TO "Data/compte/autorisations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-NUMERO-COMPTE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT TARIF-FILE ASSIGN TO "Data/compte/tarifs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.

           SELECT FRAGILE-FILE ASSIGN TO "Data/compte/fragiles.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRG-STATUS.

           SELECT REJET-FILE
                 ASSIGN TO "Data/pret/prelevements-rejets.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT FRAIS-FILE ASSIGN TO "Data/compte/frais.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRA-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "Data/compte/frais.srt".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATION-FILE.
       01  OPERATION-LINE.
           05  OL-ID-CLIENT      PIC 9(6).
           05  OL-DATE           PIC 9(8).
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  AUTORISATION-FILE.
           COPY AUTORISATION-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

      *> Grille tarifaire : code, frequence (M, O ou G), montant et
      *> montant clientele fragile, plafond mensuel et plafond
      *> clientele fragile (zero = sans plafond).
       FD  TARIF-FILE.
       01  TARIF-REC.
           05  TF-CODE           PIC X(4).
           05  TF-FREQUENCE      PIC X.
           05  TF-MONTANT        PIC 9(5)V99.
           05  TF-MONTANT-FRAGILE PIC 9(5)V99.
           05  TF-PLAFOND        PIC 9(5)V99.
           05  TF-PLAFOND-FRAGILE PIC 9(5)V99.

       FD  FRAGILE-FILE.
       01  FRAGILE-LINE          PIC 9(6).

      *> Ligne de rejet de PRETRETB, lue a positions fixes comme
      *> dans PRETVEIL ; les retours illisibles sont ignores.
       FD  REJET-FILE.
       01  REJET-LINE.
           05  RJ-LIBELLE        PIC X(11).
           05  RJ-NUMERO-PRET    PIC X(6).
           05  FILLER            PIC X(6).
           05  RJ-DATE           PIC X(8).
           05  FILLER            PIC X(9).
           05  RJ-MONTANT        PIC X(10).
           05  FILLER            PIC X(50).

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  FRAIS-FILE.
       01  FRAIS-LINE            PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-NUMERO-COMPTE  PIC 9(8).
           05  SW-DATE           PIC 9(8).
           05  SW-LIBELLE        PIC X(10).
           05  SW-MONTANT        PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-AUT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-TAR-STATUS         PIC XX VALUE "00".
       01  WS-FRG-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-FRA-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SORT-EOF           PIC X  VALUE "N".
           88  SORT-EOF                   VALUE "Y".
       01  WS-CPT-EOF            PIC X  VALUE "N".
           88  CPT-EOF                    VALUE "Y".
       01  WS-AUT-DISPO          PIC X  VALUE "N".
           88  AUTORISATIONS-DISPO        VALUE "Y".
       01  WS-AUT-TROUVEE        PIC X  VALUE "N".
           88  AUTORISATION-TROUVEE       VALUE "Y".
       01  WS-FRAGILE            PIC X  VALUE "N".
           88  CLIENT-FRAGILE             VALUE "Y".

       01  WS-COUNT-OPERATIONS   PIC 9(5) VALUE 0.
       01  WS-COUNT-COMPTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-FACTURES     PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETS       PIC 9(5) VALUE 0.
       01  WS-COUNT-SANS-COURS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-FRAIS        PIC 9(9)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOIS-FACTURE       PIC 9(6).

      *> Grille tarifaire chargee une fois.
       01  WS-TABLE-TARIFS.
           05  WS-NB-TARIFS      PIC 9(2) VALUE 0.
           05  WS-TARIF OCCURS 20 TIMES.
               10  WS-TA-CODE    PIC X(4).
               10  WS-TA-FREQUENCE PIC X.
               10  WS-TA-MONTANT PIC 9(5)V99.
               10  WS-TA-MONTANT-FRAGILE PIC 9(5)V99.
               10  WS-TA-PLAFOND PIC 9(5)V99.
               10  WS-TA-PLAFOND-FRAGILE PIC 9(5)V99.
      *        Calcul du compte en cours : occurrences et frais dus
      *        du code avant plafond global.
               10  WS-TA-NB      PIC 9(3).
               10  WS-TA-DU      PIC 9(7)V99.
       01  WS-TARIF-INDEX        PIC 9(2).
       01  WS-TARIF-CHERCHE      PIC X(4).
       01  WS-TARIF-TROUVE       PIC 9(2).

      *> Table des cours (EUR implicite a 1) et cours de la devise
      *> du compte en cours.
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).
       01  WS-FRAIS-EUR          PIC 9(7)V99.

       01  WS-TABLE-FRAGILES.
           05  WS-NB-FRAGILES    PIC 9(3) VALUE 0.
           05  WS-FRAGILE-ID     PIC 9(6) OCCURS 500 TIMES.
       01  WS-FRAGILE-INDEX      PIC 9(3).

      *> Rejets de prelevement du mois, rattaches au compte principal
      *> de l'emprunteur.
       01  WS-TABLE-REJETS.
           05  WS-NB-REJETS      PIC 9(3) VALUE 0.
           05  WS-REJET OCCURS 500 TIMES.
               10  WS-RJ-COMPTE  PIC 9(8).
               10  WS-RJ-MONTANT PIC 9(7)V99.
       01  WS-REJET-INDEX        PIC 9(3).
       01  WS-MONTANT-TEXTE      PIC X(10).
       01  WS-MONTANT-REJET      PIC 9(7)V99.

      *> Operations du compte en cours, rejouees dans l'ordre des
      *> dates pour suivre le solde.
       01  WS-OPS-COMPTE.
           05  WS-NB-OPS         PIC 9(3).
           05  WS-OP-COMPTE OCCURS 100 TIMES.
               10  WS-OP-DATE    PIC 9(8).
               10  WS-OP-LIBELLE PIC X(10).
               10  WS-OP-MONTANT PIC S9(7)V99.
       01  WS-OP-INDEX           PIC 9(3).

       01  WS-SOLDE-COURANT      PIC S9(9)V99.

      *> Recherche du compte principal d'un client a une date.
       01  WS-ID-PRINCIPAL       PIC 9(6).
       01  WS-DATE-PRINCIPAL     PIC 9(8).
       01  WS-PRINCIPAL          PIC X.
           88  PRINCIPAL-ABSENT           VALUE "N".
           88  PRINCIPAL-TROUVE           VALUE "O".
           88  PRINCIPAL-CLOS             VALUE "C".
       01  WS-PRINCIPAL-FIN      PIC X.
       01  WS-TOTAL-OPS          PIC S9(9)V99.
       01  WS-LIMITE-OPERATION   PIC 9(7)V99.
       01  WS-FRAIS-UNITAIRE     PIC 9(5)V99.
       01  WS-PLAFOND-CODE       PIC 9(5)V99.
       01  WS-TOTAL-INCIDENTS    PIC 9(7)V99.
       01  WS-PLAFOND-GLOBAL     PIC 9(5)V99.
       01  WS-REDUCTION          PIC 9(7)V99.
       01  WS-FRAIS-COMPTE       PIC 9(7)V99.
       01  WS-NOM-CLIENT         PIC X(20).

      *> Frais factures du passage, gardes en table pour la passe
      *> de post en operations.
       01  WS-TABLE-FACTURES.
           05  WS-NB-FACTURES    PIC 9(3) VALUE 0.
           05  WS-FACTURE OCCURS 500 TIMES.
               10  WS-FA-ID      PIC 9(6).
               10  WS-FA-COMPTE  PIC 9(8).
               10  WS-FA-CODE    PIC X(4).
               10  WS-FA-MONTANT PIC 9(7)V99.
       01  WS-FACTURE-INDEX      PIC 9(3).

       01  WS-FRAIS-ED           PIC Z(6)9,99.
       01  WS-TOTAL-ED           PIC Z(8)9,99.
       01  WS-NB-ED              PIC ZZ9.

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/frais.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/compte/lettres-frais.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTFRA START ===".
           MOVE "COMPTFRA" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-FACTURES
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : un passage
      *    deja TERMINE pour la date de traitement refuse de
      *    repartir sans forcage explicite (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-FACTURE.
           PERFORM CHARGEMENT-TARIFS.
           PERFORM CHARGEMENT-FRAGILES.
           PERFORM CHARGEMENT-COURS.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT FRAIS-FILE.
           IF WS-FRA-STATUS NOT = "00"
              DISPLAY "FRAIS-FILE OPEN ERROR, STATUS=" WS-FRA-STATUS
              CLOSE COMPTE-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sans fichier des autorisations, la limite de chaque
      *    compte est a zero.
           OPEN INPUT AUTORISATION-FILE.
           IF WS-AUT-STATUS = "00"
              SET AUTORISATIONS-DISPO TO TRUE
           END-IF.

           PERFORM CHARGEMENT-REJETS.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-NUMERO-COMPTE SW-DATE
              INPUT PROCEDURE IS CHARGEMENT-OPERATIONS
              OUTPUT PROCEDURE IS FACTURATION-FRAIS.

           CLOSE COMPTE-FILE CLIENT-MASTER FRAIS-FILE.
           IF AUTORISATIONS-DISPO
              CLOSE AUTORISATION-FILE
           END-IF.

           PERFORM POSTER-OPERATIONS-FRAIS.

           MOVE WS-TOTAL-FRAIS TO WS-TOTAL-ED.
           DISPLAY "OPERATIONS=" WS-COUNT-OPERATIONS
              " COMPTES=" WS-COUNT-COMPTES
              " REJETS=" WS-COUNT-REJETS
              " SANS COURS=" WS-COUNT-SANS-COURS
              " FACTURES=" WS-COUNT-FACTURES
              " TOTAL FRAIS=" WS-TOTAL-ED.
           MOVE "COMPTFRA" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-FACTURES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTFRA END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHARGEMENT-TARIFS.
           OPEN INPUT TARIF-FILE.
           IF WS-TAR-STATUS NOT = "00"
              DISPLAY "TARIF-FILE OPEN ERROR, STATUS=" WS-TAR-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ TARIF-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-TARIFS < 20
                          AND TF-MONTANT IS NUMERIC
                          AND TF-MONTANT-FRAGILE IS NUMERIC
                          AND TF-PLAFOND IS NUMERIC
                          AND TF-PLAFOND-FRAGILE IS NUMERIC
                       ADD 1 TO WS-NB-TARIFS
                       MOVE TF-CODE TO WS-TA-CODE(WS-NB-TARIFS)
                       MOVE TF-FREQUENCE
                          TO WS-TA-FREQUENCE(WS-NB-TARIFS)
                       MOVE TF-MONTANT TO WS-TA-MONTANT(WS-NB-TARIFS)
                       MOVE TF-MONTANT-FRAGILE
                          TO WS-TA-MONTANT-FRAGILE(WS-NB-TARIFS)
                       MOVE TF-PLAFOND TO WS-TA-PLAFOND(WS-NB-TARIFS)
                       MOVE TF-PLAFOND-FRAGILE
                          TO WS-TA-PLAFOND-FRAGILE(WS-NB-TARIFS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TARIF-FILE.
           MOVE "N" TO WS-EOF.

           IF WS-NB-TARIFS = ZERO
              DISPLAY "GRILLE TARIFAIRE VIDE, ARRET"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           .

      *> Liste facultative : sans elle, aucun client n'est traite
      *> comme fragile.
       CHARGEMENT-FRAGILES.
           OPEN INPUT FRAGILE-FILE.
           IF WS-FRG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ FRAGILE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-FRAGILES < 500
                          AND FRAGILE-LINE IS NUMERIC
                       ADD 1 TO WS-NB-FRAGILES
                       MOVE FRAGILE-LINE
                          TO WS-FRAGILE-ID(WS-NB-FRAGILES)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE FRAGILE-FILE.
           MOVE "N" TO WS-EOF

           .

       CHARGEMENT-COURS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT COURS-FILE.
           IF WS-COURS-STATUS NOT = "00"
              DISPLAY "COURS-FILE INDISPONIBLE, STATUS="
                 WS-COURS-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ COURS-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-COURS < 10
                       ADD 1 TO WS-NB-COURS
                       MOVE CO-DEVISE TO WS-CRS-CODE(WS-NB-COURS)
                       MOVE CO-COURS TO WS-CRS-COURS(WS-NB-COURS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COURS-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Rejets du mois : le rejet cite le pret, le frais va au
      *> compte principal de l'emprunteur.
       CHARGEMENT-REJETS.
           OPEN INPUT REJET-FILE.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "REJETS DE PRELEVEMENT ABSENTS, FRAIS REJP"
                 " NON FACTURES"
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              CLOSE REJET-FILE
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ REJET-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RJ-LIBELLE = "REJET PRET="
                          AND RJ-NUMERO-PRET IS NUMERIC
                          AND RJ-DATE(1:6) = WS-MOIS-FACTURE
                       PERFORM RATTACHER-REJET
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE REJET-FILE PORTEFEUILLE.
           MOVE "N" TO WS-EOF

           .

       RATTACHER-REJET.
           MOVE RJ-NUMERO-PRET TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE PR-ID-CLIENT TO WS-ID-PRINCIPAL.
           MOVE WS-DATE-JOUR TO WS-DATE-PRINCIPAL.
           PERFORM CHERCHER-COMPTE-PRINCIPAL.
           IF NOT PRINCIPAL-TROUVE
              EXIT PARAGRAPH
           END-IF.

      *    Montant edite Z(6)9,99 : la virgule saute, les blancs de
      *    tete passent a zero.
           MOVE ZERO TO WS-MONTANT-REJET.
           MOVE RJ-MONTANT TO WS-MONTANT-TEXTE.
           INSPECT WS-MONTANT-TEXTE REPLACING ALL SPACE BY "0".
           IF WS-MONTANT-TEXTE(1:7) IS NUMERIC
                 AND WS-MONTANT-TEXTE(9:2) IS NUMERIC
              STRING WS-MONTANT-TEXTE(1:7) WS-MONTANT-TEXTE(9:2)
                 DELIMITED BY SIZE INTO WS-MONTANT-REJET
              END-STRING
           END-IF.

           IF WS-NB-REJETS < 500
              ADD 1 TO WS-NB-REJETS
              ADD 1 TO WS-COUNT-REJETS
              MOVE CP-NUMERO-COMPTE TO WS-RJ-COMPTE(WS-NB-REJETS)
              MOVE WS-MONTANT-REJET TO WS-RJ-MONTANT(WS-NB-REJETS)
           END-IF

           .

       CHARGEMENT-OPERATIONS.
           OPEN INPUT OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ OPERATION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-OPERATIONS
                    PERFORM RATTACHER-COMPTE
                    MOVE OL-DATE TO SW-DATE
                    MOVE OL-LIBELLE TO SW-LIBELLE
                    MOVE OL-MONTANT TO SW-MONTANT
                    RELEASE SORT-WORK-REC
              END-READ
           END-PERFORM.

           CLOSE OPERATION-FILE

           .

      *> Compte de l'operation : le numero porte par la ligne, a
      *> defaut le compte principal du client (meme regle que
      *> COMPTMAJ et COMPTAGI).
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

      *> Appariement des operations triees avec le fichier des
      *> comptes, tous deux dans l'ordre des numeros : chaque compte
      *> est facture, avec ou sans mouvement du mois (la tenue de
      *> compte est due par tous) ; les operations sans compte
      *> connu sont ignorees.
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

       FACTURATION-FRAIS.
           PERFORM LIRE-TRI.

           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET CPT-EOF TO TRUE
           END-START.

           PERFORM UNTIL CPT-EOF
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    SET CPT-EOF TO TRUE
                 NOT AT END
                    PERFORM REGROUPER-OPERATIONS
                    IF NOT CP-CLOS
                       PERFORM CALCULER-FRAIS-COMPTE
                    END-IF
              END-READ
           END-PERFORM

           .

       LIRE-TRI.
           RETURN SORT-WORK-FILE
              AT END
                 SET SORT-EOF TO TRUE
                 MOVE 99999999 TO SW-NUMERO-COMPTE
           END-RETURN

           .

       REGROUPER-OPERATIONS.
           MOVE ZERO TO WS-NB-OPS.
           PERFORM UNTIL SW-NUMERO-COMPTE NOT < CP-NUMERO-COMPTE
              PERFORM LIRE-TRI
           END-PERFORM.

           PERFORM UNTIL SW-NUMERO-COMPTE NOT = CP-NUMERO-COMPTE
              IF WS-NB-OPS < 100
                 ADD 1 TO WS-NB-OPS
                 MOVE SW-DATE TO WS-OP-DATE(WS-NB-OPS)
                 MOVE SW-LIBELLE TO WS-OP-LIBELLE(WS-NB-OPS)
                 MOVE SW-MONTANT TO WS-OP-MONTANT(WS-NB-OPS)
              END-IF
              PERFORM LIRE-TRI
           END-PERFORM

           .

       CALCULER-FRAIS-COMPTE.
           ADD 1 TO WS-COUNT-COMPTES.
           PERFORM CHERCHER-COURS-COMPTE.
           IF WS-COURS-TROUVE = ZERO
              PERFORM SIGNALER-SANS-COURS
              EXIT PARAGRAPH
           END-IF.
           PERFORM DETERMINER-FRAGILITE.
           PERFORM LIRE-AUTORISATION.

           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              MOVE ZERO TO WS-TA-NB(WS-TARIF-INDEX)
              MOVE ZERO TO WS-TA-DU(WS-TARIF-INDEX)
           END-PERFORM.

           PERFORM COMPTER-INTERVENTIONS.
           PERFORM COMPTER-REJETS.

      *    Frais par code : forfait mensuel, ou occurrences au
      *    montant unitaire sous le plafond mensuel du code. Les
      *    rejets sont deja valorises par COMPTER-REJETS.
           MOVE ZERO TO WS-TOTAL-INCIDENTS.
           MOVE ZERO TO WS-PLAFOND-GLOBAL.
           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              IF CLIENT-FRAGILE
                 MOVE WS-TA-MONTANT-FRAGILE(WS-TARIF-INDEX)
                    TO WS-FRAIS-UNITAIRE
                 MOVE WS-TA-PLAFOND-FRAGILE(WS-TARIF-INDEX)
                    TO WS-PLAFOND-CODE
              ELSE
                 MOVE WS-TA-MONTANT(WS-TARIF-INDEX)
                    TO WS-FRAIS-UNITAIRE
                 MOVE WS-TA-PLAFOND(WS-TARIF-INDEX)
                    TO WS-PLAFOND-CODE
              END-IF
              PERFORM CONVERTIR-TARIF
              EVALUATE WS-TA-FREQUENCE(WS-TARIF-INDEX)
                 WHEN "M"
                    MOVE 1 TO WS-TA-NB(WS-TARIF-INDEX)
                    MOVE WS-FRAIS-UNITAIRE
                       TO WS-TA-DU(WS-TARIF-INDEX)
                 WHEN "O"
                    IF WS-TA-CODE(WS-TARIF-INDEX) NOT = "REJP"
                       COMPUTE WS-TA-DU(WS-TARIF-INDEX) =
                          WS-TA-NB(WS-TARIF-INDEX)
                          * WS-FRAIS-UNITAIRE
                    END-IF
                    IF WS-PLAFOND-CODE > ZERO
                          AND WS-TA-DU(WS-TARIF-INDEX)
                             > WS-PLAFOND-CODE
                       MOVE WS-PLAFOND-CODE
                          TO WS-TA-DU(WS-TARIF-INDEX)
                    END-IF
                    ADD WS-TA-DU(WS-TARIF-INDEX)
                       TO WS-TOTAL-INCIDENTS
                 WHEN "G"
                    MOVE WS-PLAFOND-CODE TO WS-PLAFOND-GLOBAL
              END-EVALUATE
           END-PERFORM.

           IF WS-PLAFOND-GLOBAL > ZERO
                 AND WS-TOTAL-INCIDENTS > WS-PLAFOND-GLOBAL
              PERFORM APPLIQUER-PLAFOND-GLOBAL
           END-IF.

           MOVE ZERO TO WS-FRAIS-COMPTE.
           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              IF WS-TA-DU(WS-TARIF-INDEX) > ZERO
                 PERFORM FACTURER-CODE
              END-IF
           END-PERFORM.

           IF WS-FRAIS-COMPTE > ZERO
              PERFORM NOTIFIER-CLIENT
           END-IF

           .

       DETERMINER-FRAGILITE.
           MOVE "N" TO WS-FRAGILE.
           PERFORM VARYING WS-FRAGILE-INDEX FROM 1 BY 1
                 UNTIL WS-FRAGILE-INDEX > WS-NB-FRAGILES
              IF WS-FRAGILE-ID(WS-FRAGILE-INDEX) = CP-ID-CLIENT
                 SET CLIENT-FRAGILE TO TRUE
              END-IF
           END-PERFORM

           .

       LIRE-AUTORISATION.
           MOVE "N" TO WS-AUT-TROUVEE.
           IF NOT AUTORISATIONS-DISPO
              EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUMERO-COMPTE TO AU-NUMERO-COMPTE.
           READ AUTORISATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           SET AUTORISATION-TROUVEE TO TRUE

           .

      *> Commissions d'intervention : solde reconstitue a partir du
      *> solde de cloture (meme demarche que COMPTAGI), chaque
      *> debit du mois qui laisse le compte au-dela de sa limite
      *> compte une occurrence. Frais et agios deja factures ne
      *> declenchent pas de commission.
       COMPTER-INTERVENTIONS.
           MOVE "CINT" TO WS-TARIF-CHERCHE.
           PERFORM CHERCHER-TARIF.
           IF WS-TARIF-TROUVE = ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-TOTAL-OPS.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-TOTAL-OPS
           END-PERFORM.
           COMPUTE WS-SOLDE-COURANT = CP-SOLDE - WS-TOTAL-OPS.

           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-SOLDE-COURANT
              IF WS-OP-MONTANT(WS-OP-INDEX) < ZERO
                    AND WS-OP-DATE(WS-OP-INDEX)(1:6) = WS-MOIS-FACTURE
                    AND WS-OP-LIBELLE(WS-OP-INDEX)(1:5) NOT = "FRAIS"
                    AND WS-OP-LIBELLE(WS-OP-INDEX)(1:5) NOT = "AGIOS"
                    AND WS-SOLDE-COURANT < ZERO
                 PERFORM CALCULER-LIMITE-OPERATION
                 IF ZERO - WS-SOLDE-COURANT > WS-LIMITE-OPERATION
                       AND WS-TA-NB(WS-TARIF-TROUVE) < 999
                    ADD 1 TO WS-TA-NB(WS-TARIF-TROUVE)
                 END-IF
              END-IF
           END-PERFORM

           .

      *> Limite autorisee a la date de l'operation (meme regle que
      *> COMPTAGI et COMPTDEP).
       CALCULER-LIMITE-OPERATION.
           MOVE ZERO TO WS-LIMITE-OPERATION.
           IF NOT AUTORISATION-TROUVEE
              EXIT PARAGRAPH
           END-IF.
           IF AU-DATE-ECHEANCE < WS-OP-DATE(WS-OP-INDEX)
              EXIT PARAGRAPH
           END-IF.
           MOVE AU-LIMITE TO WS-LIMITE-OPERATION.
           IF AU-DATE-FIN-TEMPO NOT < WS-OP-DATE(WS-OP-INDEX)
                 AND AU-LIMITE-TEMPO > WS-LIMITE-OPERATION
              MOVE AU-LIMITE-TEMPO TO WS-LIMITE-OPERATION
           END-IF

           .

      *> Frais de rejet : montant du tarif, ramene au montant du
      *> prelevement rejete quand celui-ci est plus faible.
       COMPTER-REJETS.
           MOVE "REJP" TO WS-TARIF-CHERCHE.
           PERFORM CHERCHER-TARIF.
           IF WS-TARIF-TROUVE = ZERO
              EXIT PARAGRAPH
           END-IF.

           IF CLIENT-FRAGILE
              MOVE WS-TA-MONTANT-FRAGILE(WS-TARIF-TROUVE)
                 TO WS-FRAIS-UNITAIRE
           ELSE
              MOVE WS-TA-MONTANT(WS-TARIF-TROUVE) TO WS-FRAIS-UNITAIRE
           END-IF.
           IF WS-COURS-TROUVE NOT = 1
              COMPUTE WS-FRAIS-UNITAIRE ROUNDED =
                 WS-FRAIS-UNITAIRE / WS-COURS-TROUVE
           END-IF.

           PERFORM VARYING WS-REJET-INDEX FROM 1 BY 1
                 UNTIL WS-REJET-INDEX > WS-NB-REJETS
              IF WS-RJ-COMPTE(WS-REJET-INDEX) = CP-NUMERO-COMPTE
                    AND WS-TA-NB(WS-TARIF-TROUVE) < 999
                 ADD 1 TO WS-TA-NB(WS-TARIF-TROUVE)
                 IF WS-RJ-MONTANT(WS-REJET-INDEX) > ZERO
                       AND WS-RJ-MONTANT(WS-REJET-INDEX)
                          < WS-FRAIS-UNITAIRE
                    ADD WS-RJ-MONTANT(WS-REJET-INDEX)
                       TO WS-TA-DU(WS-TARIF-TROUVE)
                 ELSE
                    ADD WS-FRAIS-UNITAIRE TO WS-TA-DU(WS-TARIF-TROUVE)
                 END-IF
              END-IF
           END-PERFORM

           .

       CHERCHER-TARIF.
           MOVE ZERO TO WS-TARIF-TROUVE.
           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
                    OR WS-TARIF-TROUVE > ZERO
              IF WS-TA-CODE(WS-TARIF-INDEX) = WS-TARIF-CHERCHE
                    AND WS-TA-FREQUENCE(WS-TARIF-INDEX) = "O"
                 MOVE WS-TARIF-INDEX TO WS-TARIF-TROUVE
              END-IF
           END-PERFORM

           .

      *> Plafond global des frais d'incidents : l'excedent est
      *> retire des codes par occurrence dans l'ordre de la grille,
      *> en partant du dernier.
       APPLIQUER-PLAFOND-GLOBAL.
           COMPUTE WS-REDUCTION =
              WS-TOTAL-INCIDENTS - WS-PLAFOND-GLOBAL.
           PERFORM VARYING WS-TARIF-INDEX FROM WS-NB-TARIFS BY -1
                 UNTIL WS-TARIF-INDEX < 1
                    OR WS-REDUCTION = ZERO
              IF WS-TA-FREQUENCE(WS-TARIF-INDEX) = "O"
                 IF WS-TA-DU(WS-TARIF-INDEX) > WS-REDUCTION
                    SUBTRACT WS-REDUCTION FROM WS-TA-DU(WS-TARIF-INDEX)
                    MOVE ZERO TO WS-REDUCTION
                 ELSE
                    SUBTRACT WS-TA-DU(WS-TARIF-INDEX) FROM WS-REDUCTION
                    MOVE ZERO TO WS-TA-DU(WS-TARIF-INDEX)
                 END-IF
              END-IF
           END-PERFORM

           .

      *> Le du du code est dans la devise du compte ; le total et
      *> frais.out sont tenus en EUR.
       FACTURER-CODE.
           ADD WS-TA-DU(WS-TARIF-INDEX) TO WS-FRAIS-COMPTE.
           COMPUTE WS-FRAIS-EUR ROUNDED =
              WS-TA-DU(WS-TARIF-INDEX) * WS-COURS-TROUVE.
           ADD WS-FRAIS-EUR TO WS-TOTAL-FRAIS.
           IF WS-NB-FACTURES < 500
              ADD 1 TO WS-NB-FACTURES
              MOVE CP-ID-CLIENT TO WS-FA-ID(WS-NB-FACTURES)
              MOVE CP-NUMERO-COMPTE TO WS-FA-COMPTE(WS-NB-FACTURES)
              MOVE WS-TA-CODE(WS-TARIF-INDEX)
                 TO WS-FA-CODE(WS-NB-FACTURES)
              MOVE WS-TA-DU(WS-TARIF-INDEX)
                 TO WS-FA-MONTANT(WS-NB-FACTURES)
           END-IF.

           MOVE WS-FRAIS-EUR TO WS-FRAIS-ED.
           MOVE WS-TA-NB(WS-TARIF-INDEX) TO WS-NB-ED.
           MOVE SPACES TO FRAIS-LINE.
           STRING
              "FRAIS COMPTE=" CP-NUMERO-COMPTE
              " CLIENT=" CP-ID-CLIENT
              " MOIS=" WS-MOIS-FACTURE
              " CODE=" WS-TA-CODE(WS-TARIF-INDEX)
              " NOMBRE=" WS-NB-ED
              " MONTANT=" WS-FRAIS-ED
              DELIMITED BY SIZE
              INTO FRAIS-LINE
           END-STRING.
           IF CLIENT-FRAGILE
              MOVE "FRAGILE" TO FRAIS-LINE(90:7)
           END-IF.
           IF NOT CP-EN-EUR
              MOVE WS-TA-DU(WS-TARIF-INDEX) TO WS-FRAIS-ED
              STRING
                 "DEVISE=" CP-DEVISE
                 " DEBITE=" WS-FRAIS-ED
                 DELIMITED BY SIZE
                 INTO FRAIS-LINE(98:35)
              END-STRING
           END-IF.
           WRITE FRAIS-LINE

           .

      *> Montant et plafond du code (grille EUR) ramenes dans la
      *> devise du compte.
       CONVERTIR-TARIF.
           IF WS-COURS-TROUVE = 1
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FRAIS-UNITAIRE ROUNDED =
              WS-FRAIS-UNITAIRE / WS-COURS-TROUVE.
           COMPUTE WS-PLAFOND-CODE ROUNDED =
              WS-PLAFOND-CODE / WS-COURS-TROUVE

           .

      *> Compte en devise sans cours a devises.in : pas de frais
      *> hors de la devise du compte, le compte est signale.
       SIGNALER-SANS-COURS.
           ADD 1 TO WS-COUNT-SANS-COURS.
           DISPLAY "DEVISE SANS COURS, COMPTE=" CP-NUMERO-COMPTE
              " DEVISE=" CP-DEVISE " - NON FACTURE".
           MOVE SPACES TO FRAIS-LINE.
           STRING
              "NON FACTURE COMPTE=" CP-NUMERO-COMPTE
              " CLIENT=" CP-ID-CLIENT
              " MOIS=" WS-MOIS-FACTURE
              " DEVISE=" CP-DEVISE
              " SANS COURS"
              DELIMITED BY SIZE
              INTO FRAIS-LINE
           END-STRING.
           WRITE FRAIS-LINE

           .

      *> Cours de la devise du compte (1 pour un compte en EUR) ;
      *> zero si elle n'a pas de cours a la table.
       CHERCHER-COURS-COMPTE.
           MOVE 1 TO WS-COURS-TROUVE.
           IF CP-EN-EUR
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-COURS-TROUVE.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = CP-DEVISE
                 MOVE WS-CRS-COURS(WS-COURS-INDEX)
                    TO WS-COURS-TROUVE
              END-IF
           END-PERFORM

           .

       NOTIFIER-CLIENT.
           ADD 1 TO WS-COUNT-FACTURES.
           MOVE CP-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "(CLIENT INCONNU)" TO WS-NOM-CLIENT
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
           END-READ.

      *    Adresse en retour NPAI : les frais restent dus, mais la
      *    lettre attend l'adresse corrigee (COURRETR).
           IF WS-CLI-STATUS NOT = "00"
                 OR CL-ADRESSE-KO OF CLIENT-MASTER-REC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FRAIS-COMPTE TO WS-FRAIS-ED.
           MOVE 4 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-NOM-CLIENT TO WS-PARAM-VALEUR(1).
           MOVE "MONTANT" TO WS-PARAM-NOM(2).
           MOVE WS-FRAIS-ED TO WS-PARAM-VALEUR(2).
           MOVE "DATE" TO WS-PARAM-NOM(3).
           MOVE WS-DATE-JOUR TO WS-PARAM-VALEUR(3).
           MOVE "COMPTE" TO WS-PARAM-NOM(4).
           MOVE CP-NUMERO-COMPTE TO WS-PARAM-VALEUR(4).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              CP-ID-CLIENT

           .

      *> Les frais factures repartent en operations FRAIS (montant
      *> debiteur, date de traitement) a la suite du fichier des
      *> operations, sur le compte facture : COMPTMAJ les imputera
      *> au cycle suivant.
       POSTER-OPERATIONS-FRAIS.
           IF WS-NB-FACTURES = ZERO
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE EXTEND ERROR, STATUS="
                 WS-OPE-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-FACTURE-INDEX FROM 1 BY 1
                 UNTIL WS-FACTURE-INDEX > WS-NB-FACTURES
              MOVE WS-FA-ID(WS-FACTURE-INDEX) TO OL-ID-CLIENT
              MOVE WS-DATE-JOUR TO OL-DATE
              MOVE SPACES TO OL-LIBELLE
              STRING "FRAIS " WS-FA-CODE(WS-FACTURE-INDEX)
                 DELIMITED BY SIZE INTO OL-LIBELLE
              END-STRING
              MOVE WS-FA-COMPTE(WS-FACTURE-INDEX) TO OL-NUMERO-COMPTE
              MOVE ZERO TO OL-NUMERO-CHEQUE
              MOVE SPACES TO OL-CAISSE
              COMPUTE OL-MONTANT =
                 ZERO - WS-FA-MONTANT(WS-FACTURE-INDEX)
              WRITE OPERATION-LINE
           END-PERFORM.

           CLOSE OPERATION-FILE

           .
