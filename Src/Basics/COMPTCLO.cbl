       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTCLO.

      *> Cloture par lot des comptes courants, sur le modele de
      *> SUSPMNT : chaque mouvement de clotures.in cite le compte a
      *> clore, la date de cloture (zero = date de traitement), la
      *> destination du solde - E = livret A du titulaire
      *> principal, X = compte externe dont l'IBAN suit - et le
      *> compte de report des ordres permanents (zero = ordres
      *> annules a la date de cloture).
      *> La cloture est refusee tant qu'une echeance de pret actif
      *> est encore prelevee sur le compte par un ordre permanent,
      *> ou si le solde reste debiteur une fois arretes :
      *>   - les derniers agios, calcules comme dans COMPTAGI depuis
      *>     la derniere operation AGIOS jusqu'a la date de cloture
      *>     (taux contractuel de l'autorisation dans la limite,
      *>     taux de depassement au-dela, plafond d'usure) ;
      *>   - les derniers frais du mois de cloture selon la grille
      *>     tarifs.ctl, comme dans COMPTFRA (forfaits mensuels et
      *>     commissions d'intervention, plafonds et tarif fragile),
      *>     sauf si les frais du mois sont deja passes.
      *> Le compte accepte part en operations AGIOS, FRAIS et
      *> CLOTURE (solde ramene a zero) a la suite de operations.in,
      *> que COMPTMAJ impute au cycle suivant ; le solde est verse
      *> au livret (mouvements d'epargne) ou au compte externe
      *> (virements-sortants.out). Les ordres permanents sont
      *> reportes ou annules, l'autorisation de decouvert tombe, le
      *> compte passe clos a sa date et le titulaire principal
      *> recoit la lettre de cloture via FusionLettre. Applique ou
      *> rejete, chaque mouvement laisse une ligne dans
      *> clotures.rpt.
      *> Un compte tenu en devise (CP-DEVISE) est arrete dans sa
      *> devise : la grille des frais, en EUR, y est ramenee au
      *> cours de Data/pret/devises.in, et le solde est verse en EUR
      *> a ce cours ; sans cours pour sa devise, la cloture est
      *> refusee. Le versement sur livret est refuse s'il porterait
      *> le livret A au-dela du plafond du catalogue
      *> produits-epargne.in, versements deja faits dans le passage
      *> compris : le titulaire donne alors un IBAN externe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE ASSIGN TO "Data/compte/clotures.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

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

           SELECT TITULAIRE-FILE
                 ASSIGN TO "Data/compte/titulaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-CLE
               ALTERNATE RECORD KEY IS TT-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-TIT-STATUS.

           SELECT ORDRE-FILE ASSIGN TO "Data/compte/ordres.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-NUMERO
               FILE STATUS IS WS-ORD-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

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

           SELECT TAUX-FILE ASSIGN TO WS-CHEMIN-AGIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

           SELECT USURE-FILE ASSIGN TO WS-CHEMIN-USURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USU-STATUS.

           SELECT TARIF-FILE ASSIGN TO "Data/compte/tarifs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.

           SELECT FRAGILE-FILE ASSIGN TO "Data/compte/fragiles.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRG-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT PRODUIT-FILE
                 ASSIGN TO WS-CHEMIN-PRODUITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT EPARGNE-MVT-FILE
                 ASSIGN TO "Data/epargne/mouvements.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMV-STATUS.

           SELECT VIREMENT-FILE
                 ASSIGN TO "Data/compte/virements-sortants.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIR-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/compte/clotures.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  CC-NUMERO-COMPTE  PIC 9(8).
           05  CC-DATE-CLOTURE   PIC 9(8).
           05  CC-DESTINATION    PIC X.
               88  CC-VERS-EPARGNE VALUE "E".
               88  CC-VERS-EXTERNE VALUE "X".
           05  CC-IBAN           PIC X(34).
           05  CC-COMPTE-REPORT  PIC 9(8).

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

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  ORDRE-FILE.
           COPY ORDRE-REC.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       FD  AUTORISATION-FILE.
           COPY AUTORISATION-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  TAUX-FILE.
       01  TAUX-LINE             PIC 99V99.

       FD  USURE-FILE.
       01  USURE-REC.
           05 US-TRIMESTRE            PIC X(6).
           05 US-CODE-PRODUIT         PIC X(5).
           05 US-PLAFOND              PIC 9V99.

      *> Meme grille que COMPTFRA.
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

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  PRODUIT-FILE.
           COPY PRODEPARG-REC.

       FD  EPARGNE-MVT-FILE.
       01  EPARGNE-MVT-REC.
           05  MV-ID-CLIENT      PIC 9(6).
           05  MV-DATE           PIC 9(8).
           05  MV-SENS           PIC X.
           05  MV-MONTANT        PIC 9(7)V99.
           05  MV-PRODUIT        PIC X(4).
           05  MV-COMPTABILISE   PIC X.

       FD  VIREMENT-FILE.
       01  VIREMENT-LINE         PIC X(132).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-ORD-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-AUT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-TAUX-STATUS        PIC XX VALUE "00".
       01  WS-USU-STATUS         PIC XX VALUE "00".
       01  WS-TAR-STATUS         PIC XX VALUE "00".
       01  WS-FRG-STATUS         PIC XX VALUE "00".
       01  WS-EMV-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-PRD-STATUS         PIC XX VALUE "00".
       01  WS-VIR-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-LECTURE-EOF        PIC X  VALUE "N".
           88  LECTURE-EOF                VALUE "Y".
       01  WS-ORD-DISPO          PIC X  VALUE "N".
           88  ORDRES-DISPO               VALUE "Y".
       01  WS-PORT-DISPO         PIC X  VALUE "N".
           88  PORTEFEUILLE-DISPO         VALUE "Y".
       01  WS-EPA-DISPO          PIC X  VALUE "N".
           88  EPARGNE-DISPO              VALUE "Y".
       01  WS-AUT-DISPO          PIC X  VALUE "N".
           88  AUTORISATIONS-DISPO        VALUE "Y".
       01  WS-AUT-TROUVEE        PIC X  VALUE "N".
           88  AUTORISATION-TROUVEE       VALUE "Y".
       01  WS-FRAGILE            PIC X  VALUE "N".
           88  CLIENT-FRAGILE             VALUE "Y".
       01  WS-EST-PRINCIPAL      PIC X  VALUE "N".
           88  COMPTE-PRINCIPAL           VALUE "Y".
       01  WS-FRAIS-PASSES       PIC X  VALUE "N".
           88  FRAIS-DEJA-PASSES          VALUE "Y".
       01  WS-ORDRE-RETENU       PIC X  VALUE "N".
           88  ORDRE-RETENU               VALUE "Y".
       01  WS-LIVA-CATALOGUE     PIC X  VALUE "N".
           88  LIVRET-AU-CATALOGUE        VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-TRIMESTRE-COURANT  PIC X(6).
       01  WS-MOIS-COURANT       PIC 99.
       01  WS-TAUX-AGIOS         PIC 99V99.
       01  WS-PLAFOND-AGIOS      PIC 9V99.
       01  WS-TAUX-CONTRAT       PIC 99V99.

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-CLOS         PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-ANNULES      PIC 9(5) VALUE 0.
       01  WS-COUNT-REPORTES     PIC 9(5) VALUE 0.

      *> Compte en cours de cloture.
       01  WS-NUMERO-COURANT     PIC 9(8).
       01  WS-ID-COURANT         PIC 9(6).
       01  WS-DATE-CLOTURE       PIC 9(8).
       01  WS-MOIS-CLOTURE       PIC 9(6).
       01  WS-SOLDE-COMPTE       PIC S9(9)V99.
       01  WS-SOLDE-FINAL        PIC S9(9)V99.
       01  WS-SOLDE-EUR          PIC S9(9)V99.
       01  WS-SOLDE-LIVRET       PIC 9(9)V99.
       01  WS-NB-ORDRES          PIC 9(3).
       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-NOM-CLIENT         PIC X(20).

      *> Recherche du compte principal d'un client a une date.
       01  WS-ID-PRINCIPAL       PIC 9(6).
       01  WS-DATE-PRINCIPAL     PIC 9(8).
       01  WS-PRINCIPAL          PIC X.
           88  PRINCIPAL-ABSENT           VALUE "N".
           88  PRINCIPAL-TROUVE           VALUE "O".
           88  PRINCIPAL-CLOS             VALUE "C".
       01  WS-PRINCIPAL-FIN      PIC X.

      *> Operations du compte jusqu'a la cloture, rangees par date
      *> a la lecture pour rejouer le solde.
       01  WS-OPS-COMPTE.
           05  WS-NB-OPS         PIC 9(3).
           05  WS-OP-COMPTE OCCURS 100 TIMES.
               10  WS-OP-DATE    PIC 9(8).
               10  WS-OP-LIBELLE PIC X(10).
               10  WS-OP-MONTANT PIC S9(7)V99.
       01  WS-OP-INDEX           PIC 9(3).
       01  WS-OP-RANG            PIC 9(3).

       01  WS-SOLDE-COURANT      PIC S9(9)V99.
       01  WS-TOTAL-OPS          PIC S9(9)V99.
       01  WS-DATE-DERN-AGIOS    PIC 9(8).
       01  WS-DATE-DEPART        PIC 9(8).
       01  WS-DATE-SUIVANTE      PIC 9(8).
       01  WS-JOURS-PERIODE      PIC S9(5).
       01  WS-LIMITE-PERIODE     PIC 9(7)V99.
       01  WS-DEBIT-PERIODE      PIC 9(9)V99.
       01  WS-DEBIT-DANS-LIMITE  PIC 9(9)V99.
       01  WS-DEBIT-HORS-LIMITE  PIC 9(9)V99.
       01  WS-AGIO-CUMULE        PIC 9(9)V9(4).
       01  WS-AGIO-FACTURE       PIC 9(7)V99.

      *> Grille tarifaire chargee une fois, frais du compte en cours
      *> par code.
       01  WS-TABLE-TARIFS.
           05  WS-NB-TARIFS      PIC 9(2) VALUE 0.
           05  WS-TARIF OCCURS 20 TIMES.
               10  WS-TA-CODE    PIC X(4).
               10  WS-TA-FREQUENCE PIC X.
               10  WS-TA-MONTANT PIC 9(5)V99.
               10  WS-TA-MONTANT-FRAGILE PIC 9(5)V99.
               10  WS-TA-PLAFOND PIC 9(5)V99.
               10  WS-TA-PLAFOND-FRAGILE PIC 9(5)V99.
               10  WS-TA-NB      PIC 9(3).
               10  WS-TA-DU      PIC 9(7)V99.
       01  WS-TARIF-INDEX        PIC 9(2).
       01  WS-TARIF-CINT         PIC 9(2).
       01  WS-FRAIS-UNITAIRE     PIC 9(5)V99.
       01  WS-PLAFOND-CODE       PIC 9(5)V99.
       01  WS-TOTAL-INCIDENTS    PIC 9(7)V99.
       01  WS-PLAFOND-GLOBAL     PIC 9(5)V99.
       01  WS-REDUCTION          PIC 9(7)V99.
       01  WS-FRAIS-COMPTE       PIC 9(7)V99.

      *> Table des cours (EUR implicite a 1) et cours de la devise
      *> du compte en cours.
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).

      *> Plafond des depots du livret A (zero = pas de plafond) et
      *> soldes deja verses sur livret dans le passage, par client.
       01  WS-PLAFOND-LIVRET     PIC 9(9)V99 VALUE 0.
       01  WS-TABLE-VERSEMENTS.
           05  WS-NB-VERSEMENTS  PIC 9(3) VALUE 0.
           05  WS-VERSEMENT OCCURS 500 TIMES.
               10  WS-VE-ID      PIC 9(6).
               10  WS-VE-MONTANT PIC 9(9)V99.
       01  WS-VERSEMENT-INDEX    PIC 9(3).
       01  WS-DEJA-VERSE         PIC 9(9)V99.

       01  WS-TABLE-FRAGILES.
           05  WS-NB-FRAGILES    PIC 9(3) VALUE 0.
           05  WS-FRAGILE-ID     PIC 9(6) OCCURS 500 TIMES.
       01  WS-FRAGILE-INDEX      PIC 9(3).

      *> Operations d'arrete et de cloture du passage, postees en
      *> fin de lot a la suite de operations.in.
       01  WS-TABLE-POSTES.
           05  WS-NB-POSTES      PIC 9(3) VALUE 0.
           05  WS-POSTE OCCURS 500 TIMES.
               10  WS-PO-ID      PIC 9(6).
               10  WS-PO-COMPTE  PIC 9(8).
               10  WS-PO-DATE    PIC 9(8).
               10  WS-PO-LIBELLE PIC X(10).
               10  WS-PO-MONTANT PIC S9(7)V99.
       01  WS-POSTE-INDEX        PIC 9(3).

       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-FRAIS-ED           PIC Z(6)9,99.
       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-NB-ED              PIC ZZ9.
       01  WS-VERS               PIC X(7).

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/cloture.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/compte/lettres-cloture.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-AGIOS         PIC X(8) VALUE "AGIOS".
       01  WS-CHEMIN-AGIOS       PIC X(45)
                 VALUE "Data/compte/agios-taux.ctl".
       01  WS-CODE-USURE         PIC X(8) VALUE "USURE".
       01  WS-CHEMIN-USURE       PIC X(45) VALUE "Data/pret/usure.in".
       01  WS-CODE-PRODUITS      PIC X(8) VALUE "EPARGNE".
       01  WS-CHEMIN-PRODUITS    PIC X(45)
                 VALUE "Data/epargne/produits-epargne.in".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTCLO START ===".
           MOVE "COMPTCLO" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CLOS
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM LECTURE-TAUX-AGIOS.
           PERFORM LECTURE-PLAFOND-USURE.
           PERFORM CHARGEMENT-TARIFS.
           PERFORM CHARGEMENT-FRAGILES.
           PERFORM CHARGEMENT-COURS.
           PERFORM CHARGEMENT-PRODUITS.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT TITULAIRE-FILE.
           IF WS-TIT-STATUS NOT = "00"
              DISPLAY "TITULAIRE-FILE OPEN ERROR, STATUS="
                 WS-TIT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
                 CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT VIREMENT-FILE.
           IF WS-VIR-STATUS NOT = "00"
              DISPLAY "VIREMENT-FILE OPEN ERROR, STATUS="
                 WS-VIR-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
                 CLIENT-MASTER RAPPORT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND EPARGNE-MVT-FILE.
           IF WS-EMV-STATUS NOT = "00" AND WS-EMV-STATUS NOT = "05"
              DISPLAY "EPARGNE-MVT-FILE EXTEND ERROR, STATUS="
                 WS-EMV-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
                 CLIENT-MASTER RAPPORT-FILE VIREMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Fichiers facultatifs : sans ordres, rien a reporter ;
      *    sans portefeuille, aucun pret actif ; sans livrets, le
      *    versement sur livret est refuse ; sans autorisations,
      *    tout debit porte le taux de depassement.
           OPEN I-O ORDRE-FILE.
           IF WS-ORD-STATUS = "00"
              SET ORDRES-DISPO TO TRUE
           END-IF.
           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS = "00"
              SET PORTEFEUILLE-DISPO TO TRUE
           END-IF.
           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS = "00"
              SET EPARGNE-DISPO TO TRUE
           END-IF.
           OPEN I-O AUTORISATION-FILE.
           IF WS-AUT-STATUS = "00"
              SET AUTORISATIONS-DISPO TO TRUE
           END-IF.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
              CLIENT-MASTER RAPPORT-FILE VIREMENT-FILE
              EPARGNE-MVT-FILE.
           IF ORDRES-DISPO
              CLOSE ORDRE-FILE
           END-IF.
           IF PORTEFEUILLE-DISPO
              CLOSE PORTEFEUILLE
           END-IF.
           IF EPARGNE-DISPO
              CLOSE COMPTE-EPARGNE
           END-IF.
           IF AUTORISATIONS-DISPO
              CLOSE AUTORISATION-FILE
           END-IF.

           PERFORM POSTER-OPERATIONS.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " CLOS=" WS-COUNT-CLOS
              " REJETES=" WS-COUNT-REJETES.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CLOS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTCLO END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LECTURE-TAUX-AGIOS.
           CALL "ParametreVigueur" USING WS-CODE-AGIOS WS-DATE-JOUR
              WS-CHEMIN-AGIOS.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS NOT = "00"
              DISPLAY "TAUX-FILE OPEN ERROR, STATUS=" WS-TAUX-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TAUX-FILE
              AT END
                 DISPLAY "TAUX D'AGIOS ABSENT, ARRET"
                 CLOSE TAUX-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              NOT AT END
                 MOVE TAUX-LINE TO WS-TAUX-AGIOS
           END-READ.
           CLOSE TAUX-FILE

           .

      *> Plafond d'usure AGIOS du trimestre courant, meme lecture
      *> que COMPTAGI.
       LECTURE-PLAFOND-USURE.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-COURANT.
           MOVE SPACES TO WS-TRIMESTRE-COURANT.
           EVALUATE TRUE
              WHEN WS-MOIS-COURANT <= 3
                 STRING WS-DATE-JOUR(1:4) "T1" DELIMITED BY SIZE
                    INTO WS-TRIMESTRE-COURANT
                 END-STRING
              WHEN WS-MOIS-COURANT <= 6
                 STRING WS-DATE-JOUR(1:4) "T2" DELIMITED BY SIZE
                    INTO WS-TRIMESTRE-COURANT
                 END-STRING
              WHEN WS-MOIS-COURANT <= 9
                 STRING WS-DATE-JOUR(1:4) "T3" DELIMITED BY SIZE
                    INTO WS-TRIMESTRE-COURANT
                 END-STRING
              WHEN OTHER
                 STRING WS-DATE-JOUR(1:4) "T4" DELIMITED BY SIZE
                    INTO WS-TRIMESTRE-COURANT
                 END-STRING
           END-EVALUATE.

           MOVE ZERO TO WS-PLAFOND-AGIOS.
           CALL "ParametreVigueur" USING WS-CODE-USURE WS-DATE-JOUR
              WS-CHEMIN-USURE.
           OPEN INPUT USURE-FILE.
           IF WS-USU-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LECTURE-EOF
              READ USURE-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    IF US-TRIMESTRE = WS-TRIMESTRE-COURANT
                          AND US-CODE-PRODUIT = "AGIOS"
                       MOVE US-PLAFOND TO WS-PLAFOND-AGIOS
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE USURE-FILE.
           MOVE "N" TO WS-LECTURE-EOF.

           IF WS-PLAFOND-AGIOS > ZERO
                 AND WS-TAUX-AGIOS > WS-PLAFOND-AGIOS
              MOVE WS-PLAFOND-AGIOS TO WS-TAUX-AGIOS
           END-IF

           .

       CHARGEMENT-TARIFS.
           OPEN INPUT TARIF-FILE.
           IF WS-TAR-STATUS NOT = "00"
              DISPLAY "TARIF-FILE OPEN ERROR, STATUS=" WS-TAR-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL LECTURE-EOF
              READ TARIF-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
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
           MOVE "N" TO WS-LECTURE-EOF.

           MOVE ZERO TO WS-TARIF-CINT.
           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              IF WS-TA-CODE(WS-TARIF-INDEX) = "CINT"
                    AND WS-TA-FREQUENCE(WS-TARIF-INDEX) = "O"
                 MOVE WS-TARIF-INDEX TO WS-TARIF-CINT
              END-IF
           END-PERFORM

           .

       CHARGEMENT-FRAGILES.
           OPEN INPUT FRAGILE-FILE.
           IF WS-FRG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LECTURE-EOF
              READ FRAGILE-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
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
           MOVE "N" TO WS-LECTURE-EOF

           .

       CHARGEMENT-COURS.
           OPEN INPUT COURS-FILE.
           IF WS-COURS-STATUS NOT = "00"
              DISPLAY "COURS-FILE INDISPONIBLE, STATUS="
                 WS-COURS-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LECTURE-EOF
              READ COURS-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    IF WS-NB-COURS < 10
                       ADD 1 TO WS-NB-COURS
                       MOVE CO-DEVISE TO WS-CRS-CODE(WS-NB-COURS)
                       MOVE CO-COURS TO WS-CRS-COURS(WS-NB-COURS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COURS-FILE.
           MOVE "N" TO WS-LECTURE-EOF

           .

      *> Plafond du livret A au catalogue en vigueur, comme le lit
      *> EPARGMVT ; absent du catalogue, le livret A ne recoit pas
      *> de solde.
       CHARGEMENT-PRODUITS.
           CALL "ParametreVigueur" USING WS-CODE-PRODUITS WS-DATE-JOUR
              WS-CHEMIN-PRODUITS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PRD-STATUS NOT = "00"
              DISPLAY "PRODUIT-FILE INDISPONIBLE, STATUS="
                 WS-PRD-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LECTURE-EOF
              READ PRODUIT-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    IF PE-CODE = "LIVA"
                       SET LIVRET-AU-CATALOGUE TO TRUE
                       MOVE PE-PLAFOND TO WS-PLAFOND-LIVRET
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PRODUIT-FILE.
           MOVE "N" TO WS-LECTURE-EOF

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE ZERO TO WS-NB-ORDRES.
           MOVE ZERO TO WS-AGIO-FACTURE.
           MOVE ZERO TO WS-FRAIS-COMPTE.

           PERFORM CONTROLER-CLOTURE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM ARRETER-COMPTE.
           IF WS-SOLDE-FINAL < ZERO
              MOVE "SOLDE DEBITEUR APRES ARRETE DES COMPTES"
                 TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

      *    Solde verse en EUR au cours de la devise du compte.
           COMPUTE WS-SOLDE-EUR ROUNDED =
              WS-SOLDE-FINAL * WS-COURS-TROUVE.
           IF CC-VERS-EPARGNE
              PERFORM CONTROLER-PLAFOND-LIVRET
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM APPLIQUER-CLOTURE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           ELSE
              PERFORM ECRIRE-APPLIQUE
           END-IF

           .

      *> Compte ouvert, date de cloture posterieure a son dernier
      *> mouvement, destination du solde valable, compte de report
      *> ouvert, et aucun ordre permanent qui preleve encore un pret
      *> actif sur le compte.
       CONTROLER-CLOTURE.
           IF CC-DATE-CLOTURE IS NUMERIC AND CC-DATE-CLOTURE > ZERO
              MOVE CC-DATE-CLOTURE TO WS-DATE-CLOTURE
           ELSE
              MOVE WS-DATE-JOUR TO WS-DATE-CLOTURE
           END-IF.
           MOVE WS-DATE-CLOTURE(1:6) TO WS-MOIS-CLOTURE.
           IF WS-DATE-CLOTURE > WS-DATE-JOUR
              MOVE "DATE DE CLOTURE FUTURE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF CC-NUMERO-COMPTE IS NOT NUMERIC
              MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE CC-NUMERO-COMPTE TO WS-NUMERO-COURANT.
           PERFORM RELIRE-COMPTE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF CP-CLOS
              MOVE "COMPTE DEJA CLOS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-CLOTURE < CP-DATE-DERN-MVT
              MOVE "CLOTURE AVANT LE DERNIER MOUVEMENT"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE CP-ID-CLIENT TO WS-ID-COURANT.
           PERFORM CHERCHER-COURS-COMPTE.
           IF WS-COURS-TROUVE = ZERO
              MOVE "DEVISE DU COMPTE SANS COURS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN CC-VERS-EPARGNE
                 PERFORM CONTROLER-LIVRET
              WHEN CC-VERS-EXTERNE
                 IF CC-IBAN = SPACES
                    MOVE "IBAN DU COMPTE EXTERNE ABSENT"
                       TO WS-MOTIF-REJET
                 END-IF
              WHEN OTHER
                 MOVE "DESTINATION DU SOLDE INCONNUE"
                    TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

      *    Les operations et ordres sans numero de compte vont au
      *    compte principal du client : ils concernent ce compte
      *    s'il l'est a la date de cloture.
           MOVE "N" TO WS-EST-PRINCIPAL.
           MOVE WS-ID-COURANT TO WS-ID-PRINCIPAL.
           MOVE WS-DATE-CLOTURE TO WS-DATE-PRINCIPAL.
           PERFORM CHERCHER-COMPTE-PRINCIPAL.
           IF PRINCIPAL-TROUVE
                 AND CP-NUMERO-COMPTE = WS-NUMERO-COURANT
              SET COMPTE-PRINCIPAL TO TRUE
           END-IF.

           IF CC-COMPTE-REPORT IS NOT NUMERIC
              MOVE ZERO TO CC-COMPTE-REPORT
           END-IF.
           IF CC-COMPTE-REPORT > ZERO
              PERFORM CONTROLER-COMPTE-REPORT
              IF WS-MOTIF-REJET NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM CONTROLER-ORDRES.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           PERFORM RELIRE-COMPTE

           .

       RELIRE-COMPTE.
           MOVE WS-NUMERO-COURANT TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
           END-READ

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

       CONTROLER-LIVRET.
           IF NOT EPARGNE-DISPO
              MOVE "PAS DE LIVRET ACTIF POUR LE SOLDE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-COURANT TO EP-ID-CLIENT.
           SET EP-LIVRET-A TO TRUE.
           READ COMPTE-EPARGNE
              INVALID KEY
                 MOVE "PAS DE LIVRET ACTIF POUR LE SOLDE"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF NOT EP-ACTIF
              MOVE "PAS DE LIVRET ACTIF POUR LE SOLDE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT LIVRET-AU-CATALOGUE
              MOVE "LIVRET A ABSENT DU CATALOGUE EPARGNE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE EP-SOLDE TO WS-SOLDE-LIVRET

           .

      *> Le depot du solde ne doit pas porter le livret au-dela du
      *> plafond : EPARGMVT le rejetterait une fois le compte clos.
       CONTROLER-PLAFOND-LIVRET.
           IF WS-PLAFOND-LIVRET = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DEJA-VERSE.
           PERFORM VARYING WS-VERSEMENT-INDEX FROM 1 BY 1
                 UNTIL WS-VERSEMENT-INDEX > WS-NB-VERSEMENTS
              IF WS-VE-ID(WS-VERSEMENT-INDEX) = WS-ID-COURANT
                 ADD WS-VE-MONTANT(WS-VERSEMENT-INDEX)
                    TO WS-DEJA-VERSE
              END-IF
           END-PERFORM.
           IF WS-SOLDE-LIVRET + WS-DEJA-VERSE + WS-SOLDE-EUR
                 > WS-PLAFOND-LIVRET
              MOVE "PLAFOND DU LIVRET DEPASSE, IBAN REQUIS"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF WS-NB-VERSEMENTS NOT < 500
              MOVE "TABLE DES VERSEMENTS SUR LIVRET PLEINE"
                 TO WS-MOTIF-REJET
           END-IF

           .

       CONTROLER-COMPTE-REPORT.
           IF CC-COMPTE-REPORT = WS-NUMERO-COURANT
              MOVE "REPORT SUR LE COMPTE A CLORE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE CC-COMPTE-REPORT TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE DE REPORT INEXISTANT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF CP-CLOS
              MOVE "COMPTE DE REPORT CLOS" TO WS-MOTIF-REJET
           END-IF

           .

      *> Un ordre en cours qui debite le compte : s'il paie un pret
      *> encore actif, la cloture attend que le prelevement soit
      *> deplace ; reporte, son donneur d'ordre doit etre titulaire
      *> du compte de report.
       CONTROLER-ORDRES.
           IF NOT ORDRES-DISPO
              EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO OD-NUMERO.
           START ORDRE-FILE KEY NOT < OD-NUMERO
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.

           PERFORM UNTIL LECTURE-EOF OR WS-MOTIF-REJET NOT = SPACES
              READ ORDRE-FILE NEXT RECORD
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    PERFORM SELECTIONNER-ORDRE
                    IF ORDRE-RETENU
                       PERFORM CONTROLER-ORDRE
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-LECTURE-EOF

           .

      *> Ordre retenu s'il court encore a la
      *> date de cloture et debite ce compte, nommement ou comme
      *> compte principal du donneur d'ordre.
       SELECTIONNER-ORDRE.
           MOVE "N" TO WS-ORDRE-RETENU.
           IF OD-DATE-FIN NOT = ZERO
                 AND OD-DATE-FIN NOT > WS-DATE-CLOTURE
              EXIT PARAGRAPH
           END-IF.
           IF OD-NUMERO-COMPTE IS NUMERIC
                 AND OD-NUMERO-COMPTE > ZERO
              IF OD-NUMERO-COMPTE = WS-NUMERO-COURANT
                 SET ORDRE-RETENU TO TRUE
              END-IF
           ELSE
              IF OD-ID-CLIENT = WS-ID-COURANT AND COMPTE-PRINCIPAL
                 SET ORDRE-RETENU TO TRUE
              END-IF
           END-IF

           .

       CONTROLER-ORDRE.
           ADD 1 TO WS-NB-ORDRES.
           IF OD-VERS-PRET AND PORTEFEUILLE-DISPO
              MOVE OD-REF-DESTINATION TO PR-NUMERO-PRET
              READ PORTEFEUILLE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PR-ACTIF
                       STRING "PRET " PR-NUMERO-PRET
                          " ENCORE PRELEVE SUR LE COMPTE"
                          DELIMITED BY SIZE
                          INTO WS-MOTIF-REJET
                       END-STRING
                       EXIT PARAGRAPH
                    END-IF
              END-READ
           END-IF.

           IF CC-COMPTE-REPORT > ZERO
              MOVE CC-COMPTE-REPORT TO TT-NUMERO-COMPTE
              MOVE OD-ID-CLIENT TO TT-ID-CLIENT
              READ TITULAIRE-FILE
                 INVALID KEY
                    STRING "ORDRE " OD-NUMERO
                       " : DONNEUR NON TITULAIRE DU REPORT"
                       DELIMITED BY SIZE
                       INTO WS-MOTIF-REJET
                    END-STRING
              END-READ
           END-IF

           .

      *> Arrete du compte a la date de cloture : operations du
      *> compte rejouees dans l'ordre des dates, derniers agios et
      *> derniers frais, solde final a verser.
       ARRETER-COMPTE.
           MOVE CP-SOLDE TO WS-SOLDE-COMPTE.
           PERFORM CHARGER-OPERATIONS-COMPTE.
           PERFORM LIRE-AUTORISATION.
           PERFORM CALCULER-DERNIERS-AGIOS.
           PERFORM CALCULER-DERNIERS-FRAIS.
           COMPUTE WS-SOLDE-FINAL = WS-SOLDE-COMPTE
              - WS-AGIO-FACTURE - WS-FRAIS-COMPTE

           .

       CHARGER-OPERATIONS-COMPTE.
           MOVE ZERO TO WS-NB-OPS.
           MOVE ZERO TO WS-DATE-DERN-AGIOS.
           MOVE "N" TO WS-FRAIS-PASSES.

           OPEN INPUT OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LECTURE-EOF
              READ OPERATION-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    IF OL-DATE IS NUMERIC
                          AND OL-DATE NOT > WS-DATE-CLOTURE
                       PERFORM RETENIR-OPERATION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE OPERATION-FILE.
           MOVE "N" TO WS-LECTURE-EOF

           .

      *> L'operation est rangee a sa place dans l'ordre des dates.
      *> Les derniers AGIOS et FRAIS deja passes bornent l'arrete.
       RETENIR-OPERATION.
           IF OL-NUMERO-COMPTE IS NUMERIC
                 AND OL-NUMERO-COMPTE > ZERO
              IF OL-NUMERO-COMPTE NOT = WS-NUMERO-COURANT
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF OL-ID-CLIENT NOT = WS-ID-COURANT
                    OR NOT COMPTE-PRINCIPAL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF OL-LIBELLE(1:5) = "AGIOS"
                 AND OL-DATE > WS-DATE-DERN-AGIOS
              MOVE OL-DATE TO WS-DATE-DERN-AGIOS
           END-IF.
           IF OL-LIBELLE(1:5) = "FRAIS"
                 AND OL-DATE(1:6) = WS-MOIS-CLOTURE
              SET FRAIS-DEJA-PASSES TO TRUE
           END-IF.

           IF WS-NB-OPS NOT < 100
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-OP-RANG FROM 1 BY 1
                 UNTIL WS-OP-RANG > WS-NB-OPS
                    OR WS-OP-DATE(WS-OP-RANG) > OL-DATE
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-OP-INDEX FROM WS-NB-OPS BY -1
                 UNTIL WS-OP-INDEX < WS-OP-RANG
              MOVE WS-OP-COMPTE(WS-OP-INDEX)
                 TO WS-OP-COMPTE(WS-OP-INDEX + 1)
           END-PERFORM.

           ADD 1 TO WS-NB-OPS.
           MOVE OL-DATE TO WS-OP-DATE(WS-OP-RANG).
           MOVE OL-LIBELLE TO WS-OP-LIBELLE(WS-OP-RANG).
           MOVE OL-MONTANT TO WS-OP-MONTANT(WS-OP-RANG)

           .

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

      *> Solde reconstitue a partir du solde du fichier des comptes
      *> (meme demarche que COMPTAGI) ; seuls les jours posterieurs
      *> aux derniers agios factures portent interets, jusqu'a la
      *> date de cloture.
       CALCULER-DERNIERS-AGIOS.
           MOVE ZERO TO WS-TOTAL-OPS.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-TOTAL-OPS
           END-PERFORM.
           COMPUTE WS-SOLDE-COURANT = WS-SOLDE-COMPTE - WS-TOTAL-OPS.
           MOVE ZERO TO WS-AGIO-CUMULE.

           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-SOLDE-COURANT
              IF WS-OP-INDEX < WS-NB-OPS
                 MOVE WS-OP-DATE(WS-OP-INDEX + 1)
                    TO WS-DATE-SUIVANTE
              ELSE
                 MOVE WS-DATE-CLOTURE TO WS-DATE-SUIVANTE
              END-IF
              IF WS-SOLDE-COURANT < ZERO
                    AND WS-DATE-SUIVANTE > WS-DATE-DERN-AGIOS
                 PERFORM CUMULER-INTERETS-PERIODE
              END-IF
           END-PERFORM.

           COMPUTE WS-AGIO-FACTURE ROUNDED = WS-AGIO-CUMULE

           .

       CUMULER-INTERETS-PERIODE.
           MOVE WS-OP-DATE(WS-OP-INDEX) TO WS-DATE-DEPART.
           IF WS-DATE-DEPART < WS-DATE-DERN-AGIOS
              MOVE WS-DATE-DERN-AGIOS TO WS-DATE-DEPART
           END-IF.
           COMPUTE WS-JOURS-PERIODE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-SUIVANTE)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-DEPART).
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

      *> Limite autorisee a la date de l'operation (meme regle que
      *> COMPTAGI, COMPTFRA et COMPTDEP).
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

      *> Frais du mois de cloture selon la grille, comme COMPTFRA :
      *> forfaits mensuels, commissions d'intervention plafonnees
      *> par code puis globalement. Les rejets de prelevement
      *> restent factures par COMPTFRA sur le compte principal.
       CALCULER-DERNIERS-FRAIS.
           MOVE ZERO TO WS-FRAIS-COMPTE.
           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              MOVE ZERO TO WS-TA-NB(WS-TARIF-INDEX)
              MOVE ZERO TO WS-TA-DU(WS-TARIF-INDEX)
           END-PERFORM.
           IF FRAIS-DEJA-PASSES
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FRAGILE.
           PERFORM VARYING WS-FRAGILE-INDEX FROM 1 BY 1
                 UNTIL WS-FRAGILE-INDEX > WS-NB-FRAGILES
              IF WS-FRAGILE-ID(WS-FRAGILE-INDEX) = WS-ID-COURANT
                 SET CLIENT-FRAGILE TO TRUE
              END-IF
           END-PERFORM.

           IF WS-TARIF-CINT > ZERO
              PERFORM COMPTER-INTERVENTIONS
           END-IF.

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
                    COMPUTE WS-TA-DU(WS-TARIF-INDEX) =
                       WS-TA-NB(WS-TARIF-INDEX) * WS-FRAIS-UNITAIRE
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

           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              ADD WS-TA-DU(WS-TARIF-INDEX) TO WS-FRAIS-COMPTE
           END-PERFORM

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

       COMPTER-INTERVENTIONS.
           MOVE ZERO TO WS-TOTAL-OPS.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-TOTAL-OPS
           END-PERFORM.
           COMPUTE WS-SOLDE-COURANT = WS-SOLDE-COMPTE - WS-TOTAL-OPS.

           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-SOLDE-COURANT
              IF WS-OP-MONTANT(WS-OP-INDEX) < ZERO
                    AND WS-OP-DATE(WS-OP-INDEX)(1:6) = WS-MOIS-CLOTURE
                    AND WS-OP-LIBELLE(WS-OP-INDEX)(1:5) NOT = "FRAIS"
                    AND WS-OP-LIBELLE(WS-OP-INDEX)(1:5) NOT = "AGIOS"
                    AND WS-SOLDE-COURANT < ZERO
                 PERFORM CALCULER-LIMITE-PERIODE
                 IF ZERO - WS-SOLDE-COURANT > WS-LIMITE-PERIODE
                       AND WS-TA-NB(WS-TARIF-CINT) < 999
                    ADD 1 TO WS-TA-NB(WS-TARIF-CINT)
                 END-IF
              END-IF
           END-PERFORM

           .

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

      *> Cloture acceptee : operations d'arrete et de solde,
      *> versement du solde, ordres permanents, autorisation, puis
      *> compte marque clos et lettre au titulaire principal.
       APPLIQUER-CLOTURE.
           IF WS-NB-POSTES + WS-NB-TARIFS + 2 > 500
              MOVE "TABLE DES OPERATIONS A POSTER PLEINE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF WS-AGIO-FACTURE > ZERO
              MOVE "AGIOS" TO WS-PO-LIBELLE(WS-NB-POSTES + 1)
              COMPUTE WS-PO-MONTANT(WS-NB-POSTES + 1) =
                 ZERO - WS-AGIO-FACTURE
              PERFORM AJOUTER-POSTE
           END-IF.
           PERFORM VARYING WS-TARIF-INDEX FROM 1 BY 1
                 UNTIL WS-TARIF-INDEX > WS-NB-TARIFS
              IF WS-TA-DU(WS-TARIF-INDEX) > ZERO
                 MOVE SPACES TO WS-PO-LIBELLE(WS-NB-POSTES + 1)
                 STRING "FRAIS " WS-TA-CODE(WS-TARIF-INDEX)
                    DELIMITED BY SIZE
                    INTO WS-PO-LIBELLE(WS-NB-POSTES + 1)
                 END-STRING
                 COMPUTE WS-PO-MONTANT(WS-NB-POSTES + 1) =
                    ZERO - WS-TA-DU(WS-TARIF-INDEX)
                 PERFORM AJOUTER-POSTE
              END-IF
           END-PERFORM.
           IF WS-SOLDE-FINAL > ZERO
              MOVE "CLOTURE" TO WS-PO-LIBELLE(WS-NB-POSTES + 1)
              COMPUTE WS-PO-MONTANT(WS-NB-POSTES + 1) =
                 ZERO - WS-SOLDE-FINAL
              PERFORM AJOUTER-POSTE
              PERFORM VERSER-SOLDE
           END-IF.

           IF WS-NB-ORDRES > ZERO
              PERFORM APPLIQUER-ORDRES
           END-IF.

           IF AUTORISATION-TROUVEE
              MOVE WS-NUMERO-COURANT TO AU-NUMERO-COMPTE
              DELETE AUTORISATION-FILE
                 INVALID KEY
                    DISPLAY "DELETE IMPOSSIBLE, AUTORISATION="
                       AU-NUMERO-COMPTE " STATUS=" WS-AUT-STATUS
              END-DELETE
           END-IF.

           PERFORM RELIRE-COMPTE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           SET CP-CLOS TO TRUE.
           MOVE WS-DATE-CLOTURE TO CP-DATE-CLOTURE.
           REWRITE COMPTE-REC
              INVALID KEY
                 MOVE "REECRITURE DU COMPTE IMPOSSIBLE"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-COUNT-CLOS.

           PERFORM NOTIFIER-CLIENT

           .

       AJOUTER-POSTE.
           ADD 1 TO WS-NB-POSTES.
           MOVE WS-ID-COURANT TO WS-PO-ID(WS-NB-POSTES).
           MOVE WS-NUMERO-COURANT TO WS-PO-COMPTE(WS-NB-POSTES).
           MOVE WS-DATE-CLOTURE TO WS-PO-DATE(WS-NB-POSTES)

           .

      *> Livret et virement externe recoivent la contre-valeur EUR
      *> du solde.
       VERSER-SOLDE.
           MOVE WS-SOLDE-EUR TO WS-SOLDE-ED.
           IF CC-VERS-EPARGNE
              MOVE WS-ID-COURANT TO MV-ID-CLIENT
              MOVE WS-DATE-CLOTURE TO MV-DATE
              MOVE "D" TO MV-SENS
              MOVE WS-SOLDE-EUR TO MV-MONTANT
              MOVE SPACES TO MV-PRODUIT
              MOVE SPACE TO MV-COMPTABILISE
              WRITE EPARGNE-MVT-REC
              ADD 1 TO WS-NB-VERSEMENTS
              MOVE WS-ID-COURANT TO WS-VE-ID(WS-NB-VERSEMENTS)
              MOVE WS-SOLDE-EUR TO WS-VE-MONTANT(WS-NB-VERSEMENTS)
           ELSE
              MOVE SPACES TO VIREMENT-LINE
              STRING
                 "VIREMENT COMPTE=" WS-NUMERO-COURANT
                 " CLIENT=" WS-ID-COURANT
                 " DATE=" WS-DATE-CLOTURE
                 " MONTANT=" WS-SOLDE-ED
                 " IBAN=" CC-IBAN
                 DELIMITED BY SIZE
                 INTO VIREMENT-LINE
              END-STRING
              WRITE VIREMENT-LINE
           END-IF

           .

      *> Ordres retenus au controle : reportes sur le compte designe,
      *> ou termines a la date de cloture.
       APPLIQUER-ORDRES.
           MOVE LOW-VALUES TO OD-NUMERO.
           START ORDRE-FILE KEY NOT < OD-NUMERO
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.

           PERFORM UNTIL LECTURE-EOF
              READ ORDRE-FILE NEXT RECORD
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    PERFORM SELECTIONNER-ORDRE
                    IF ORDRE-RETENU
                       PERFORM REPORTER-ORDRE
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-LECTURE-EOF

           .

       REPORTER-ORDRE.
           IF CC-COMPTE-REPORT > ZERO
              MOVE CC-COMPTE-REPORT TO OD-NUMERO-COMPTE
              ADD 1 TO WS-COUNT-REPORTES
           ELSE
              MOVE WS-DATE-CLOTURE TO OD-DATE-FIN
              ADD 1 TO WS-COUNT-ANNULES
           END-IF.
           REWRITE ORDRE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, ORDRE=" OD-NUMERO
                    " STATUS=" WS-ORD-STATUS
           END-REWRITE

           .

       NOTIFIER-CLIENT.
           MOVE WS-ID-COURANT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "(CLIENT INCONNU)" TO WS-NOM-CLIENT
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
           END-READ.

      *    Adresse en retour NPAI : la cloture est faite, la lettre
      *    attend l'adresse corrigee (COURRETR).
           IF WS-CLI-STATUS NOT = "00"
                 OR CL-ADRESSE-KO OF CLIENT-MASTER-REC
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-MONTANT-ED.
           IF WS-SOLDE-FINAL > ZERO
              MOVE WS-SOLDE-EUR TO WS-MONTANT-ED
           END-IF.
           MOVE 5 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-NOM-CLIENT TO WS-PARAM-VALEUR(1).
           MOVE "COMPTE" TO WS-PARAM-NOM(2).
           MOVE WS-NUMERO-COURANT TO WS-PARAM-VALEUR(2).
           MOVE "DATE" TO WS-PARAM-NOM(3).
           MOVE WS-DATE-CLOTURE TO WS-PARAM-VALEUR(3).
           MOVE "MONTANT" TO WS-PARAM-NOM(4).
           MOVE WS-MONTANT-ED TO WS-PARAM-VALEUR(4).
           MOVE "DESTINAT" TO WS-PARAM-NOM(5).
           IF CC-VERS-EPARGNE
              MOVE "VOTRE LIVRET D'EPARGNE" TO WS-PARAM-VALEUR(5)
           ELSE
              MOVE CC-IBAN TO WS-PARAM-VALEUR(5)
           END-IF.

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              WS-ID-COURANT

           .

      *> Operations d'arrete et de cloture a la suite du fichier des
      *> operations, sur le compte clos et a sa date de cloture :
      *> COMPTMAJ les imputera au cycle suivant.
       POSTER-OPERATIONS.
           IF WS-NB-POSTES = ZERO
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE EXTEND ERROR, STATUS="
                 WS-OPE-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-POSTE-INDEX FROM 1 BY 1
                 UNTIL WS-POSTE-INDEX > WS-NB-POSTES
              MOVE WS-PO-ID(WS-POSTE-INDEX) TO OL-ID-CLIENT
              MOVE WS-PO-DATE(WS-POSTE-INDEX) TO OL-DATE
              MOVE WS-PO-LIBELLE(WS-POSTE-INDEX) TO OL-LIBELLE
              MOVE WS-PO-MONTANT(WS-POSTE-INDEX) TO OL-MONTANT
              MOVE WS-PO-COMPTE(WS-POSTE-INDEX) TO OL-NUMERO-COMPTE
              MOVE ZERO TO OL-NUMERO-CHEQUE
              MOVE SPACES TO OL-CAISSE
              WRITE OPERATION-LINE
           END-PERFORM.

           CLOSE OPERATION-FILE

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

       ECRIRE-APPLIQUE.
           MOVE WS-AGIO-FACTURE TO WS-MONTANT-ED.
           MOVE WS-FRAIS-COMPTE TO WS-FRAIS-ED.
           MOVE WS-SOLDE-EUR TO WS-SOLDE-ED.
           MOVE WS-NB-ORDRES TO WS-NB-ED.
           IF CC-VERS-EPARGNE
              MOVE "LIVRET" TO WS-VERS
           ELSE
              MOVE "EXTERNE" TO WS-VERS
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "CLOTURE  COMPTE=" WS-NUMERO-COURANT
              " CLIENT=" WS-ID-COURANT
              " DATE=" WS-DATE-CLOTURE
              " AGIOS=" WS-MONTANT-ED
              " FRAIS=" WS-FRAIS-ED
              " VERSE=" WS-SOLDE-ED
              " VERS=" WS-VERS
              " ORDRES=" WS-NB-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   COMPTE=" CC-NUMERO-COMPTE
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS LUS      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-CLOS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "COMPTES CLOS        =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REPORTES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "ORDRES REPORTES     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-ANNULES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "ORDRES ANNULES      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
