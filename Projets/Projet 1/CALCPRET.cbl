               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-accept-status.

           SELECT BAREME-FILE ASSIGN TO ws-chemin-bareme
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bareme-status.

           SELECT USURE-FILE ASSIGN TO ws-chemin-usure
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-usure-status.

           SELECT FRAIS-FILE ASSIGN TO "Data/pret/frais.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-frais-status.

           SELECT PIPELINE-FILE ASSIGN TO "Data/pret/pipeline.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pipeline-status.
               RECORD KEY IS GA-ID-CLIENT
               FILE STATUS IS ws-garantie-status.

           SELECT DELEGATION-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CLE
               FILE STATUS IS ws-delegation-status.

           SELECT MENAGE-FILE ASSIGN TO "Data/seq/menages.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS ws-epargne-status.

           SELECT PLAFOND-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-plafond-status.

           SELECT PRODUIT-FILE ASSIGN TO "Data/pret/produits.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE-PRODUIT
               FILE STATUS IS ws-produit-status.

           SELECT POUVOIR-FILE ASSIGN TO "Data/ops/pouvoirs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pouvoir-status.

           SELECT APPROBATION-FILE
                 ASSIGN TO "Data/seq/approbations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS ws-approbation-status.

           SELECT NUMAPPRO-FILE ASSIGN TO "Data/seq/numappro.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-numappro-status.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 AC-CODE-PRODUIT         PIC X(5).
           05 AC-REVENU-MENSUEL       PIC 9(7).
           05 AC-DIFFERE-MOIS         PIC 9(3).
           05 AC-FRAIS-DOSSIER        PIC 9(5)V99.
           05 AC-FRAIS-GARANTIE       PIC 9(5)V99.
           05 AC-TAEG                 PIC 99V999.
           05 AC-ASSURANCE-DELEGUEE   PIC X.
      * Numero de la demande d'approbation (approbations.idx) d'un
      * dossier hors pouvoir ou en derogation de taux ; zero quand
      * le dossier est dans les pouvoirs de l'operateur.
           05 AC-NUMERO-APPROBATION   PIC 9(6).

      * Bareme central des taux : une ligne par produit et par
      * tranche de duree (en annees), entretenu par la direction -
           05 US-CODE-PRODUIT         PIC X(5).
           05 US-PLAFOND              PIC 9V99.

      * Grille des frais par produit (memes codes que le bareme),
      * entretenue par la direction : frais de dossier en % du
      * montant borne par un minimum et un maximum, frais de
      * garantie (caution mutuelle) en % du montant. Un produit
      * absent de la grille ne supporte aucun frais.
       FD  FRAIS-FILE.
       01  FRAIS-REC.
           05 FR-CODE-PRODUIT         PIC X(5).
           05 FR-DOSSIER-TAUX         PIC 9V99.
           05 FR-DOSSIER-MIN          PIC 9(5).
           05 FR-DOSSIER-MAX          PIC 9(5).
           05 FR-GARANTIE-TAUX        PIC 9V99.

      * Fil de suivi du tunnel de transformation des demandes :
      * une ligne datee par etape franchie (RECU, COTE, SCORE,
      * REFUSE avec motif, ACCEPTE), en ajout pur, completee par
       FD  GARANTIE-FILE.
           COPY GARANTIE-REC.

      * Demandes de delegation d'assurance entretenues par ASSDMNT,
      * consultees par identifiant d'emprunteur (numero de pret a
      * zero) pour le controle d'equivalence des garanties.
       FD  DELEGATION-FILE.
           COPY ASSDELEG-REC.

      * Liens de foyer entretenus par MENAGMNT, et sources de
      * l'engagement global du menage : encours du portefeuille
      * moins les soldes d'epargne des membres.
       01  PLAFOND-REC.
           05 PF-PLAFOND              PIC 9(9).

      * Catalogue des produits entretenu par PRODMNT : bornes de
      * montant, de duree et d'age, exigences d'assurance, de
      * garantie et de differe, appliquees a l'eligibilite.
       FD  PRODUIT-FILE.
           COPY PRODUIT-REC.

      * Pouvoirs de decision entretenus par la direction des
      * engagements : type O = plafond d'un operateur, type A =
      * plafond d'une agence (code agence du client), montant
      * maximum accorde sans approbation ; le drapeau derogation
      * autorise l'operateur a valider un taux sous le bareme.
       FD  POUVOIR-FILE.
       01  POUVOIR-REC.
           05 PD-TYPE                 PIC X.
              88 PD-OPERATEUR         VALUE "O".
              88 PD-AGENCE            VALUE "A".
           05 PD-CLE                  PIC X(10).
           05 PD-PLAFOND              PIC 9(7).
           05 PD-DEROGATION           PIC X.

      * Circuit des quatre yeux partage avec CLIENTMNT : un dossier
      * hors pouvoir ou en derogation de taux y part en attente
      * (action P) et n'est inscrit par PRETENR qu'une fois valide
      * dans APPROMNT par un second operateur habilite.
       FD  APPROBATION-FILE.
       01  APPROBATION-REC.
           05 AP-NUMERO               PIC 9(6).
           05 AP-DATE                 PIC 9(8).
           05 AP-DEMANDEUR            PIC X(10).
           05 AP-APPROBATEUR          PIC X(10).
           05 AP-STATUT               PIC X.
              88 AP-EN-ATTENTE        VALUE "A".
           05 AP-ACTION               PIC X.
           05 AP-IMAGE                PIC X(121).
           05 AP-MOTIF                PIC X(30).

       FD  NUMAPPRO-FILE.
       01  NUMAPPRO-LINE              PIC 9(6).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.
       01 ws-accept-status pic x(2).
       01 ws-bareme-status pic x(2).
       01 ws-usure-status pic x(2).
       01 ws-frais-status pic x(2).
       01 ws-audit-date pic x(14).
       01 ws-registre-action pic x.
       01 ws-registre-reponse pic x.
              10 ws-usu-plafond pic 9v99.
       01 ws-usure-index pic 99.
       01 ws-trimestre-courant pic x(6).
       01 ws-taux-global pic 99v999.
       01 ws-plafond-usure pic 9v99.
       01 ws-usure-conforme pic x value "Y".
           88 USURE-CONFORME value "Y".
           88 USURE-DEPASSEE value "N".
       01 ws-usure-motif pic x(30).
       01 WS-TAUX-GLOBAL-ed pic z9,999.
       01 WS-PLAFOND-USURE-ed pic 9,99.
       01 ws-depassements-usure.
           05 ws-nb-depassements pic 99 value zero.
           05 ws-depassement-usure OCCURS 50 TIMES.
              10 ws-dep-id-client pic 9(6).
              10 ws-dep-produit pic x(5).
              10 ws-dep-taux-global pic 99v999.
              10 ws-dep-plafond pic 9v99.

      * Frais du dossier et taux annuel effectif global (TAEG) :
      * grille des frais par produit, puis taux actuariel qui
      * egalise le montant net de frais et les echeances
      * assurance comprise, recherche par dichotomie.
       01 ws-frais-eof pic x value "N".
           88 FRAIS-EOF value "Y".
       01 ws-frais-table.
           05 ws-nb-lignes-frais pic 99 value zero.
           05 ws-ligne-frais OCCURS 20 TIMES.
              10 ws-fra-produit pic x(5).
              10 ws-fra-dossier-taux pic 9v99.
              10 ws-fra-dossier-min pic 9(5).
              10 ws-fra-dossier-max pic 9(5).
              10 ws-fra-garantie-taux pic 9v99.
       01 ws-frais-index pic 99.
       01 ws-frais-dossier pic 9(5)v99.
       01 ws-frais-garantie pic 9(5)v99.
       01 ws-frais-total pic 9(6)v99.
       01 WS-FRAIS-DOSSIER-ed pic z(4)9,99.
       01 WS-FRAIS-GARANTIE-ed pic z(4)9,99.
       01 ws-taeg pic 99v999.
       01 WS-TAEG-ed pic z9,999.
       01 ws-taeg-calcul.
           05 ws-taeg-bas pic 9v9(12).
           05 ws-taeg-haut pic 9v9(12).
           05 ws-taeg-milieu pic 9v9(12).
           05 ws-taeg-actualise pic 9v9(12).
           05 ws-taeg-valeur pic 9(10)v99.
           05 ws-taeg-net pic 9(8)v99.
           05 ws-taeg-echeance pic 9(7)v99.
           05 ws-taeg-echeance-differe pic 9(7)v99.
           05 ws-taeg-iteration pic 99.

      * Controle de quotite : table des plafonds loan-to-value par
      * produit et garantie de l'emprunteur lue dans garanties.idx.
       01 ws-pipeline-status pic x(2).
       01 ws-quotite-motif pic x(30).
       01 ws-garanties-dispo pic x value "N".

      * Delegation d'assurance : la couverture externe doit valoir
      * au moins notre contrat de groupe (100 % du capital par
      * emprunteur, deces et invalidite, attestation en cours).
       01 ws-delegation-status pic x(2).
       01 ws-delegations-dispo pic x value "N".
       01 ws-assurance-deleguee pic x value "N".
           88 ASSURANCE-DELEGUEE value "O".
           88 ASSURANCE-GROUPE value "N".
       01 ws-delegation-conforme pic x value "Y".
           88 DELEGATION-CONFORME value "Y".
           88 DELEGATION-INSUFFISANTE value "N".
       01 ws-delegation-motif pic x(30).
       01 ws-delegation-assureur pic x(20).
       01 ws-quotite-groupe pic 9(3).
       01 ws-date-jour pic 9(8).

      * Bareme et usure : version en vigueur a la date du jour
      * (cf. ParametreVigueur), le fichier d'origine a defaut.
       01 ws-code-bareme pic x(8) value "BAREME".
       01 ws-chemin-bareme pic x(45) value "Data/pret/bareme.in".
       01 ws-code-usure pic x(8) value "USURE".
       01 ws-chemin-usure pic x(45) value "Data/pret/usure.in".

      * Regles du catalogue produit appliquees a l'eligibilite.
       01 ws-produit-status pic x(2).
       01 ws-produits-dispo pic x value "N".
       01 ws-catalogue-conforme pic x value "Y".
           88 CATALOGUE-CONFORME value "Y".
           88 CATALOGUE-REFUSE value "N".
       01 ws-catalogue-motif pic x(30).
       01 ws-age-client-2 pic 99.
       01 ws-age-fin-pret pic 9(3).

      * Pouvoirs de decision : plafonds de l'operateur de session et
      * de l'agence du client, derogation de taux sous le bareme ;
      * un dossier qui sort des pouvoirs part en approbation.
       01 ws-pouvoir-status pic x(2).
       01 ws-approbation-status pic x(2).
       01 ws-numappro-status pic x(2).
       01 ws-pouvoirs-dispo pic x value "N".
       01 ws-approbations-dispo pic x value "N".
       01 ws-pouvoir-eof pic x value "N".
           88 POUVOIR-EOF value "Y".
       01 ws-pouvoir-table.
           05 ws-nb-pouvoirs pic 99 value zero.
           05 ws-ligne-pouvoir OCCURS 50 TIMES.
              10 ws-pdv-type pic x.
              10 ws-pdv-cle pic x(10).
              10 ws-pdv-plafond pic 9(7).
       01 ws-pouvoir-index pic 99.
       01 ws-operateur pic x(10).
       01 ws-agence-maitre pic x(3).
       01 ws-plafond-operateur pic 9(7).
       01 ws-plafond-agence pic 9(7).
       01 ws-plafond-pouvoir pic 9(7).
       01 ws-depassement-pouvoir pic x value "N".
           88 HORS-POUVOIR value "O".
           88 DANS-POUVOIR value "N".
       01 ws-derogation-taux pic x value "N".
           88 TAUX-EN-DEROGATION value "O".
           88 TAUX-AU-BAREME value "N".
       01 ws-numero-approbation pic 9(6) value zero.
       01 ws-dernier-approbation pic 9(6) value zero.
       01 ws-nb-approbations pic 9(5) value zero.
       01 ws-approbation-motif pic x(30).

      * Image d'un dossier en attente d'approbation (action P),
      * relue par APPROMNT et PRETENR.
       01 ws-pret-a-approuver.
           05 PA-ID-CLIENT pic 9(6).
           05 PA-MONTANT pic 9(6).
           05 PA-TAUX pic 9v99.
           05 PA-TAUX-BAREME pic 9v99.
           05 PA-DUREE-MOIS pic 9(4).
           05 PA-CODE-PRODUIT pic x(5).
           05 PA-AGENCE pic x(3).
           05 PA-PLAFOND pic 9(7).
           05 PA-HORS-POUVOIR pic x.
           05 PA-DEROGATION pic x.
           05 FILLER pic x(82).

      * Controle d'engagement du menage : liens de foyer, plafond
      * du fichier de pilotage et engagement reconstitue.
       01 ws-menage-status pic x(2).
           05 ws-membre OCCURS 10 TIMES pic 9(6).
       01 ws-membre-index pic 99.
       01 ws-expo-eof pic x.
       01 ws-epargne-eof pic x.
       01 ws-engagement pic s9(11)v99.
       01 WS-ENGAGEMENT-ed pic z(10)9,99-.
       01 ws-menage-conforme pic x value "Y".
              88 CLIENT-VALIDE value "Y".
              88 CLIENT-INVALIDE value "N".
           05 ws-motif-refus-client pic x(30).
           05 ws-kyc-code pic x(3).
           05 ws-repr-pouvoir pic x value "P".
           05 ws-repr-code pic x(3).
           05 ws-representant.
              10 ws-repr-type pic x.
              10 ws-repr-nom pic x(20).
              10 ws-repr-ville pic x(15).
           05 ws-nom-maitre pic x(20).
           05 ws-ville-maitre pic x(15).
           05 ws-id-client-2 pic 9(6).
           MOVE ws-audit-date(1:4) TO ws-annee-aujourdhui.
           MOVE ws-audit-date(5:2) TO ws-mois-aujourdhui.
           MOVE ws-audit-date(7:2) TO ws-jour-aujourdhui.
           MOVE ws-audit-date(1:8) TO ws-date-jour.
           MOVE SPACES TO ws-trimestre-courant.
           EVALUATE TRUE
              WHEN ws-mois-aujourdhui <= 3

           PERFORM chargement-bareme.
           PERFORM chargement-usure.
           PERFORM chargement-frais.
           PERFORM chargement-quotite.

           PERFORM chargement-plafond-menage.

      *    Pouvoirs de decision de l'operateur de session ; sans
      *    fichier des pouvoirs seul le taux sous bareme part en
      *    approbation.
           CALL "OperateurCourant" USING ws-operateur.
           PERFORM chargement-pouvoirs.
           PERFORM lecture-dernier-approbation.
           OPEN I-O APPROBATION-FILE.
           IF ws-approbation-status = "35"
              OPEN OUTPUT APPROBATION-FILE
              CLOSE APPROBATION-FILE
              OPEN I-O APPROBATION-FILE
           END-IF.
           IF ws-approbation-status = "00"
              MOVE "Y" TO ws-approbations-dispo
           ELSE
              DISPLAY "Fichier des approbations indisponible, STATUS="
                 ws-approbation-status
           END-IF.

      *    Liens de foyer et sources d'engagement : fichiers
      *    facultatifs, le controle de menage ne s'applique que
      *    quand ils sont la et qu'un plafond est publie.
                 ws-garantie-status
           END-IF.

      *    Catalogue produit : sans lui, seuls le bareme et les
      *    controles de risque s'appliquent aux dossiers.
           OPEN INPUT PRODUIT-FILE.
           IF ws-produit-status = "00"
              MOVE "Y" TO ws-produits-dispo
           ELSE
              DISPLAY "Catalogue produit indisponible, STATUS="
                 ws-produit-status
           END-IF.

      *    Delegations d'assurance : fichier facultatif, sans lui
      *    tous les dossiers sont cotes au contrat de groupe.
           OPEN INPUT DELEGATION-FILE.
           IF ws-delegation-status = "00"
              MOVE "Y" TO ws-delegations-dispo
           END-IF.

           PERFORM UNTIL LOAN-EOF
              READ LOAN-FILE
                 AT END
              CLOSE GARANTIE-FILE
           END-IF.

           IF ws-delegations-dispo = "Y"
              CLOSE DELEGATION-FILE
           END-IF.

           IF ws-approbations-dispo = "Y"
              CLOSE APPROBATION-FILE
           END-IF.

           IF ws-produits-dispo = "Y"
              CLOSE PRODUIT-FILE
           END-IF.
           PERFORM ecriture-dernier-approbation.
           IF ws-nb-approbations > ZERO
              DISPLAY "Dossiers en attente d'approbation : "
                 ws-nb-approbations
           END-IF.

           IF ws-menage-dispo = "Y"
              CLOSE MENAGE-FILE
           END-IF.
      *> absent ou vide = arret : aucune cotation ne doit sortir
      *> sans controle d'usure.
       chargement-usure.
           CALL "ParametreVigueur" USING ws-code-usure ws-date-jour
              ws-chemin-usure.
           OPEN INPUT USURE-FILE.
           IF ws-usure-status NOT = "00"
              DISPLAY "USURE-FILE OPEN ERROR, STATUS="
              CLOSE QUOTITE-FILE
           END-IF.

      *> Chargement de la grille des frais par produit. Fichier
      *> absent = aucun frais percu, le TAEG se reduit alors au
      *> taux nominal et a l'assurance.
       chargement-frais.
           OPEN INPUT FRAIS-FILE.
           IF ws-frais-status NOT = "00"
              DISPLAY "Pas de grille de frais, dossiers cotes "
                 "sans frais"
              MOVE "Y" TO ws-frais-eof
           END-IF.

           PERFORM UNTIL FRAIS-EOF
              READ FRAIS-FILE
                 AT END
                    SET FRAIS-EOF TO TRUE
                 NOT AT END
                    IF ws-nb-lignes-frais < 20
                       ADD 1 TO ws-nb-lignes-frais
                       move FR-CODE-PRODUIT to
                          ws-fra-produit(ws-nb-lignes-frais)
                       move FR-DOSSIER-TAUX to
                          ws-fra-dossier-taux(ws-nb-lignes-frais)
                       move FR-DOSSIER-MIN to
                          ws-fra-dossier-min(ws-nb-lignes-frais)
                       move FR-DOSSIER-MAX to
                          ws-fra-dossier-max(ws-nb-lignes-frais)
                       move FR-GARANTIE-TAUX to
                          ws-fra-garantie-taux(ws-nb-lignes-frais)
                    END-IF
              END-READ
           END-PERFORM.

           IF ws-frais-status NOT = "35"
              CLOSE FRAIS-FILE
           END-IF.

      *> Frais du dossier selon la grille du produit : frais de
      *> dossier en % du montant, ramenes entre le minimum et le
      *> maximum de la grille, et frais de garantie en % du montant.
       calcul-frais.
           move zero to ws-frais-dossier
           move zero to ws-frais-garantie
           PERFORM VARYING ws-frais-index FROM 1 BY 1
                 UNTIL ws-frais-index > ws-nb-lignes-frais
              IF ws-fra-produit(ws-frais-index) = ws-code-produit
                 compute ws-frais-dossier rounded =
                    ws-montant-pret
                    * ws-fra-dossier-taux(ws-frais-index) / 100
                 IF ws-frais-dossier <
                       ws-fra-dossier-min(ws-frais-index)
                    move ws-fra-dossier-min(ws-frais-index) to
                       ws-frais-dossier
                 END-IF
                 IF ws-fra-dossier-max(ws-frais-index) > ZERO
                       AND ws-frais-dossier >
                          ws-fra-dossier-max(ws-frais-index)
                    move ws-fra-dossier-max(ws-frais-index) to
                       ws-frais-dossier
                 END-IF
                 compute ws-frais-garantie rounded =
                    ws-montant-pret
                    * ws-fra-garantie-taux(ws-frais-index) / 100
              END-IF
           END-PERFORM
           compute ws-frais-total =
              ws-frais-dossier + ws-frais-garantie

           .

      *> TAEG : taux actuariel mensuel i qui egalise le montant
      *> effectivement mis a disposition (montant moins frais) et
      *> la valeur actuelle des echeances assurance comprise -
      *> echeances d'interets pendant le differe, puis mensualite
      *> pleine. La valeur actuelle decroit avec i : dichotomie sur
      *> [0 ; 5 %] par mois, puis annualisation (1 + i) ** 12 - 1.
       calcul-taeg.
           compute ws-taeg-net = ws-montant-pret - ws-frais-total
           compute ws-taeg-echeance =
              ws-mensualite + ws-prime-assurance
           compute ws-taeg-echeance-differe =
              ws-mensualite-differe + ws-prime-assurance
           move zero to ws-taeg-bas
           move 0,05 to ws-taeg-haut

           PERFORM VARYING ws-taeg-iteration FROM 1 BY 1
                 UNTIL ws-taeg-iteration > 60
              compute ws-taeg-milieu =
                 (ws-taeg-bas + ws-taeg-haut) / 2
              compute ws-taeg-actualise = 1 / (1 + ws-taeg-milieu)
              compute ws-taeg-valeur rounded =
                 ws-taeg-echeance-differe
                    * (1 - ws-taeg-actualise ** ws-differe-mois)
                    / ws-taeg-milieu
                 + ws-taeg-echeance
                    * ws-taeg-actualise ** ws-differe-mois
                    * (1 - ws-taeg-actualise
                       ** ws-mois-amortissement)
                    / ws-taeg-milieu
              IF ws-taeg-valeur > ws-taeg-net
                 move ws-taeg-milieu to ws-taeg-bas
              ELSE
                 move ws-taeg-milieu to ws-taeg-haut
              END-IF
           END-PERFORM

           compute ws-taeg rounded =
              ((1 + ws-taeg-bas) ** 12 - 1) * 100

           .

      *> Controle de quotite (loan-to-value) : pour un produit
      *> soumis a plafond, le montant demande rapporte a la valeur
      *> d'expertise de la garantie du dossier (garanties.idx) ne

           .

      *> Demande de delegation d'assurance du dossier : une
      *> delegation saisie pour l'emprunteur et pas encore
      *> rattachee a un pret remplace notre contrat de groupe, le
      *> dossier est alors cote sans prime d'assurance.
       recherche-delegation.
           set ASSURANCE-GROUPE to TRUE
           move spaces to ws-delegation-assureur

           IF ws-delegations-dispo NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           move ws-id-client to AD-ID-CLIENT
           move zero to AD-NUMERO-PRET
           READ DELEGATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 set ASSURANCE-DELEGUEE to TRUE
                 move AD-ASSUREUR to ws-delegation-assureur
           END-READ

           .

      *> Equivalence des garanties de la delegation : quotite d'au
      *> moins 100 % par emprunteur, capital garanti couvrant le
      *> montant demande, deces et invalidite couverts, attestation
      *> valable au jour de la cotation. A defaut, refus comme pour
      *> un depassement de quotite.
       controle-delegation.
           set DELEGATION-CONFORME to TRUE
           move spaces to ws-delegation-motif

           IF ASSURANCE-GROUPE
              EXIT PARAGRAPH
           END-IF

           compute ws-quotite-groupe = 100 * ws-nb-emprunteurs
           EVALUATE TRUE
              WHEN NOT AD-COUVRE-DECES OR NOT AD-COUVRE-INVALIDITE
                 set DELEGATION-INSUFFISANTE to TRUE
                 move "DELEGATION : RISQUE NON COUVERT" to
                    ws-delegation-motif
              WHEN AD-QUOTITE < ws-quotite-groupe
                 set DELEGATION-INSUFFISANTE to TRUE
                 move "DELEGATION : QUOTITE INSUFFISANTE" to
                    ws-delegation-motif
              WHEN AD-CAPITAL-GARANTI < ws-montant-pret
                 set DELEGATION-INSUFFISANTE to TRUE
                 move "DELEGATION : CAPITAL INSUFFISANT" to
                    ws-delegation-motif
              WHEN AD-DATE-FIN-ATTESTATION <= ws-date-jour
                 set DELEGATION-INSUFFISANTE to TRUE
                 move "DELEGATION : ATTESTATION ECHUE" to
                    ws-delegation-motif
           END-EVALUATE

           .

      *> Plafond d'engagement global par menage. Fichier absent ou
      *> vide = controle debranche, ce n'est pas une erreur : tout
      *> le monde n'a pas de lien de foyer.
              PERFORM VARYING ws-membre-index FROM 1 BY 1
                    UNTIL ws-membre-index > ws-nb-membres
                 move ws-membre(ws-membre-index) to EP-ID-CLIENT
                 move low-values to EP-PRODUIT
                 move "N" to ws-epargne-eof
                 START COMPTE-EPARGNE KEY NOT < EP-CLE
                    INVALID KEY
                       move "Y" to ws-epargne-eof
                 END-START
                 PERFORM UNTIL ws-epargne-eof = "Y"
                    READ COMPTE-EPARGNE NEXT RECORD
                       AT END
                          move "Y" to ws-epargne-eof
                       NOT AT END
                          IF EP-ID-CLIENT
                                NOT = ws-membre(ws-membre-index)
                             move "Y" to ws-epargne-eof
                          ELSE
                             SUBTRACT EP-SOLDE FROM ws-engagement
                          END-IF
                    END-READ
                 END-PERFORM
              END-PERFORM
           END-IF

           .

      *> Cout global du credit (TAEG : taux nominal, assurance et
      *> frais, cf. calcul-taeg) compare au plafond d'usure du
      *> trimestre courant pour la categorie du pret. Pas de
      *> plafond publie = refus aussi : on ne cote pas sans
      *> reference.
       controle-usure.
           set USURE-CONFORME to TRUE
           move spaces to ws-usure-motif
           move ws-taeg to ws-taux-global

           move zero to ws-plafond-usure
           PERFORM VARYING ws-usure-index FROM 1 BY 1
                    "DEPASSEMENT Client="
                    ws-dep-id-client(ws-usure-index)
                    " Produit=" ws-dep-produit(ws-usure-index)
                    " TAEG=" WS-TAUX-GLOBAL-ED
                    " Plafond=" WS-PLAFOND-USURE-ED
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
      *> bareme, plus de la saisie. Un bareme absent ou vide arrete
      *> le traitement, personne ne doit pouvoir coter sans bareme.
       chargement-bareme.
           CALL "ParametreVigueur" USING ws-code-bareme ws-date-jour
              ws-chemin-bareme.
           OPEN INPUT BAREME-FILE.
           IF ws-bareme-status NOT = "00"
              DISPLAY "BAREME-FILE OPEN ERROR, STATUS="
           END-IF.

      *> Recherche de la ligne de bareme produit/tranche de duree.
      *> Un dossier hors bareme, ou dont le taux saisi depasse le
      *> taux central, est refuse : le prix se decide au bareme. Un
      *> taux sous le bareme est une derogation de prix, cotee au
      *> taux saisi mais soumise a approbation.
       controle-bareme.
           set TAUX-AU-BAREME to TRUE
           set BAREME-NON-TROUVE to TRUE
           PERFORM VARYING ws-bareme-index FROM 1 BY 1
                 UNTIL ws-bareme-index > ws-nb-lignes-bareme
              move "PRODUIT/DUREE HORS BAREME" to
                 ws-motif-refus-client
           ELSE
              EVALUATE TRUE
                 WHEN ws-taux-annuel > ws-taux-bareme
                    set CLIENT-INVALIDE to TRUE
                    move "TAUX SAISI HORS BAREME" to
                       ws-motif-refus-client
                 WHEN ws-taux-annuel < ws-taux-bareme
                    set TAUX-EN-DEROGATION to TRUE
                 WHEN OTHER
                    move ws-taux-bareme to ws-taux-annuel
              END-EVALUATE
           END-IF

           .

      *> Pouvoirs de decision, charges en table. Fichier absent =
      *> plafonds debranches, seule la derogation de taux reste
      *> soumise a approbation.
       chargement-pouvoirs.
           OPEN INPUT POUVOIR-FILE.
           IF ws-pouvoir-status NOT = "00"
              DISPLAY "Pas de fichier des pouvoirs, plafonds de "
                 "decision ignores"
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO ws-pouvoirs-dispo.
           PERFORM UNTIL POUVOIR-EOF
              READ POUVOIR-FILE
                 AT END
                    SET POUVOIR-EOF TO TRUE
                 NOT AT END
                    IF ws-nb-pouvoirs < 50
                       ADD 1 TO ws-nb-pouvoirs
                       MOVE PD-TYPE TO ws-pdv-type(ws-nb-pouvoirs)
                       MOVE PD-CLE TO ws-pdv-cle(ws-nb-pouvoirs)
                       MOVE PD-PLAFOND TO
                          ws-pdv-plafond(ws-nb-pouvoirs)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POUVOIR-FILE.

      *> Plafond applicable au dossier : celui de l'operateur de
      *> session, borne par celui de l'agence du client quand elle
      *> en a un. Un operateur absent du fichier n'a aucun pouvoir
      *> propre : tout dossier part en approbation.
       controle-pouvoir.
           set DANS-POUVOIR to TRUE
           move zero to ws-plafond-pouvoir

           IF ws-pouvoirs-dispo NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           move zero to ws-plafond-operateur
           move 9999999 to ws-plafond-agence
           PERFORM VARYING ws-pouvoir-index FROM 1 BY 1
                 UNTIL ws-pouvoir-index > ws-nb-pouvoirs
              IF ws-pdv-type(ws-pouvoir-index) = "O"
                    AND ws-pdv-cle(ws-pouvoir-index) = ws-operateur
                 move ws-pdv-plafond(ws-pouvoir-index) to
                    ws-plafond-operateur
              END-IF
              IF ws-pdv-type(ws-pouvoir-index) = "A"
                    AND ws-pdv-cle(ws-pouvoir-index) =
                       ws-agence-maitre
                 move ws-pdv-plafond(ws-pouvoir-index) to
                    ws-plafond-agence
              END-IF
           END-PERFORM

           move ws-plafond-operateur to ws-plafond-pouvoir
           IF ws-plafond-agence < ws-plafond-pouvoir
              move ws-plafond-agence to ws-plafond-pouvoir
           END-IF

           IF ws-montant-pret > ws-plafond-pouvoir
              set HORS-POUVOIR to TRUE
           END-IF

           .

      *> Le dossier cote reste accepte mais part en attente dans
      *> approbations.idx (action P, demandeur = operateur de
      *> session) ; son numero suit l'offre jusqu'a PRETENR, qui
      *> n'inscrit le pret qu'une fois la demande validee.
       mise-en-attente-approbation.
           move spaces to ws-approbation-motif
           EVALUATE TRUE
              WHEN HORS-POUVOIR AND TAUX-EN-DEROGATION
                 move "HORS POUVOIR ET DEROGATION TAUX" to
                    ws-approbation-motif
              WHEN HORS-POUVOIR
                 move "MONTANT HORS POUVOIR" to
                    ws-approbation-motif
              WHEN OTHER
                 move "DEROGATION DE TAUX" to ws-approbation-motif
           END-EVALUATE

           IF ws-approbations-dispo NOT = "Y"
              display "APPROBATION IMPOSSIBLE, DOSSIER NON "
                 "INSCRIPTIBLE - client " ws-id-client
              EXIT PARAGRAPH
           END-IF

           move spaces to ws-pret-a-approuver
           move ws-id-client to PA-ID-CLIENT
           move ws-montant-pret to PA-MONTANT
           move ws-taux-annuel to PA-TAUX
           move ws-taux-bareme to PA-TAUX-BAREME
           move ws-nombre-mois to PA-DUREE-MOIS
           move ws-code-produit to PA-CODE-PRODUIT
           move ws-agence-maitre to PA-AGENCE
           move ws-plafond-pouvoir to PA-PLAFOND
           move ws-depassement-pouvoir to PA-HORS-POUVOIR
           move ws-derogation-taux to PA-DEROGATION

           add 1 to ws-dernier-approbation
           move spaces to APPROBATION-REC
           move ws-dernier-approbation to AP-NUMERO
           move ws-date-jour to AP-DATE
           move ws-operateur to AP-DEMANDEUR
           move spaces to AP-APPROBATEUR
           set AP-EN-ATTENTE to TRUE
           move "P" to AP-ACTION
           move ws-pret-a-approuver to AP-IMAGE
           WRITE APPROBATION-REC
              INVALID KEY
                 display "NUMERO D'APPROBATION EN DOUBLE : "
                    AP-NUMERO
                 EXIT PARAGRAPH
           END-WRITE

           move AP-NUMERO to ws-numero-approbation
           add 1 to ws-nb-approbations
           display "DOSSIER EN ATTENTE D'APPROBATION " AP-NUMERO
              " - " ws-approbation-motif
           MOVE SPACES TO REPORT-LINE
           STRING
              "Client=" ws-id-client
              " " ws-nom-maitre
              " Montant=" ws-montant-pret
              " Taux=" ws-taux-annuel
              " Bareme=" ws-taux-bareme
              " Plafond=" ws-plafond-pouvoir
              " EN ATTENTE D'APPROBATION=" AP-NUMERO
              " : " ws-approbation-motif
              DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           .

      *> Compteur d'approbations partage avec CLIENTMNT
      *> (numappro.ctl).
       lecture-dernier-approbation.
           OPEN INPUT NUMAPPRO-FILE.
           IF ws-numappro-status = "00"
              READ NUMAPPRO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NUMAPPRO-LINE TO ws-dernier-approbation
              END-READ
              CLOSE NUMAPPRO-FILE
           END-IF

           .

       ecriture-dernier-approbation.
           IF ws-nb-approbations = ZERO
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NUMAPPRO-FILE.
           MOVE ws-dernier-approbation TO NUMAPPRO-LINE.
           WRITE NUMAPPRO-LINE.
           CLOSE NUMAPPRO-FILE

           .

      *> Controle de l'emprunteur contre le fichier maitre client :
      *> l'identifiant saisi dans l'intake doit exister dans
      *> clients.idx et le client doit etre actif, sinon le dossier
      *> est refuse avant tout calcul de prix. Le nom et la ville du
      *> maitre remplacent le nom libre de l'intake sur le rapport.
      *> Chaque emprunteur doit aussi avoir un dossier de
      *> connaissance client a jour (ControlerKyc) : dossier absent,
      *> piece expiree ou revue depassee = refus.
      *> Un emprunteur mineur ou majeur protege doit en outre avoir
      *> un representant legal en vigueur habilite a souscrire un
      *> pret (ControlerRepresentant), sinon le dossier est refuse.
       controle-client.
           set CLIENT-INVALIDE to TRUE
           move spaces to ws-motif-refus-client
           move spaces to ws-nom-maitre
           move spaces to ws-ville-maitre
           move spaces to ws-agence-maitre

           move 1 to ws-nb-emprunteurs
           compute ws-revenu-total =
                          ws-motif-refus-client
                    END-IF
              END-READ
              IF ws-motif-refus-client = SPACES
                 CALL "ControlerKyc" USING ws-id-client-2
                    ws-date-jour ws-kyc-code ws-motif-refus-client
                 IF ws-kyc-code = "OK "
                    move spaces to ws-motif-refus-client
                 END-IF
              END-IF
              IF ws-motif-refus-client = SPACES
                 CALL "ControlerRepresentant" USING ws-id-client-2
                    ws-date-jour ws-repr-pouvoir ws-repr-code
                    ws-motif-refus-client ws-representant
              END-IF
           END-IF

      *    L'emprunteur principal n'est controle que si le
                       to ws-nom-maitre
                    move CL-CITY OF CLIENT-MASTER-REC
                       to ws-ville-maitre
                    move CL-AGENCE OF CLIENT-MASTER-REC
                       to ws-agence-maitre
                    IF CL-ACTIF OF CLIENT-MASTER-REC
                       set CLIENT-VALIDE to TRUE
                    ELSE
              END-READ
           END-IF

           IF CLIENT-VALIDE
              CALL "ControlerKyc" USING ws-id-client ws-date-jour
                 ws-kyc-code ws-motif-refus-client
              IF ws-kyc-code NOT = "OK "
                 set CLIENT-INVALIDE to TRUE
              END-IF
           END-IF

           IF CLIENT-VALIDE
              CALL "ControlerRepresentant" USING ws-id-client
                 ws-date-jour ws-repr-pouvoir ws-repr-code
                 ws-motif-refus-client ws-representant
              IF ws-repr-code = "SRP"
                 set CLIENT-INVALIDE to TRUE
              END-IF
           END-IF

           .

       refus-client.
           compute ws-interet-total = ws-total-rembourse -
              ws-montant-pret

           perform recherche-delegation
           IF ASSURANCE-DELEGUEE
              move zero to ws-taux-assurance
           END-IF

           compute ws-prime-assurance rounded =
              ws-montant-pret * ws-taux-assurance / 100 / 12
              * ws-nb-emprunteurs
           compute ws-mensualite-totale =
              ws-mensualite + ws-prime-assurance

           perform calcul-frais
           perform calcul-taeg
           move ws-frais-dossier to WS-FRAIS-DOSSIER-ED
           move ws-frais-garantie to WS-FRAIS-GARANTIE-ED
           move ws-taeg to WS-TAEG-ED

           move ws-mensualite to WS-MENSUALITE-ED
           move ws-interet-total  to WS-INTERET-TOTAL-ED
           move ws-total-rembourse to WS-TOTAL-REMBOURSE-ED
              ws-prime-assurance-devise
              "/mois - mensualité totale assurance incluse : "
              ws-mensualite-totale-devise
           IF ASSURANCE-DELEGUEE
              display "Assurance deleguee : " ws-delegation-assureur
                 " - pas de prime au contrat de groupe"
           END-IF
           display "Frais de dossier : " WS-FRAIS-DOSSIER-ED
              " - frais de garantie : " WS-FRAIS-GARANTIE-ED
              " - TAEG : " WS-TAEG-ED " %"

           IF ws-differe-mois > 0
              compute ws-mensualite-differe-totale =

           perform controle-quotite

           perform controle-delegation

           perform controle-menage

           perform verification-eligibilite
              WRITE REPORT-LINE
           END-IF

           IF PRET-ELIGIBLE AND DELEGATION-INSUFFISANTE
              set PRET-REFUSE to TRUE
              MOVE "REFUSE" TO ws-pipe-etape
              MOVE ws-delegation-motif TO ws-pipe-motif
              PERFORM ecriture-pipeline
              display "PRET REFUSE - delegation d'assurance : "
                 ws-delegation-motif
              MOVE SPACES TO REPORT-LINE
              STRING
                 "Client=" ws-id-client
                 " " ws-nom-maitre
                 " Ville=" ws-ville-maitre
                 " Assureur=" ws-delegation-assureur
                 " REFUSE : " ws-delegation-motif
                 DELIMITED BY SIZE
                 INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF

           IF PRET-ELIGIBLE AND MENAGE-DEPASSE
              set PRET-REFUSE to TRUE
              move ws-engagement to WS-ENGAGEMENT-ED
                 INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING
                 "Client=" ws-id-client
                 " Produit=" ws-code-produit
                 " FraisDossier=" WS-FRAIS-DOSSIER-ED
                 " FraisGarantie=" WS-FRAIS-GARANTIE-ED
                 " TAEG=" WS-TAEG-ED
                 DELIMITED BY SIZE
                 INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE

              MOVE "ACCEPTE" TO ws-pipe-etape
              MOVE SPACES TO ws-pipe-motif
              PERFORM ecriture-pipeline

              perform controle-pouvoir
              move zero to ws-numero-approbation
              IF HORS-POUVOIR OR TAUX-EN-DEROGATION
                 perform mise-en-attente-approbation
              END-IF

              perform ecriture-historique

              perform ecriture-acceptation
           move ws-code-produit to AC-CODE-PRODUIT
           move ws-revenu-total to AC-REVENU-MENSUEL
           move ws-differe-mois to AC-DIFFERE-MOIS
           move ws-frais-dossier to AC-FRAIS-DOSSIER
           move ws-frais-garantie to AC-FRAIS-GARANTIE
           move ws-taeg to AC-TAEG
           move ws-assurance-deleguee to AC-ASSURANCE-DELEGUEE
           move ws-numero-approbation to AC-NUMERO-APPROBATION
           WRITE ACCEPT-REC

           .

           .

      *> Eligibilite du dossier : regles du catalogue produit
      *> d'abord, refus motive au tunnel et au rapport, puis taux
      *> d'endettement.
       verification-eligibilite.
           set PRET-ELIGIBLE to TRUE

           perform controle-catalogue
           IF CATALOGUE-REFUSE
              set PRET-REFUSE to TRUE
              MOVE "REFUSE" TO ws-pipe-etape
              MOVE ws-catalogue-motif TO ws-pipe-motif
              PERFORM ecriture-pipeline
              display "PRET REFUSE - catalogue produit : "
                 ws-catalogue-motif
              MOVE SPACES TO REPORT-LINE
              STRING
                 "Client=" ws-id-client
                 " " ws-nom-maitre
                 " Ville=" ws-ville-maitre
                 " Produit=" ws-code-produit
                 " REFUSE : " ws-catalogue-motif
                 DELIMITED BY SIZE
                 INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           IF ws-revenu-total > 0
              compute ws-taux-endettement rounded =
                 ws-mensualite-totale / ws-revenu-total

           .

      *> Regles d'octroi du produit (produits.idx) : bornes de
      *> montant et de duree, age de chaque emprunteur a la
      *> derniere echeance, assurance emprunteur, garantie et
      *> differe selon les exigences du produit. Un produit absent
      *> du catalogue n'est pas finance.
       controle-catalogue.
           set CATALOGUE-CONFORME to TRUE
           move spaces to ws-catalogue-motif

           IF ws-produits-dispo NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           move ws-code-produit to PC-CODE-PRODUIT
           READ PRODUIT-FILE
              INVALID KEY
                 set CATALOGUE-REFUSE to TRUE
                 move "PRODUIT HORS CATALOGUE" to ws-catalogue-motif
                 EXIT PARAGRAPH
           END-READ

      *    Age a la derniere echeance : l'age du jour de
      *    l'emprunteur (calcule pour le score) et celui du
      *    co-emprunteur, plus la duree du pret.
           compute ws-age-fin-pret = ws-age-client + ws-duree-annees
           IF ws-id-client-2 > 0
                 AND LR-DATE-NAISSANCE-2 IS NUMERIC
                 AND LR-ANNEE-NAISSANCE-2 > 0
              CALL "CalculerAge" USING
                 LR-JOUR-NAISSANCE-2
                 LR-MOIS-NAISSANCE-2
                 LR-ANNEE-NAISSANCE-2
                 ws-jour-aujourdhui
                 ws-mois-aujourdhui
                 ws-annee-aujourdhui
                 ws-age-client-2
              IF ws-age-client-2 + ws-duree-annees > ws-age-fin-pret
                 compute ws-age-fin-pret =
                    ws-age-client-2 + ws-duree-annees
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN ws-montant-pret < PC-MONTANT-MIN
                    OR ws-montant-pret > PC-MONTANT-MAX
                 set CATALOGUE-REFUSE to TRUE
                 move "MONTANT HORS BORNES PRODUIT" to
                    ws-catalogue-motif
              WHEN ws-duree-annees < PC-DUREE-MIN
                    OR ws-duree-annees > PC-DUREE-MAX
                 set CATALOGUE-REFUSE to TRUE
                 move "DUREE HORS BORNES PRODUIT" to
                    ws-catalogue-motif
              WHEN ws-age-fin-pret > PC-AGE-MAX-FIN
                 set CATALOGUE-REFUSE to TRUE
                 move "AGE EN FIN DE PRET DEPASSE" to
                    ws-catalogue-motif
              WHEN ws-differe-mois > 0 AND NOT PC-DIFFERE-PERMIS
                 set CATALOGUE-REFUSE to TRUE
                 move "DIFFERE NON AUTORISE" to ws-catalogue-motif
              WHEN PC-ASSURANCE-OBLIGATOIRE AND ASSURANCE-GROUPE
                    AND ws-taux-assurance = ZERO
                 set CATALOGUE-REFUSE to TRUE
                 move "ASSURANCE OBLIGATOIRE ABSENTE" to
                    ws-catalogue-motif
           END-EVALUATE

           IF CATALOGUE-CONFORME AND PC-GARANTIE-OBLIGATOIRE
              IF ws-garanties-dispo NOT = "Y"
                 set CATALOGUE-REFUSE to TRUE
                 move "GARANTIE OBLIGATOIRE ABSENTE" to
                    ws-catalogue-motif
              ELSE
                 move ws-id-client to GA-ID-CLIENT
                 READ GARANTIE-FILE
                    INVALID KEY
                       set CATALOGUE-REFUSE to TRUE
                       move "GARANTIE OBLIGATOIRE ABSENTE" to
                          ws-catalogue-motif
                 END-READ
              END-IF
           END-IF

           .

      *> Le tableau montre les deux phases : echeances d'interets
      *> seuls pendant le differe (capital inchange), puis
      *> l'amortissement classique sur la duree restante.
