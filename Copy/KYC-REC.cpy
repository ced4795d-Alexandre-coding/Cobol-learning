      * KYC-REC - dossier de connaissance client
      * (Data/seq/kyc.idx, cle KY-ID-CLIENT). Piece d'identite
      * detenue et son echeance, date du justificatif de domicile,
      * cotation du risque et calendrier des revues periodiques
      * (1, 3 ou 5 ans selon le risque, cf. kyc.ctl). Tenu par
      * KYCMNT, revu chaque mois par KYCREV ; un dossier absent ou
      * echu (piece expiree, revue depassee) fait refuser tout
      * nouveau produit (ControlerKyc).
       01  KYC-REC.
           05  KY-ID-CLIENT          PIC 9(6).
      * Piece : C = carte d'identite, P = passeport, T = titre de
      * sejour.
           05  KY-TYPE-PIECE         PIC X.
               88  KY-CNI                VALUE "C".
               88  KY-PASSEPORT          VALUE "P".
               88  KY-TITRE-SEJOUR       VALUE "T".
               88  KY-PIECE-VALIDE       VALUE "C" "P" "T".
           05  KY-NUMERO-PIECE       PIC X(20).
           05  KY-DATE-EXPIRATION    PIC 9(8).
           05  KY-DATE-JUSTIF-DOMICILE PIC 9(8).
      * Profession a risque (declaree par la conformite).
           05  KY-PROFESSION-RISQUE  PIC X.
               88  KY-PROFESSION-SENSIBLE VALUE "O".
      * Cotation F = faible (revue a 5 ans), M = moyen (3 ans),
      * E = eleve (1 an), avec les elements qui l'ont produite.
           05  KY-RISQUE             PIC X.
               88  KY-RISQUE-FAIBLE      VALUE "F".
               88  KY-RISQUE-MOYEN       VALUE "M".
               88  KY-RISQUE-ELEVE       VALUE "E".
           05  KY-NB-CAS-SURV        PIC 9(3).
           05  KY-NB-PRODUITS        PIC 9(3).
           05  KY-DATE-REVUE         PIC 9(8).
           05  KY-DATE-PROCHAINE-REVUE PIC 9(8).
      * Derniere demande de pieces envoyee par KYCREV.
           05  KY-DATE-RELANCE       PIC 9(8).
           05  KY-NB-RELANCES        PIC 9(3).
           05  KY-DATE-MAJ           PIC 9(8).
           05  KY-OPERATEUR          PIC X(10).
