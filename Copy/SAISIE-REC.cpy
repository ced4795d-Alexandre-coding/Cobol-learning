      * SAISIE-REC - registre des saisies sur comptes clients
      * (Data/compte/saisies.idx, cle SA-CLE = client + reference de
      * l'acte). Une saisie-attribution d'huissier ou un avis a
      * tiers detenteur n'immobilise plus le client (CL-SUSPENDU) :
      * COMPTSAI rend indisponible la part saisissable des soldes -
      * comptes courants dont il est titulaire principal et produits
      * d'epargne - en laissant le solde bancaire insaisissable, la
      * verse au creancier a l'issue du delai de contestation, ou la
      * restitue au client sur mainlevee.
       01  SAISIE-REC.
           05  SA-CLE.
               10  SA-ID-CLIENT      PIC 9(6).
               10  SA-REFERENCE      PIC X(16).
           05  SA-TYPE               PIC X.
               88  SA-ATTRIBUTION        VALUE "S".
               88  SA-ATD                VALUE "A".
               88  SA-TYPE-VALIDE        VALUE "S" "A".
           05  SA-CREANCIER          PIC X(30).
           05  SA-IBAN-CREANCIER     PIC X(34).
           05  SA-BIC-CREANCIER      PIC X(11).
           05  SA-MONTANT-RECLAME    PIC 9(9)V99.
           05  SA-DATE-SIGNIFICATION PIC 9(8).
      * Dernier jour du delai de contestation ; les fonds partent au
      * creancier au premier passage qui suit.
           05  SA-DATE-FIN-CONTEST   PIC 9(8).
      * Statut : B = fonds bloques, C = contestation en cours
      * (versement suspendu), V = versee au creancier, L = levee
      * (fonds restitues au client).
           05  SA-STATUT             PIC X.
               88  SA-BLOQUEE            VALUE "B".
               88  SA-CONTESTEE          VALUE "C".
               88  SA-VERSEE             VALUE "V".
               88  SA-LEVEE              VALUE "L".
      * Sommes rendues indisponibles, pour la restitution sur
      * mainlevee : jusqu'a cinq produits d'epargne (code produit du
      * catalogue) et cinq comptes courants.
           05  SA-NB-EPARGNES        PIC 9.
           05  SA-EPARGNE-BLOQUEE OCCURS 5 TIMES.
               10  SA-BE-PRODUIT     PIC X(4).
               10  SA-BE-MONTANT     PIC 9(9)V99.
           05  SA-NB-COMPTES         PIC 9.
           05  SA-COMPTE-BLOQUE OCCURS 5 TIMES.
               10  SA-BL-NUMERO      PIC 9(8).
               10  SA-BL-MONTANT     PIC 9(9)V99.
           05  SA-MONTANT-BLOQUE     PIC 9(9)V99.
           05  SA-MONTANT-VERSE      PIC 9(9)V99.
           05  SA-DATE-DENOUEMENT    PIC 9(8).
           05  SA-DATE-MAJ           PIC 9(8).
           05  SA-OPERATEUR          PIC X(10).
