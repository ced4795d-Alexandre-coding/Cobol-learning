      * OFFRE-REC - offre de pret emise entre la simulation acceptee
      * (CALCPRET) et l'inscription au portefeuille (PRETENR).
      * Fichier indexe Data/pret/offres.idx, cle OF-NUMERO, numerote
      * par le compteur numoffre.ctl et tenu par PRETOFFR (emission,
      * saisie des signatures, peremption) ; PRETENR n'inscrit que
      * les offres signees apres le delai de reflexion.
       01  OFFRE-REC.
           05  OF-NUMERO             PIC 9(6).
           05  OF-ID-CLIENT          PIC 9(6).
      * Dates (AAAAMMJJ) : emission de l'offre, fin de validite
      * (emission + duree de validite de offre-delai.ctl) et date
      * de signature portee par l'emprunteur sur l'offre retournee.
           05  OF-DATE-EMISSION      PIC 9(8).
           05  OF-DATE-LIMITE        PIC 9(8).
           05  OF-DATE-SIGNATURE     PIC 9(8).
      * Statuts : E = emise (en attente de signature), S = signee,
      * R = signature irrecevable (datee dans le delai de
      * reflexion, l'offre reste ouverte a une nouvelle signature
      * jusqu'a sa fin de validite), X = expiree sans signature
      * valable, I = inscrite au portefeuille sous OF-NUMERO-PRET,
      * N = non inscrite, l'approbation du dossier ayant ete
      * rejetee, ayant expire ou restant introuvable.
           05  OF-STATUT             PIC X.
               88  OF-EMISE          VALUE "E".
               88  OF-SIGNEE         VALUE "S".
               88  OF-IRRECEVABLE    VALUE "R".
               88  OF-EXPIREE        VALUE "X".
               88  OF-INSCRITE       VALUE "I".
               88  OF-NON-APPROUVEE  VALUE "N".
               88  OF-OUVERTE        VALUE "E" "R".
           05  OF-DATE-STATUT        PIC 9(8).
           05  OF-NUMERO-PRET        PIC 9(6).
      * Conditions de la simulation acceptee, reprises telles
      * quelles de acceptes.out et figees a l'emission.
           05  OF-MONTANT            PIC 9(6).
           05  OF-TAUX               PIC 9V99.
           05  OF-DUREE-MOIS         PIC 9(4).
           05  OF-MENSUALITE         PIC 9(7)V99.
           05  OF-PRIME-ASSURANCE    PIC 9(5)V99.
           05  OF-DEVISE             PIC X(3).
           05  OF-TYPE-TAUX          PIC X.
           05  OF-CODE-PRODUIT       PIC X(5).
           05  OF-REVENU-MENSUEL     PIC 9(7).
           05  OF-DIFFERE-MOIS       PIC 9(3).
           05  OF-FRAIS-DOSSIER      PIC 9(5)V99.
           05  OF-FRAIS-GARANTIE     PIC 9(5)V99.
           05  OF-TAEG               PIC 99V999.
           05  OF-ASSURANCE-DELEGUEE PIC X.
      * Demande d'approbation (approbations.idx) d'un dossier cote
      * hors pouvoir ou en derogation de taux ; zero = dossier dans
      * les pouvoirs de l'operateur, inscriptible sans approbation.
           05  OF-NUMERO-APPROBATION PIC 9(6).
