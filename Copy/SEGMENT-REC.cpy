      * SEGMENT-REC - rentabilite et segment de valeur du client
      * (Data/seq/segments.idx, cle SG-ID-CLIENT), recalcules chaque
      * mois par RENTABIL : revenus du mois par nature, cout de
      * gestion standard des produits detenus, contribution nette
      * et segment qui en decoule selon les seuils de
      * segmentation.ctl. Le segment du mois precedent est garde
      * pour suivre les migrations ; CAMPAGNE s'en sert comme
      * critere de ciblage.
       01  SEGMENT-REC.
           05  SG-ID-CLIENT          PIC 9(6).
      * M = masse, A = aise (patrimonial), P = banque privee.
           05  SG-SEGMENT            PIC X.
               88  SG-MASSE              VALUE "M".
               88  SG-AISE               VALUE "A".
               88  SG-PRIVE              VALUE "P".
           05  SG-MOIS               PIC 9(6).
      * Segment et mois du calcul precedent ; a blanc / zero pour
      * un client segmente pour la premiere fois.
           05  SG-SEGMENT-PRECEDENT  PIC X.
           05  SG-MOIS-PRECEDENT     PIC 9(6).
      * Revenus du mois : interets de prets encaisses, commission
      * conservee sur les primes d'assurance, quote-part mensuelle
      * des agios du trimestre, frais de tenue de compte, marge sur
      * livrets et depots a terme (negative quand le taux servi
      * depasse le taux de replacement).
           05  SG-INTERETS-PRET      PIC 9(7)V99.
           05  SG-COMMISSION         PIC 9(7)V99.
           05  SG-AGIOS              PIC 9(7)V99.
           05  SG-FRAIS              PIC 9(7)V99.
           05  SG-MARGE-EPARGNE      PIC S9(7)V99.
           05  SG-NB-PRODUITS        PIC 9(3).
           05  SG-COUT-GESTION       PIC 9(7)V99.
           05  SG-RESULTAT           PIC S9(9)V99.
           05  SG-DATE-MAJ           PIC 9(8).
