      * PRODEPARG-REC - catalogue des produits d'epargne reglementee
      * (Data/epargne/produits-epargne.in, une ligne par code
      * produit) : taux servi, plafond reglementaire des depots et
      * conditions de detention. Lu par EPARGMVT a l'ouverture et a
      * chaque depot, par EPARGCAP pour le taux de capitalisation.
       01  PRODEPARG-REC.
           05  PE-CODE               PIC X(4).
           05  PE-LIBELLE            PIC X(20).
           05  PE-TAUX               PIC 9V99.
      * Plafond des depots (zero = pas de plafond) ; les interets
      * capitalises peuvent le depasser.
           05  PE-PLAFOND            PIC 9(9)V99.
      * O = un seul exemplaire par personne, tous identifiants
      * client confondus (meme nom et meme date de naissance).
           05  PE-UNICITE            PIC X.
               88  PE-UN-PAR-PERSONNE    VALUE "O".
      * Bornes d'age du titulaire a l'ouverture (zero = sans borne).
           05  PE-AGE-MIN            PIC 99.
           05  PE-AGE-MAX            PIC 99.
