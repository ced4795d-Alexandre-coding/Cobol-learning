      * PRODUIT-REC - catalogue des produits de pret : une fiche par
      * code produit (memes codes que bareme.in, quotite.in et
      * usure.in), avec les regles d'octroi que CALCPRET applique a
      * l'eligibilite. Fichier indexe Data/pret/produits.idx, cle
      * PC-CODE-PRODUIT, entretenu par lot via PRODMNT.
       01  PRODUIT-REC.
           05  PC-CODE-PRODUIT       PIC X(5).
           05  PC-LIBELLE            PIC X(20).
      * Bornes du montant emprunte et de la duree (en annees).
           05  PC-MONTANT-MIN        PIC 9(7).
           05  PC-MONTANT-MAX        PIC 9(7).
           05  PC-DUREE-MIN          PIC 99.
           05  PC-DUREE-MAX          PIC 99.
      * Age maximum de chaque emprunteur a la derniere echeance
      * (age du jour par CalculerAge plus la duree du pret).
           05  PC-AGE-MAX-FIN        PIC 99.
      * Exigences du produit : assurance emprunteur (contrat de
      * groupe ou delegation), garantie enregistree dans
      * garanties.idx, differe d'amortissement autorise.
           05  PC-ASSURANCE-REQUISE  PIC X.
               88  PC-ASSURANCE-OBLIGATOIRE VALUE "O".
           05  PC-GARANTIE-REQUISE   PIC X.
               88  PC-GARANTIE-OBLIGATOIRE  VALUE "O".
           05  PC-DIFFERE-AUTORISE   PIC X.
               88  PC-DIFFERE-PERMIS        VALUE "O".
