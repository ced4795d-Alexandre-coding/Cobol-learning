      * NOTE-FRAIS-REC - layout du fichier des notes de frais du
      * personnel (Data/paie/notes-frais.idx, cle composite
      * identifiant + date de la depense + reference du
      * justificatif). Enregistre par FRAISMNT apres controle des
      * plafonds de categorie (frais.ctl) ; une note au-dela du
      * seuil d'approbation attend la validation d'un responsable
      * dans APPROMNT (action F). Les notes validees sont
      * remboursees par PAIE avec le net du mois, en ligne non
      * imposable du bulletin, et passent payees avec le mois de
      * paie. Categorie KM : indemnite kilometrique, NF-MONTANT
      * calcule des kilometres au bareme de frais.ctl.
       01  NOTE-FRAIS-REC.
           05  NF-CLE.
               10  NF-IDENTIFIANT    PIC 9(10).
               10  NF-DATE           PIC 9(8).
               10  NF-JUSTIFICATIF   PIC X(12).
           05  NF-CATEGORIE          PIC X(4).
           05  NF-KILOMETRES         PIC 9(5).
           05  NF-MONTANT            PIC 9(5)V99.
           05  NF-STATUT             PIC X.
               88  NF-EN-ATTENTE     VALUE "A".
               88  NF-VALIDEE        VALUE "V".
               88  NF-PAYEE          VALUE "P".
               88  NF-REJETEE        VALUE "R".
           05  NF-APPROBATION        PIC 9(6).
           05  NF-MOIS-PAIE          PIC 9(6).
           05  NF-MOTIF              PIC X(30).
