      * INTERET-REC - registre fiscal des interets verses
      * (Data/epargne/interets.log, en ajout pur) : une ligne par
      * credit d'interets, livret capitalise par EPARGCAP ou depot a
      * terme denoue par DATECHE, ecrite par PRELVSRC avec le
      * prelevement a la source retenu. Relu par EPARGREV pour le
      * reversement mensuel au Tresor et par EPARGFIS pour la
      * declaration annuelle.
       01  INTERET-REC.
           05  IT-DATE               PIC 9(8).
           05  IT-ID-CLIENT          PIC 9(6).
      * Origine : code produit du livret, ou DAT pour un depot a
      * terme (IT-REFERENCE = numero du depot, zero pour un livret).
           05  IT-ORIGINE            PIC X(4).
           05  IT-REFERENCE          PIC 9(6).
           05  IT-BRUT               PIC 9(7)V99.
      * Prelevement forfaitaire (impot) et prelevements sociaux.
           05  IT-PFL                PIC 9(7)V99.
           05  IT-SOCIAL             PIC 9(7)V99.
           05  IT-NET                PIC 9(7)V99.
      * O = client dispense du prelevement forfaitaire pour l'annee
      * (revenus sous le seuil) ; les prelevements sociaux restent
      * dus.
           05  IT-DISPENSE           PIC X.
               88  IT-DISPENSE-PFL       VALUE "O".
           05  IT-PROGRAMME          PIC X(10).
