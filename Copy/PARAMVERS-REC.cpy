      * PARAMVERS-REC - registre des versions des fichiers de
      * parametres de taux et de seuils (Data/param/versions.ctl,
      * en ajout pur), tenu par PARAMMNT et lu par
      * ParametreVigueur. Une version est une copie complete du
      * fichier (PV-CHEMIN), datee d'effet, proposee par un
      * operateur (ligne A) puis validee (ligne V) ou rejetee
      * (ligne R) par un second : chaque decision ajoute une ligne,
      * la ligne de proposition reste. Seule une version validee
      * s'applique, a partir de sa date d'effet.
      * Codes fichier : BAREME, USURE, TXREVIS, TXDAT, SURVEIL,
      * PROVTAUX, AGIOS, EPARGNE.
       01  PARAMVERS-REC.
           05  PV-CODE               PIC X(8).
           05  FILLER                PIC X.
           05  PV-DATE-EFFET         PIC 9(8).
           05  FILLER                PIC X.
           05  PV-NUMERO             PIC 99.
           05  FILLER                PIC X.
           05  PV-STATUT             PIC X.
               88  PV-EN-ATTENTE         VALUE "A".
               88  PV-VALIDEE            VALUE "V".
               88  PV-REJETEE            VALUE "R".
           05  FILLER                PIC X.
           05  PV-DEMANDEUR          PIC X(10).
           05  FILLER                PIC X.
           05  PV-APPROBATEUR        PIC X(10).
           05  FILLER                PIC X.
           05  PV-HORODATAGE         PIC X(14).
           05  FILLER                PIC X.
           05  PV-CHEMIN             PIC X(45).
