      * RC-DATE-ECHEANCE est la date limite de reponse
      * reglementaire, calculee a l'enregistrement d'apres le delai
      * du fichier de pilotage reclam-delai.ctl.
      * Une reclamation close en faveur du client porte l'indemnite
      * accordee : nature, montant et sort du versement (verse sur
      * le compte courant via VerserIndemnite, ou en attente de la
      * seconde signature d'APPROMNT au-dela du seuil de
      * reclam-indemnite.ctl).
       01  RECLAM-REC.
           05  RC-NUMERO             PIC 9(6).
           05  RC-ID-CLIENT          PIC 9(6).
               88  RC-RESOLUE        VALUE "T".
           05  RC-DATE-ECHEANCE      PIC 9(8).
           05  RC-DATE-CLOTURE       PIC 9(8).
           05  RC-INDEMNITE-TYPE     PIC X.
               88  RC-REMB-FRAIS     VALUE "F".
               88  RC-REMB-INTERETS  VALUE "I".
               88  RC-GESTE          VALUE "G".
               88  RC-SANS-INDEMNITE VALUE " ".
           05  RC-INDEMNITE-MONTANT  PIC 9(7)V99.
           05  RC-INDEMNITE-STATUT   PIC X.
               88  RC-INDEMNITE-ATTENTE  VALUE "A".
               88  RC-INDEMNITE-VERSEE   VALUE "V".
               88  RC-INDEMNITE-REFUSEE  VALUE "R".
           05  RC-INDEMNITE-DATE     PIC 9(8).
      * Numero de la demande d'approbation (approbations.idx) d'une
      * indemnite au-dela du seuil.
           05  RC-APPROBATION        PIC 9(6).
