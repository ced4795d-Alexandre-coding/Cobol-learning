      * CRIBLAGE-REC - cas de criblage des noms clients contre la
      * liste reglementaire (Data/ops/criblage-cas.idx, cle CB-CLE
      * = client + reference de l'inscription). Ouvert par
      * CriblerClient au passage de nuit CRIBLAGE ou a l'entree
      * d'un nouveau client (CLIENTMNT, CLIENTDLT, AGENCFUS), tranche
      * par la conformite dans CRIBMNT : un cas leve (faux positif)
      * ne revient pas tant que l'inscription reste identique ; un
      * cas confirme suspend le client.
       01  CRIBLAGE-REC.
           05  CB-CLE.
               10  CB-ID-CLIENT      PIC 9(6).
               10  CB-REFERENCE      PIC X(12).
      * Liste : S = sanctions (gel des avoirs, embargo), P = personne
      * politiquement exposee.
           05  CB-TYPE-LISTE         PIC X.
               88  CB-SANCTION           VALUE "S".
               88  CB-PPE                VALUE "P".
           05  CB-NOM-CLIENT         PIC X(20).
      * Inscription telle que lue a l'ouverture du cas : toute
      * modification du nom inscrit rouvre un cas leve.
           05  CB-NOM-LISTE          PIC X(35).
      * Correspondance : E = exacte (apres normalisation), A =
      * approchee (mots permutes, nom inscrit contenu dans le nom).
           05  CB-CORRESPONDANCE     PIC X.
               88  CB-EXACTE             VALUE "E".
               88  CB-APPROCHEE          VALUE "A".
      * Statut : O = ouvert, L = leve (faux positif), C = confirme.
           05  CB-STATUT             PIC X.
               88  CB-OUVERT             VALUE "O".
               88  CB-LEVE               VALUE "L".
               88  CB-CONFIRME           VALUE "C".
           05  CB-DATE-DETECTION     PIC 9(8).
           05  CB-PROGRAMME          PIC X(10).
           05  CB-DATE-DECISION      PIC 9(8).
           05  CB-OPERATEUR          PIC X(10).
           05  CB-MOTIF              PIC X(30).
