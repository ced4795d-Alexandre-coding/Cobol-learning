               10  PN-JOUR-ENTREE        PIC 99.
               10  PN-MOIS-ENTREE        PIC 99.
               10  PN-ANNEE-ENTREE       PIC 9999.
      * Sortie des effectifs, enregistree par DEPART : la fiche
      * n'est plus supprimee. D = depart enregistre, solde de tout
      * compte a payer par la paie du mois de sortie ; S = sorti,
      * solde paye (PN-MOIS-SOLDE) - la fiche reste au maitre pour
      * l'etat annuel et la declaration des salaires de PAIEANN.
           05  PN-SORTIE.
               10  PN-STATUT             PIC X.
                   88  PN-ACTIF          VALUE SPACE "A".
                   88  PN-DEPART-NOTIFIE VALUE "D".
                   88  PN-SORTI          VALUE "S".
               10  PN-DATE-SORTIE        PIC 9(8).
               10  PN-MOTIF-SORTIE       PIC X(3).
               10  PN-PREAVIS-MOIS       PIC 99.
               10  PN-PREAVIS-EFFECTUE   PIC X.
               10  PN-MOIS-SOLDE         PIC 9(6).
