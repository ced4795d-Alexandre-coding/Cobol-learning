      * deja cumule ne se cumule pas deux fois, et un changement
      * d'annee remet les compteurs a zero. Relu en fin d'annee par
      * PAIEANN pour l'etat annuel et la declaration des salaires.
      * CM-FRAIS cumule les notes de frais remboursees avec la paie
      * : non imposables, elles restent hors brut et hors net.
      * CM-INDEMN-SORTIE cumule l'indemnite de sortie versee au
      * solde de tout compte, hors cotisations.
      * CM-RAPPELS cumule les rappels de salaire des revisions,
      * deja compris dans CM-BRUT.
       01  CUMUL-PAIE-REC.
           05  CM-IDENTIFIANT        PIC 9(10).
           05  CM-ANNEE              PIC 9(4).
           05  CM-NET                PIC 9(7)V99.
           05  CM-MOIS-PAYES         PIC 99.
           05  CM-DERNIER-MOIS       PIC 9(6).
           05  CM-FRAIS              PIC 9(7)V99.
           05  CM-INDEMN-SORTIE      PIC 9(7)V99.
           05  CM-RAPPELS            PIC 9(7)V99.
