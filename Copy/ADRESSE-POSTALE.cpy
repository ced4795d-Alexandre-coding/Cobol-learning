      * ADRESSE-POSTALE - adresse d'un client a une date, rendue par
      * AdresseClient (version de adresses.idx en vigueur a cette
      * date). ADR-DERNIERE = "O" quand aucune version plus recente
      * n'existe ; ADR-DATE-RETOUR non nulle = courrier deja revenu
      * sur cette version.
       01  ADRESSE-POSTALE.
           05  ADR-DATE-EFFET        PIC 9(8).
           05  ADR-SEQUENCE          PIC 99.
           05  ADR-LIGNE1            PIC X(32).
           05  ADR-LIGNE2            PIC X(32).
           05  ADR-CODE-POSTAL       PIC X(10).
           05  ADR-VILLE             PIC X(26).
           05  ADR-PAYS              PIC X(2).
           05  ADR-DATE-RETOUR       PIC 9(8).
           05  ADR-DERNIERE          PIC X.
