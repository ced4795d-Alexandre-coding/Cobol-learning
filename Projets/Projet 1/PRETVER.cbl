           IF PR-TAUX-REVISABLE OR PR-EST-REAMENAGE
              EXIT PARAGRAPH
           END-IF.
      *    Tant que des fonds restent a debloquer, PRETDEBL calcule
      *    la mensualite sur le seul capital deja verse.
           IF PR-RESTE-A-DEBLOQUER > ZERO
              EXIT PARAGRAPH
           END-IF.
           IF PR-DUREE-MOIS = ZERO OR PR-TAUX = ZERO
              EXIT PARAGRAPH
           END-IF.
           END-IF.

      *    Les echeances payees pendant le differe d'amortissement
      *    ne touchent pas au capital. Seul le capital deja debloque
      *    entre au solde : le reste a debloquer en est deduit.
           COMPUTE WS-TAUX-MENSUEL = (PR-TAUX / 100) / 12.
           COMPUTE WS-SOLDE-THEORIQUE =
              PR-MONTANT - PR-RESTE-A-DEBLOQUER.
           PERFORM VARYING WS-SIM-MOIS FROM 1 BY 1
                 UNTIL WS-SIM-MOIS > PR-NB-ECH-PAYEES
                 OR WS-SOLDE-THEORIQUE <= ZERO
