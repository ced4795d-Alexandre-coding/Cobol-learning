      *> lot relit les cumuls annuels tenus par PAIE (cumuls.idx)
      *> et le maitre du personnel, et produit :
      *>   1. l'etat annuel individuel par personne (brut, chaque
      *>      ligne de cotisation, net, mois payes, frais
      *>      rembourses) dans etats-annuels.out ;
      *>   2. la declaration annuelle des salaires pour
      *>      l'administration, au format d'interface maison
      *>      (1 = entete annee/emetteur, 2 = detail, 9 = totaux
      *>      declaration-salaires.out.
      *> Seuls les cumuls de l'annee de traitement sont declares :
      *> un reliquat d'annee passee reste visible a l'etat mais
      *> hors declaration. Les frais rembourses avec la paie,
      *> non imposables, figurent a l'etat et jamais a la
      *> declaration ; de meme l'indemnite de sortie versee avec
      *> le solde de tout compte, hors cotisations.
      *> Les rappels de salaire des revisions, compris dans le
      *> brut declare, sont detailles a l'etat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-STRING.
           WRITE ETAT-LINE.

           IF CM-RAPPELS > ZERO
              MOVE CM-RAPPELS TO WS-MONTANT-ED
              MOVE SPACES TO ETAT-LINE
              STRING "  DONT RAPPELS        : " WS-MONTANT-ED
                 "  (REVISIONS DE SALAIRE)"
                 DELIMITED BY SIZE INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
           END-IF.

           MOVE CM-RETRAITE TO WS-MONTANT-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "  RETENUES RETRAITE   : " WS-MONTANT-ED
           END-STRING.
           WRITE ETAT-LINE.

           IF CM-FRAIS > ZERO
              MOVE CM-FRAIS TO WS-MONTANT-ED
              MOVE SPACES TO ETAT-LINE
              STRING "  FRAIS REMBOURSES    : " WS-MONTANT-ED
                 "  (NON IMPOSABLES)"
                 DELIMITED BY SIZE INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
           END-IF.

           IF CM-INDEMN-SORTIE > ZERO
              MOVE CM-INDEMN-SORTIE TO WS-MONTANT-ED
              MOVE SPACES TO ETAT-LINE
              STRING "  INDEMNITE DE SORTIE : " WS-MONTANT-ED
                 "  (HORS COTISATIONS)"
                 DELIMITED BY SIZE INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
           END-IF.

           MOVE "----------------------------------------"
              TO ETAT-LINE.
           WRITE ETAT-LINE
