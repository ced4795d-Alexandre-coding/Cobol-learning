      *> actif : leur facturation est suspendue en attendant le
      *> reglement de l'assureur, ils sortent sur une ligne a part.
      *> Les clotures par reglement de sinistre (statut C) comptent
      *> avec les clotures normales. Les prets passes en perte
      *> (statut P) sortent eux aussi de l'encours, sur leur ligne.
      *> Chaque ventilation est prouvee contre la somme des
      *> PR-SOLDE-RESTANT du portefeuille actif : un ecart sort en
      *> ERREUR avec code retour 8, comme les autres lots a total
       01  WS-COUNT-CLOS         PIC 9(5) VALUE 0.
       01  WS-COUNT-SINISTRES    PIC 9(5) VALUE 0.
       01  WS-SINISTRE-ENCOURS   PIC 9(12)V99 VALUE 0.
       01  WS-COUNT-PERTES       PIC 9(5) VALUE 0.
       01  WS-PERTE-MONTANT      PIC 9(12)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOIS-TRAITEMENT    PIC 9(6).
           DISPLAY "PRETS LUS=" WS-COUNT-LUS
              " ACTIFS=" WS-COUNT-ACTIFS
              " CLOS=" WS-COUNT-CLOS
              " SINISTRES=" WS-COUNT-SINISTRES
              " PASSES EN PERTE=" WS-COUNT-PERTES.

           IF WS-CONTROLE-KO = "Y"
              MOVE "VENTILATIONS EN ECART SUR ENCOURS" TO
              EXIT PARAGRAPH
           END-IF.

      *    Passe en perte : hors encours, suivi a part pour le
      *    comite avec le capital abandonne.
           IF PR-PASSE-PERTE
              ADD 1 TO WS-COUNT-PERTES
              ADD PR-MONTANT-PERTE TO WS-PERTE-MONTANT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-ACTIFS.
           ADD PR-SOLDE-RESTANT TO WS-ENCOURS-TOTAL.
           COMPUTE WS-TAUX-PONDERE =
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           MOVE WS-COUNT-PERTES TO WS-NB-ED.
           MOVE WS-PERTE-MONTANT TO WS-ENCOURS-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "PRETS PASSES EN PERTE : PRETS=" WS-NB-ED
              " CAPITAL ABANDONNE=" WS-ENCOURS-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .
