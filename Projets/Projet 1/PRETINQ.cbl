       01  WS-MENSUALITE-ED      PIC Z(6)9,99.
       01  WS-PRIME-ED           PIC Z(4)9,99.
       01  WS-SOLDE-ED           PIC Z(7)9,99.
       01  WS-RESTE-ED           PIC Z(7)9,99.
       01  WS-TAUX-ED            PIC Z9,99.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
                 MOVE PR-MENSUALITE TO WS-MENSUALITE-ED
                 MOVE PR-PRIME-ASSURANCE TO WS-PRIME-ED
                 MOVE PR-SOLDE-RESTANT TO WS-SOLDE-ED
                 MOVE PR-RESTE-A-DEBLOQUER TO WS-RESTE-ED
                 MOVE PR-TAUX TO WS-TAUX-ED
                 DISPLAY "NUMERO=" PR-NUMERO-PRET
                 DISPLAY "CLIENT=" PR-ID-CLIENT
                 DISPLAY "MENSUALITE=" WS-MENSUALITE-ED
                 DISPLAY "ASSURANCE=" WS-PRIME-ED "/MOIS"
                 DISPLAY "SOLDE RESTANT=" WS-SOLDE-ED
                 DISPLAY "RESTE A DEBLOQUER=" WS-RESTE-ED
                    " (" PR-NB-DEBLOCAGES " VERSEMENT(S))"
                 DISPLAY "DATE DEBUT=" PR-DATE-DEBUT
                 DISPLAY "STATUT=" PR-STATUT
           END-READ
