      *> prime d'assurance, total) dans avis.out, incremente le
      *> compteur d'echeances facturees du contrat et edite des
      *> totaux de controle en fin de fichier.
      *> Les interets ne courent que sur le capital deja verse
      *> (PR-SOLDE-RESTANT, alimente tranche par tranche par
      *> PRETDEBL) ; un pret inscrit dont rien n'est encore
      *> debloque n'est pas facture.
      *> L'echeance du 5 tombant un jour chome est reportee au jour
      *> ouvre suivant (JourOuvre) ; les interets de la periode
      *> courent alors jusqu'a la date reportee, depuis l'echeance
      *> (elle-meme reportee ou non) du mois precedent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-ECH-MOIS       PIC 99.
           05  WS-ECH-JOUR       PIC 99.

       01  WS-DATE-CONTRACTUELLE PIC 9(8).
       01  WS-DATE-REPORTEE      PIC 9(8).
       01  WS-DATE-ECH-PREC      PIC 9(8).
       01  WS-SENS-REPORT        PIC X VALUE "S".
       01  WS-REPORT-COURANT     PIC S9(3).
       01  WS-REPORT-PRECEDENT   PIC S9(3).
       01  WS-ECART-JOURS        PIC S9(3).
       01  WS-TAUX-JOURNALIER    PIC 9V9(9).
       01  WS-INTERETS-REPORT    PIC S9(7)V99.

       01  WS-TAUX-MENSUEL       PIC 9V9(9).
       01  WS-PART-INTERETS      PIC 9(7)V99.
       01  WS-PART-CAPITAL       PIC 9(7)V99.
           MOVE WS-DATE-JOUR(1:4) TO WS-ECH-ANNEE.
           MOVE WS-DATE-JOUR(5:2) TO WS-ECH-MOIS.
           MOVE 05 TO WS-ECH-JOUR.
           PERFORM REPORTER-ECHEANCE.

           MOVE LOW-VALUES TO PR-NUMERO-PRET.
           START PORTEFEUILLE KEY NOT < PR-NUMERO-PRET
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    IF PR-ACTIF AND
                          PR-NB-ECH-FACTUREES < PR-DUREE-MOIS AND
                          NOT (PR-SOLDE-RESTANT = ZERO AND
                               PR-RESTE-A-DEBLOQUER > ZERO)
                       PERFORM FACTURER-ECHEANCE
                    END-IF
              END-READ
           STOP RUN.

      *> Ventile l'echeance courante entre interets (sur le solde
      *> restant du, c'est-a-dire le capital debloque non encore
      *> amorti) et capital, ajoute la prime d'assurance, ecrit
      *> l'avis et pousse le compteur d'echeances facturees. Pendant
      *> le differe d'amortissement, l'echeance ne porte que les
      *> interets et l'assurance, sans part de capital.
       FACTURER-ECHEANCE.
           COMPUTE WS-TAUX-MENSUEL = (PR-TAUX / 100) / 12.
           COMPUTE WS-TAUX-JOURNALIER = (PR-TAUX / 100) / 360.
           COMPUTE WS-INTERETS-REPORT ROUNDED =
              PR-SOLDE-RESTANT * WS-TAUX-JOURNALIER * WS-ECART-JOURS.
           COMPUTE WS-PART-INTERETS ROUNDED =
              PR-SOLDE-RESTANT * WS-TAUX-MENSUEL
              + WS-INTERETS-REPORT.
           MOVE ZERO TO WS-PART-CAPITAL.
           IF PR-NB-ECH-FACTUREES NOT < PR-DIFFERE-MOIS
              AND WS-PART-INTERETS < PR-MENSUALITE
              COMPUTE WS-PART-CAPITAL ROUNDED =
                 PR-MENSUALITE - WS-PART-INTERETS
           END-IF.
      *    La derniere echeance ne rembourse que le capital restant
      *    du : le total est refait sur les parts effectivement
      *    facturees, et non sur la mensualite du contrat.
           IF WS-PART-CAPITAL > PR-SOLDE-RESTANT
              MOVE PR-SOLDE-RESTANT TO WS-PART-CAPITAL
           END-IF.
           COMPUTE WS-TOTAL-ECHEANCE =
              WS-PART-CAPITAL + WS-PART-INTERETS + PR-PRIME-ASSURANCE.

           MOVE WS-PART-CAPITAL TO WS-PART-CAPITAL-ED.
           MOVE WS-PART-INTERETS TO WS-PART-INTERETS-ED.

           .

      *> Echeance du mois ramenee au jour ouvre et ecart en jours
      *> de la periode d'interets par rapport au mois de 30 jours
      *> du tableau d'amortissement : report de l'echeance courante
      *> moins report de l'echeance precedente (deja facturee a sa
      *> date reportee).
       REPORTER-ECHEANCE.
           MOVE WS-DATE-ECHEANCE TO WS-DATE-CONTRACTUELLE.
           CALL "JourOuvre" USING WS-DATE-CONTRACTUELLE
              WS-SENS-REPORT WS-DATE-REPORTEE.
           MOVE WS-DATE-REPORTEE TO WS-DATE-ECHEANCE.
           COMPUTE WS-REPORT-COURANT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-REPORTEE)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-CONTRACTUELLE).

           IF WS-ECH-MOIS = 1
              COMPUTE WS-DATE-CONTRACTUELLE =
                 (WS-ECH-ANNEE - 1) * 10000 + 1205
           ELSE
              COMPUTE WS-DATE-CONTRACTUELLE =
                 WS-ECH-ANNEE * 10000 + (WS-ECH-MOIS - 1) * 100 + 5
           END-IF.
           CALL "JourOuvre" USING WS-DATE-CONTRACTUELLE
              WS-SENS-REPORT WS-DATE-ECH-PREC.
           COMPUTE WS-REPORT-PRECEDENT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-ECH-PREC)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-CONTRACTUELLE).

           COMPUTE WS-ECART-JOURS =
              WS-REPORT-COURANT - WS-REPORT-PRECEDENT.
           IF WS-REPORT-COURANT > ZERO
              DISPLAY "ECHEANCE DU MOIS REPORTEE AU " WS-DATE-REPORTEE
           END-IF

           .

       EDITER-TOTAUX-CONTROLE.
           MOVE WS-COUNT-AVIS TO WS-COUNT-AVIS-ED.
           MOVE WS-TOT-CAPITAL TO WS-TOT-CAPITAL-ED.
