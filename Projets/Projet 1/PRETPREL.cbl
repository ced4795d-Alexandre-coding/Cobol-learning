      *> controler la remise en bloc. La remise courante est ensuite
      *> versionnee au catalogue via GenerationRapport. Les reponses
      *> de la banque reviennent par PRETRETB.
      *> La date d'exigibilite suit le report de PRETAVIS au jour
      *> ouvre suivant (JourOuvre), interets de differe compris.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-EXI-MOIS       PIC 99.
           05  WS-EXI-JOUR       PIC 99.

       01  WS-DATE-CONTRACTUELLE PIC 9(8).
       01  WS-DATE-REPORTEE      PIC 9(8).
       01  WS-DATE-ECH-PREC      PIC 9(8).
       01  WS-SENS-REPORT        PIC X VALUE "S".
       01  WS-REPORT-COURANT     PIC S9(3).
       01  WS-REPORT-PRECEDENT   PIC S9(3).
       01  WS-ECART-JOURS        PIC S9(3).
       01  WS-TAUX-JOURNALIER    PIC 9V9(9).

       01  WS-MONTANT-ORDRE      PIC 9(7)V99.
       01  WS-TAUX-MENSUEL       PIC 9V9(9).
       01  WS-PART-INTERETS      PIC 9(7)V99.
           END-IF.

      *    Meme convention de place que PRETAVIS : l'echeance du
      *    mois de traitement est exigible au 5 du mois, reportee
      *    au jour ouvre suivant.
           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:4) TO WS-EXI-ANNEE.
           MOVE WS-DATE-JOUR(5:2) TO WS-EXI-MOIS.
           MOVE 05 TO WS-EXI-JOUR.
           PERFORM REPORTER-ECHEANCE.

           PERFORM ECRIRE-ENTETE.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Meme report et meme ecart de jours d'interets que
      *> PRETAVIS, pour que l'ordre egale l'avis emis.
       REPORTER-ECHEANCE.
           MOVE WS-DATE-EXIGIBILITE TO WS-DATE-CONTRACTUELLE.
           CALL "JourOuvre" USING WS-DATE-CONTRACTUELLE
              WS-SENS-REPORT WS-DATE-REPORTEE.
           MOVE WS-DATE-REPORTEE TO WS-DATE-EXIGIBILITE.
           COMPUTE WS-REPORT-COURANT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-REPORTEE)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-CONTRACTUELLE).

           IF WS-EXI-MOIS = 1
              COMPUTE WS-DATE-CONTRACTUELLE =
                 (WS-EXI-ANNEE - 1) * 10000 + 1205
           ELSE
              COMPUTE WS-DATE-CONTRACTUELLE =
                 WS-EXI-ANNEE * 10000 + (WS-EXI-MOIS - 1) * 100 + 5
           END-IF.
           CALL "JourOuvre" USING WS-DATE-CONTRACTUELLE
              WS-SENS-REPORT WS-DATE-ECH-PREC.
           COMPUTE WS-REPORT-PRECEDENT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-ECH-PREC)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-CONTRACTUELLE).

           COMPUTE WS-ECART-JOURS =
              WS-REPORT-COURANT - WS-REPORT-PRECEDENT

           .

       ECRIRE-ENTETE.
           MOVE WS-DATE-JOUR TO WS-RE-DATE.
           MOVE SPACES TO REMISE-REC.
       ECRIRE-ORDRE.
           IF PR-NB-ECH-FACTUREES <= PR-DIFFERE-MOIS
              COMPUTE WS-TAUX-MENSUEL = (PR-TAUX / 100) / 12
              COMPUTE WS-TAUX-JOURNALIER = (PR-TAUX / 100) / 360
              COMPUTE WS-PART-INTERETS ROUNDED =
                 PR-SOLDE-RESTANT * WS-TAUX-MENSUEL
                 + PR-SOLDE-RESTANT * WS-TAUX-JOURNALIER
                 * WS-ECART-JOURS
              COMPUTE WS-MONTANT-ORDRE =
                 WS-PART-INTERETS + PR-PRIME-ASSURANCE
           ELSE
