      *> Echeance nocturne des depots a terme : chaque depot actif
      *> de dat.idx arrive a terme a la date de traitement est
      *> denoue. Les interets de la periode pleine (taux du contrat
      *> au prorata de la duree) sont calcules et supportent le
      *> prelevement a la source des depots a terme (PRELVSRC) ;
      *> seul le net est verse ou capitalise, la part retenue est
      *> passee au compte d'Etat a reverser (EPARGREV). Puis :
      *>   - depot renouvelable : capital et interets repartent sur
      *>     un nouveau terme de meme duree au taux de la grille du
      *>     jour (taux-dat.in), l'echeance est reculee d'autant ;
      *>     courant du client en operation DAT ECHU (COMPTMAJ
      *>     l'imputera au prochain passage) et le depot passe au
      *>     statut echu.
      *> Le capital des depots suit au grand livre (DAT-CAPITAL,
      *> cf. RAPPROGL) : les interets nets capitalises au
      *> renouvellement y sont credites en charge d'interets, le
      *> capital d'un depot echu en sort contre la banque.
      *> Dans les deux cas une lettre d'avis part via FusionLettre
      *> (dat-echeance.mod) et une ligne va au registre
      *> dat-echeances.out.
      *> Une echeance tombant un jour chome est reportee au jour
      *> ouvre suivant (JourOuvre) : le depot se denoue ce jour-la
      *> et rapporte en sus les interets des jours de report, au
      *> taux du contrat sur 365 jours ; un depot renouvele repart
      *> de la date reportee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS DA-NUMERO
               FILE STATUS IS WS-DAT-STATUS.

           SELECT GRILLE-FILE ASSIGN TO WS-CHEMIN-GRILLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRI-STATUS.

           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  REGISTRE-FILE.
       01  REGISTRE-LINE         PIC X(132).
       01  WS-TAUX-GRILLE        PIC 9V99.

       01  WS-INTERETS           PIC 9(7)V99.

      *> Echeance ramenee au jour ouvre et jours de report.
       01  WS-SENS-REPORT        PIC X VALUE "S".
       01  WS-ECHEANCE-OUVREE    PIC 9(8).
       01  WS-JOURS-REPORT       PIC S9(3).

      *> Prelevement a la source sur les interets bruts.
       01  WS-PS-PROGRAMME       PIC X(10) VALUE "DATECHE".
       01  WS-PS-ORIGINE         PIC X(4) VALUE "DAT".
       01  WS-PS-PFL             PIC 9(7)V99.
       01  WS-PS-SOCIAL          PIC 9(7)V99.
       01  WS-PS-NET             PIC 9(7)V99.
       01  WS-PS-RETENU          PIC 9(7)V99.

      *> Deversement comptable du prelevement via ECRITCPT : la
      *> part retenue sur la charge d'interets va au compte d'Etat.
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).
       01  WS-TOTAL-VERSE        PIC 9(9)V99.
       01  WS-ECH-ANNEE          PIC 9(4).
       01  WS-ECH-MOIS           PIC 99.

       01  WS-MONTANT-ED         PIC Z(8)9,99.
       01  WS-INTERETS-ED        PIC Z(6)9,99.
       01  WS-RETENU-ED          PIC Z(6)9,99.
       01  WS-NET-ED             PIC Z(6)9,99.

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/dat-echeance.mod".
       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-GRILLE        PIC X(8) VALUE "TXDAT".
       01  WS-CHEMIN-GRILLE      PIC X(45)
                 VALUE "Data/epargne/taux-dat.in".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-GRILLE.

           OPEN I-O DAT-FILE.
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO DA-NUMERO.
           START DAT-FILE KEY NOT < DA-NUMERO
              INVALID KEY
                    ADD 1 TO WS-COUNT-LUS
                    IF DA-ACTIF
                          AND DA-DATE-ECHEANCE <= WS-DATE-JOUR
                       CALL "JourOuvre" USING DA-DATE-ECHEANCE
                          WS-SENS-REPORT WS-ECHEANCE-OUVREE
                       IF WS-ECHEANCE-OUVREE <= WS-DATE-JOUR
                          PERFORM DENOUER-DEPOT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           STOP RUN.

       CHARGEMENT-GRILLE.
           CALL "ParametreVigueur" USING WS-CODE-GRILLE WS-DATE-JOUR
              WS-CHEMIN-GRILLE.
           OPEN INPUT GRILLE-FILE.
           IF WS-GRI-STATUS NOT = "00"
              DISPLAY "GRILLE-FILE OPEN ERROR, STATUS="
           COMPUTE WS-INTERETS ROUNDED =
              DA-MONTANT * DA-TAUX / 100
              * DA-DUREE-MOIS / 12.
           COMPUTE WS-JOURS-REPORT =
              FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-OUVREE)
              - FUNCTION INTEGER-OF-DATE(DA-DATE-ECHEANCE).
           IF WS-JOURS-REPORT > ZERO
              COMPUTE WS-INTERETS ROUNDED = WS-INTERETS
                 + DA-MONTANT * DA-TAUX / 100
                 * WS-JOURS-REPORT / 365
           END-IF.
           CALL "PRELVSRC" USING WS-PS-PROGRAMME WS-DATE-JOUR
              DA-ID-CLIENT WS-PS-ORIGINE DA-NUMERO WS-INTERETS
              WS-PS-PFL WS-PS-SOCIAL WS-PS-NET.
           COMPUTE WS-PS-RETENU = WS-PS-PFL + WS-PS-SOCIAL.
           COMPUTE WS-TOTAL-VERSE = DA-MONTANT + WS-PS-NET.
           IF WS-PS-RETENU > ZERO
              PERFORM DEVERSER-PRELEVEMENT
           END-IF.

           IF DA-RENOUVELABLE
              PERFORM RENOUVELER-DEPOT

           .

      *> Prelevement retenu sur les interets du depot : debit de
      *> la charge d'interets, credit de l'Etat, reference = numero
      *> du depot.
       DEVERSER-PRELEVEMENT.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE DA-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE "DAT" TO WS-EC-REFERENCE(7:4).
           MOVE WS-PS-RETENU TO WS-EC-MONTANT.

           MOVE "CHG-INT-EP" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           MOVE "ETAT-PRELEV" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

      *> Interets nets ajoutes au capital du depot renouvele : debit
      *> de la charge d'interets, credit du capital des depots.
       DEVERSER-CAPITALISATION.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE DA-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE "DAT" TO WS-EC-REFERENCE(7:4).
           MOVE WS-PS-NET TO WS-EC-MONTANT.

           MOVE "CHG-INT-EP" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           MOVE "DAT-CAPITAL" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

      *> Capital du depot echu rendu au client : debit du capital
      *> des depots, credit de la banque (le versement au compte
      *> courant est passe par COMPTMAJ sur l'operation DAT ECHU).
       DEVERSER-REMBOURSEMENT.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE DA-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE "DAT" TO WS-EC-REFERENCE(7:4).
           MOVE DA-MONTANT TO WS-EC-MONTANT.

           MOVE "DAT-CAPITAL" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-PS-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

      *> Renouvellement : capital et interets nets repartent pour la
      *> meme duree au taux de la grille du jour.
       RENOUVELER-DEPOT.
           PERFORM CHERCHER-TAUX-GRILLE.

           MOVE WS-TOTAL-VERSE TO DA-MONTANT.
           MOVE WS-TAUX-GRILLE TO DA-TAUX.
           MOVE WS-ECHEANCE-OUVREE TO DA-DATE-OUVERTURE.
           PERFORM CALCULER-NOUVELLE-ECHEANCE.
           MOVE WS-DATE-ECHEANCE TO DA-DATE-ECHEANCE.

                    " STATUS=" WS-DAT-STATUS
           END-REWRITE.

           IF WS-PS-NET > ZERO
              PERFORM DEVERSER-CAPITALISATION
           END-IF.

           ADD 1 TO WS-COUNT-RENOUVELES.
           MOVE "RENOUVELE POUR UN NOUVEAU TERME" TO WS-SORT-LETTRE.

           MOVE DA-MONTANT TO WS-MONTANT-ED.
           MOVE WS-INTERETS TO WS-INTERETS-ED.
           MOVE WS-PS-RETENU TO WS-RETENU-ED.
           MOVE SPACES TO REGISTRE-LINE.
           STRING
              "RENOUVELE DEPOT=" DA-NUMERO
              " CLIENT=" DA-ID-CLIENT
              " NOUVEAU CAPITAL=" WS-MONTANT-ED
              " DONT INTERETS=" WS-INTERETS-ED
              " PRELEVE=" WS-RETENU-ED
              " TAUX=" DA-TAUX
              " ECHEANCE=" DA-DATE-ECHEANCE
              DELIMITED BY SIZE
                    " STATUS=" WS-DAT-STATUS
           END-REWRITE.

           PERFORM DEVERSER-REMBOURSEMENT.

           MOVE DA-ID-CLIENT TO OL-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE "DAT ECHU" TO OL-LIBELLE.
           MOVE WS-TOTAL-VERSE TO OL-MONTANT.
           MOVE ZERO TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.

           ADD 1 TO WS-COUNT-ECHUS.

           MOVE WS-TOTAL-VERSE TO WS-MONTANT-ED.
           MOVE WS-INTERETS TO WS-INTERETS-ED.
           MOVE WS-PS-RETENU TO WS-RETENU-ED.
           MOVE SPACES TO REGISTRE-LINE.
           STRING
              "ECHU DEPOT=" DA-NUMERO
              " CLIENT=" DA-ID-CLIENT
              " VERSE=" WS-MONTANT-ED
              " DONT INTERETS=" WS-INTERETS-ED
              " PRELEVE=" WS-RETENU-ED
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
       ECRIRE-LETTRE-AVIS.
           MOVE WS-TOTAL-VERSE TO WS-MONTANT-ED.
           MOVE WS-INTERETS TO WS-INTERETS-ED.
           MOVE WS-PS-RETENU TO WS-RETENU-ED.
           MOVE WS-PS-NET TO WS-NET-ED.

           MOVE 7 TO WS-NB-PARAMETRES.
           MOVE "NUMERO" TO WS-PARAM-NOM(1).
           MOVE DA-NUMERO TO WS-PARAM-VALEUR(1).
           MOVE "DATE" TO WS-PARAM-NOM(2).
           MOVE WS-INTERETS-ED TO WS-PARAM-VALEUR(4).
           MOVE "SORT" TO WS-PARAM-NOM(5).
           MOVE WS-SORT-LETTRE TO WS-PARAM-VALEUR(5).
           MOVE "PRELEVE" TO WS-PARAM-NOM(6).
           MOVE WS-RETENU-ED TO WS-PARAM-VALEUR(6).
           MOVE "NET" TO WS-PARAM-NOM(7).
           MOVE WS-NET-ED TO WS-PARAM-VALEUR(7).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
