      *> dat.idx. Action "O" = ouverture (client actif du maitre,
      *> montant bloque, duree 6/12/24 mois au taux de la grille
      *> taux-dat.in, numero attribue par le compteur persistant
      *> numdat.ctl, echeance calculee ; refusee si le dossier de
      *> connaissance client est absent ou echu, cf. ControlerKyc) ;
      *> action "C" = cassage
      *> anticipe (interets courus reduits de moitie en penalite,
      *> capital et interets reverses au compte courant en operation
      *> DAT CASSE). Les interets reduits supportent le
      *> prelevement a la source (PRELVSRC), comme a l'echeance.
      *> Le capital bloque suit au grand livre (DAT-CAPITAL, cf.
      *> RAPPROGL) : credite contre la banque a l'ouverture,
      *> debite en retour au cassage.
      *> Compte rendu dans dat-mvt.rpt. L'echeance normale est
      *> traitee chaque nuit par DATECHE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT GRILLE-FILE ASSIGN TO WS-CHEMIN-GRILLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRI-STATUS.

           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-KYC-CODE           PIC X(3).
       01  WS-KYC-MOTIF          PIC X(30).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DERNIER-NUMERO     PIC 9(6) VALUE 0.

       01  WS-INTERETS           PIC 9(7)V99.
       01  WS-TOTAL-VERSE        PIC 9(9)V99.

      *> Prelevement a la source sur les interets bruts.
       01  WS-PS-PROGRAMME       PIC X(10) VALUE "DATMNT".
       01  WS-PS-ORIGINE         PIC X(4) VALUE "DAT".
       01  WS-PS-PFL             PIC 9(7)V99.
       01  WS-PS-SOCIAL          PIC 9(7)V99.
       01  WS-PS-NET             PIC 9(7)V99.
       01  WS-PS-RETENU          PIC 9(7)V99.
       01  WS-RETENU-ED          PIC Z(6)9,99.
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).
       01  WS-SENS-CAPITAL       PIC X.
       01  WS-SENS-BANQUE        PIC X.

       01  WS-MONTANT-ED         PIC Z(8)9,99.
       01  WS-INTERETS-ED        PIC Z(6)9,99.
       01  WS-COUNT-ED           PIC ZZZZ9.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-GRILLE        PIC X(8) VALUE "TXDAT".
       01  WS-CHEMIN-GRILLE      PIC X(45)
                 VALUE "Data/epargne/taux-dat.in".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              WS-JOURNAL-EVENEMENT WS-COUNT-OUVERTS
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-GRILLE.

           OPEN INPUT MOUVEMENT-FILE.
              STOP RUN
           END-IF.

           PERFORM LECTURE-DERNIER-NUMERO.

           PERFORM UNTIL EOF
      *> La grille fait le prix, pas la saisie : grille absente ou
      *> vide = arret, comme le bareme de CALCPRET.
       CHARGEMENT-GRILLE.
           CALL "ParametreVigueur" USING WS-CODE-GRILLE WS-DATE-JOUR
              WS-CHEMIN-GRILLE.
           OPEN INPUT GRILLE-FILE.
           IF WS-GRI-STATUS NOT = "00"
              DISPLAY "GRILLE-FILE OPEN ERROR, STATUS="
              EXIT PARAGRAPH
           END-IF.

           CALL "ControlerKyc" USING DM-ID-CLIENT WS-DATE-JOUR
              WS-KYC-CODE WS-KYC-MOTIF.
           IF WS-KYC-CODE NOT = "OK "
              MOVE WS-KYC-MOTIF TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO DA-NUMERO.
           MOVE DM-ID-CLIENT TO DA-ID-CLIENT.
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-OUVERTS
                 MOVE "C" TO WS-SENS-CAPITAL
                 MOVE "D" TO WS-SENS-BANQUE
                 PERFORM DEVERSER-CAPITAL
                 PERFORM ECRIRE-OUVERTURE
           END-WRITE

           COMPUTE WS-INTERETS ROUNDED =
              DA-MONTANT * (DA-TAUX / 2) / 100
              * WS-MOIS-COURUS / 12.
           CALL "PRELVSRC" USING WS-PS-PROGRAMME WS-DATE-JOUR
              DA-ID-CLIENT WS-PS-ORIGINE DA-NUMERO WS-INTERETS
              WS-PS-PFL WS-PS-SOCIAL WS-PS-NET.
           COMPUTE WS-PS-RETENU = WS-PS-PFL + WS-PS-SOCIAL.
           COMPUTE WS-TOTAL-VERSE = DA-MONTANT + WS-PS-NET.
           IF WS-PS-RETENU > ZERO
              PERFORM DEVERSER-PRELEVEMENT
           END-IF.

           SET DA-CASSE TO TRUE.
           REWRITE DAT-REC
                    " STATUS=" WS-DAT-STATUS
           END-REWRITE.

           MOVE "D" TO WS-SENS-CAPITAL.
           MOVE "C" TO WS-SENS-BANQUE.
           PERFORM DEVERSER-CAPITAL.

           MOVE DA-ID-CLIENT TO OL-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE "DAT CASSE" TO OL-LIBELLE.
           MOVE WS-TOTAL-VERSE TO OL-MONTANT.
           MOVE ZERO TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.

           ADD 1 TO WS-COUNT-CASSES.
           MOVE WS-TOTAL-VERSE TO WS-MONTANT-ED.
           MOVE WS-INTERETS TO WS-INTERETS-ED.
           MOVE WS-PS-RETENU TO WS-RETENU-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "CASSE DEPOT=" DA-NUMERO
              " CLIENT=" DA-ID-CLIENT
              " VERSE=" WS-MONTANT-ED
              " DONT INTERETS REDUITS=" WS-INTERETS-ED
              " PRELEVE=" WS-RETENU-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.

           .

      *> Prelevement retenu sur les interets du cassage : debit de
      *> la charge d'interets, credit de l'Etat.
       DEVERSER-PRELEVEMENT.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE DA-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE "DAT" TO WS-EC-REFERENCE(7:4).
           MOVE WS-PS-RETENU TO WS-EC-MONTANT.

           MOVE "CHG-INT-EP" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           CALL "ECRITCPT" USING WS-PS-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE.

           MOVE "ETAT-PRELEV" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           CALL "ECRITCPT" USING WS-PS-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

      *> Capital du depot au grand livre : credit du capital des
      *> depots contre la banque a l'ouverture, l'inverse au
      *> cassage (le versement au compte courant est passe par
      *> COMPTMAJ sur l'operation DAT CASSE).
       DEVERSER-CAPITAL.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE DA-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE "DAT" TO WS-EC-REFERENCE(7:4).
           MOVE DA-MONTANT TO WS-EC-MONTANT.

           MOVE "DAT-CAPITAL" TO WS-EC-NATURE.
           MOVE WS-SENS-CAPITAL TO WS-EC-SENS.
           CALL "ECRITCPT" USING WS-PS-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE.

           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE WS-SENS-BANQUE TO WS-EC-SENS.
           CALL "ECRITCPT" USING WS-PS-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       ECRIRE-OUVERTURE.
           MOVE DA-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
