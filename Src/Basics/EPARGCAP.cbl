      *> au miroir epargne), les ajoute au solde, date la
      *> capitalisation et ecrit un releve par compte dans
      *> releves.out avec solde avant, interets et solde apres.
      *> Le taux du compte suit celui de son produit au catalogue
      *> produits-epargne.in (taux reglementes revises) ; les
      *> interets s'ajoutent meme au-dela du plafond du produit.
      *> Les interets bruts supportent le prelevement a la source
      *> du produit (PRELVSRC) : le compte est credite du net, la
      *> part retenue va au compte d'Etat a reverser (EPARGREV).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-CPT-STATUS.

           SELECT RELEVE-FILE ASSIGN TO "Data/epargne/releves.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT PRODUIT-FILE
                 ASSIGN TO WS-CHEMIN-PRODUITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       FD  RELEVE-FILE.
       01  RELEVE-LINE           PIC X(132).

       FD  PRODUIT-FILE.
           COPY PRODEPARG-REC.

       WORKING-STORAGE SECTION.
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-REL-STATUS         PIC XX VALUE "00".
       01  WS-PRD-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-CAPITALISES  PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).

      *> Taux en vigueur par produit ; un produit absent du
      *> catalogue garde le taux porte par le compte.
       01  WS-TABLE-PRODUITS.
           05  WS-NB-PRODUITS    PIC 99 VALUE 0.
           05  WS-PRODUIT OCCURS 10 TIMES.
               10  WS-PE-CODE    PIC X(4).
               10  WS-PE-TAUX    PIC 9V99.
       01  WS-PRODUIT-INDEX      PIC 99.
       01  WS-SOLDE-AVANT        PIC 9(9)V99.
       01  WS-INTERETS           PIC 9(7)V99.
       01  WS-TOT-INTERETS       PIC 9(10)V99 VALUE 0.

      *> Prelevement a la source sur les interets bruts.
       01  WS-PS-ORIGINE         PIC X(4).
       01  WS-PS-REFERENCE       PIC 9(6) VALUE 0.
       01  WS-PS-PFL             PIC 9(7)V99.
       01  WS-PS-SOCIAL          PIC 9(7)V99.
       01  WS-PS-NET             PIC 9(7)V99.
       01  WS-PS-RETENU          PIC 9(7)V99.
       01  WS-TOT-RETENU         PIC 9(10)V99 VALUE 0.
       01  WS-RETENU-ED          PIC Z(6)9,99.
       01  WS-NET-ED             PIC Z(6)9,99.
       01  WS-TOT-RETENU-ED      PIC Z(9)9,99.

       01  WS-SOLDE-AVANT-ED     PIC Z(8)9,99.
       01  WS-INTERETS-ED        PIC Z(6)9,99.
       01  WS-SOLDE-APRES-ED     PIC Z(8)9,99.
       01  WS-TOT-INTERETS-ED    PIC Z(9)9,99.

      *> Deversement comptable via ECRITCPT : la charge d'interets
      *> bruts au debit, la dette epargne clients (net) et l'Etat
      *> (prelevements retenus) au credit.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "EPARGCAP".
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-PRODUITS      PIC X(8) VALUE "EPARGNE".
       01  WS-CHEMIN-PRODUITS    PIC X(45)
                 VALUE "Data/epargne/produits-epargne.in".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-PRODUITS.

           MOVE LOW-VALUES TO EP-CLE.
           START COMPTE-EPARGNE KEY NOT < EP-CLE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHARGEMENT-PRODUITS.
           CALL "ParametreVigueur" USING WS-CODE-PRODUITS WS-DATE-JOUR
              WS-CHEMIN-PRODUITS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PRD-STATUS NOT = "00"
              DISPLAY "CATALOGUE PRODUITS INDISPONIBLE, TAUX DES "
                 "COMPTES CONSERVES"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ PRODUIT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-PRODUITS < 10
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE PE-CODE TO WS-PE-CODE(WS-NB-PRODUITS)
                       MOVE PE-TAUX TO WS-PE-TAUX(WS-NB-PRODUITS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PRODUIT-FILE.
           MOVE "N" TO WS-EOF

           .

       CAPITALISER-COMPTE.
           PERFORM VARYING WS-PRODUIT-INDEX FROM 1 BY 1
                 UNTIL WS-PRODUIT-INDEX > WS-NB-PRODUITS
              IF WS-PE-CODE(WS-PRODUIT-INDEX) = EP-PRODUIT
                 MOVE WS-PE-TAUX(WS-PRODUIT-INDEX) TO EP-TAUX
              END-IF
           END-PERFORM.
           MOVE EP-SOLDE TO WS-SOLDE-AVANT.
           COMPUTE WS-INTERETS ROUNDED =
              EP-SOLDE * EP-TAUX / 100.
           MOVE EP-PRODUIT TO WS-PS-ORIGINE.
           CALL "PRELVSRC" USING WS-EC-PROGRAMME WS-DATE-JOUR
              EP-ID-CLIENT WS-PS-ORIGINE WS-PS-REFERENCE WS-INTERETS
              WS-PS-PFL WS-PS-SOCIAL WS-PS-NET.
           COMPUTE WS-PS-RETENU = WS-PS-PFL + WS-PS-SOCIAL.
           ADD WS-PS-NET TO EP-SOLDE.
           ADD WS-INTERETS TO WS-TOT-INTERETS.
           ADD WS-PS-RETENU TO WS-TOT-RETENU.
           MOVE WS-DATE-JOUR TO EP-DATE-DERN-CAPI.

           REWRITE EPARGNE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, COMPTE=" EP-ID-CLIENT
                    " PRODUIT=" EP-PRODUIT
                    " STATUS=" WS-CPT-STATUS
           END-REWRITE.

           .

      *> Ecritures de la capitalisation au journal comptable
      *> commun : charge d'interets bruts au debit, epargne
      *> clients pour le net et Etat pour le prelevement au credit,
      *> compte par compte.
       DEVERSER-COMPTA.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE EP-ID-CLIENT TO WS-EC-REFERENCE(1:6).
           MOVE EP-PRODUIT TO WS-EC-REFERENCE(7:4).
           MOVE WS-INTERETS TO WS-EC-MONTANT.

           MOVE "CHG-INT-EP" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           MOVE WS-PS-NET TO WS-EC-MONTANT.
           MOVE "EPARGNE-CLI" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           IF WS-PS-RETENU > ZERO
              MOVE WS-PS-RETENU TO WS-EC-MONTANT
              MOVE "ETAT-PRELEV" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF

           .

           MOVE WS-INTERETS TO WS-INTERETS-ED.
           MOVE EP-SOLDE TO WS-SOLDE-APRES-ED.
           MOVE EP-TAUX TO WS-TAUX-ED.
           MOVE WS-PS-RETENU TO WS-RETENU-ED.
           MOVE WS-PS-NET TO WS-NET-ED.

           MOVE SPACES TO RELEVE-LINE.
           STRING
              " TAUX=" WS-TAUX-ED
              " INTERETS=" WS-INTERETS-ED
              " SOLDE APRES=" WS-SOLDE-APRES-ED
              " PRODUIT=" EP-PRODUIT
              " PRELEVE=" WS-RETENU-ED
              " NET=" WS-NET-ED
              DELIMITED BY SIZE
              INTO RELEVE-LINE
           END-STRING.
              INTO RELEVE-LINE
           END-STRING.
           WRITE RELEVE-LINE.
           DISPLAY RELEVE-LINE.

           MOVE WS-TOT-RETENU TO WS-TOT-RETENU-ED.
           MOVE SPACES TO RELEVE-LINE.
           STRING
              "TOTAL PRELEVEMENTS A LA SOURCE=" WS-TOT-RETENU-ED
              DELIMITED BY SIZE
              INTO RELEVE-LINE
           END-STRING.
           WRITE RELEVE-LINE.
           DISPLAY RELEVE-LINE

           .
