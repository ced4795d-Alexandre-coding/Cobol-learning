      *> reproductible a l'audit. Les provisions des prets sortis du
      *> champ (soldes, archives, clos sur sinistre) sont reprises
      *> en totalite et purgees du stock au meme passage.
      *> Chaque mouvement part au journal comptable commun
      *> (ECRITCPT), pret par pret : une dotation debite la charge
      *> de provision et credite le stock (PRET-PROVIS), une
      *> reprise fait l'inverse contre le produit de reprise ; le
      *> grand livre suit ainsi le stock de provisions.idx (cf.
      *> RAPPROGL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT TAUX-FILE ASSIGN TO WS-CHEMIN-PROVISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-NB-ED              PIC ZZZZ9.

      *> Deversement comptable des mouvements de provision, en
      *> reference le numero de pret.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "PRETPROV".
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-PROVISION     PIC X(8) VALUE "PROVTAUX".
       01  WS-CHEMIN-PROVISION   PIC X(45)
                 VALUE "Data/pret/provision-taux.in".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
      *> Chargement du bareme de provision. Fichier absent ou vide =
      *> arret : aucun provisionnement sans taux de reference.
       CHARGEMENT-TAUX.
           CALL "ParametreVigueur" USING WS-CODE-PROVISION WS-DATE-JOUR
              WS-CHEMIN-PROVISION.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS NOT = "00"
              DISPLAY "TAUX-FILE OPEN ERROR, STATUS=" WS-TAUX-STATUS
              WS-PROVISION - WS-PROVISION-AVANT.

           PERFORM ENREGISTRER-PROVISION.
           PERFORM DEVERSER-MOUVEMENT.

           ADD 1 TO WS-COUNT-PROVISIONNES.
           ADD WS-PROVISION TO WS-TOT-STOCK.
              ADD 1 TO WS-COUNT-REPRISES
              ADD PV-PROVISION TO WS-TOT-REPRISES
              PERFORM EDITER-DETAIL-SORTIE
              COMPUTE WS-MOUVEMENT = ZERO - PV-PROVISION
              PERFORM DEVERSER-MOUVEMENT
           END-IF.
           DELETE PROVISION-FILE
              INVALID KEY

           .

      *> Mouvement du pret au journal comptable : dotation =
      *> charge de provision au debit, stock au credit ; reprise =
      *> stock au debit, produit de reprise au credit.
       DEVERSER-MOUVEMENT.
           IF WS-MOUVEMENT = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE PV-NUMERO-PRET TO WS-EC-REFERENCE(1:6).

           IF WS-MOUVEMENT > ZERO
              MOVE WS-MOUVEMENT TO WS-EC-MONTANT
              MOVE "DOT-PROVIS" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "PRET-PROVIS" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           ELSE
              COMPUTE WS-EC-MONTANT = ZERO - WS-MOUVEMENT
              MOVE "PRET-PROVIS" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "REP-PROVIS" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       EDITER-DETAIL-SORTIE.
           MOVE PV-PROVISION TO WS-PROVISION-ED.
           COMPUTE WS-MOUVEMENT = ZERO - PV-PROVISION.
