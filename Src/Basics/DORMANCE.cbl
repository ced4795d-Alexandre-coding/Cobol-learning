      *> RESTITUT ou retrait d'epargne) pour que COMPTMAJ ou
      *> EPARGMVT la constate au passage suivant. Le registre
      *> permet aux consultations de type CLIENTINQ d'expliquer ou
      *> est parti l'argent d'un client. Un client pouvant detenir
      *> plusieurs comptes courants, le registre porte aussi le
      *> numero du compte (zero pour l'epargne) et l'ecriture de
      *> cloture vise ce compte-la ; pour l'epargne, il porte le code
      *> du livret (livret A, LDDS...), un client en detenant
      *> plusieurs. La lettre va au titulaire principal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
           05  DR-ETAPE          PIC X(8).
           05  FILLER            PIC X.
           05  DR-SOLDE          PIC S9(9)V99.
           05  FILLER            PIC X.
           05  DR-NUMERO-COMPTE  PIC 9(8).
           05  FILLER            PIC X.
           05  DR-LIVRET         PIC X(4).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MV-DATE           PIC 9(8).
           05  MV-SENS           PIC X.
           05  MV-MONTANT        PIC 9(7)V99.
           05  MV-PRODUIT        PIC X(4).
           05  MV-COMPTABILISE   PIC X.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS         PIC XX VALUE "00".
           05  WS-REGISTRE OCCURS 500 TIMES.
               10  WS-RG-PRODUIT PIC X(3).
               10  WS-RG-ID      PIC 9(6).
               10  WS-RG-COMPTE  PIC 9(8).
               10  WS-RG-LIVRET  PIC X(4).
               10  WS-RG-DATE-SIGNAL PIC 9(8).
               10  WS-RG-RESTITUE PIC X.
       01  WS-REGISTRE-INDEX     PIC 9(3).

       01  WS-PRODUIT-COURANT    PIC X(3).
       01  WS-ID-COURANT         PIC 9(6).
       01  WS-NUMERO-COURANT     PIC 9(8).
       01  WS-LIVRET-COURANT     PIC X(4).
       01  WS-SOLDE-COURANT      PIC S9(9)V99.
       01  WS-DATE-DERNIERE      PIC 9(8).
       01  WS-DATE-SEUIL         PIC 9(8).
           .

      *> Relecture du registre de desherence : la premiere ligne
      *> SIGNALE d'un triplet produit/client/compte fait date, une
      *> ligne RESTITUE clot le dossier. Les lignes anterieures a
      *> la numerotation des comptes n'ont pas de numero : zero.
       CHARGEMENT-REGISTRE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT REGISTRE-FILE.
           .

       CUMULER-LIGNE-REGISTRE.
           IF DR-NUMERO-COMPTE NOT NUMERIC
              MOVE ZERO TO DR-NUMERO-COMPTE
           END-IF.
      *    Lignes d'epargne anterieures au code livret : un seul
      *    livret par client, le livret A.
           IF DR-PRODUIT = "EPA" AND DR-LIVRET = SPACES
              MOVE "LIVA" TO DR-LIVRET
           END-IF.
           MOVE "N" TO WS-REGISTRE-TROUVE.
           PERFORM VARYING WS-REGISTRE-INDEX FROM 1 BY 1
                 UNTIL WS-REGISTRE-INDEX > WS-NB-REGISTRE
                 OR WS-REGISTRE-TROUVE = "Y"
              IF WS-RG-PRODUIT(WS-REGISTRE-INDEX) = DR-PRODUIT
                    AND WS-RG-ID(WS-REGISTRE-INDEX) = DR-ID-CLIENT
                    AND WS-RG-COMPTE(WS-REGISTRE-INDEX)
                       = DR-NUMERO-COMPTE
                    AND WS-RG-LIVRET(WS-REGISTRE-INDEX) = DR-LIVRET
                 MOVE "Y" TO WS-REGISTRE-TROUVE
              END-IF
           END-PERFORM.
              MOVE WS-NB-REGISTRE TO WS-REGISTRE-INDEX
              MOVE DR-PRODUIT TO WS-RG-PRODUIT(WS-REGISTRE-INDEX)
              MOVE DR-ID-CLIENT TO WS-RG-ID(WS-REGISTRE-INDEX)
              MOVE DR-NUMERO-COMPTE
                 TO WS-RG-COMPTE(WS-REGISTRE-INDEX)
              MOVE DR-LIVRET TO WS-RG-LIVRET(WS-REGISTRE-INDEX)
              MOVE DR-DATE TO WS-RG-DATE-SIGNAL(WS-REGISTRE-INDEX)
              MOVE "N" TO WS-RG-RESTITUE(WS-REGISTRE-INDEX)
           END-IF.
              EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.
                 NOT AT END
                    IF CP-DATE-DERN-MVT < WS-DATE-SEUIL
                          AND CP-SOLDE NOT = ZERO
                          AND NOT CP-CLOS
                       MOVE "CPT" TO WS-PRODUIT-COURANT
                       MOVE CP-ID-CLIENT TO WS-ID-COURANT
                       MOVE CP-NUMERO-COMPTE TO WS-NUMERO-COURANT
                       MOVE SPACES TO WS-LIVRET-COURANT
                       MOVE CP-SOLDE TO WS-SOLDE-COURANT
                       MOVE WS-SEUIL-CPT-RESTIT TO WS-DELAI-RESTIT
                       PERFORM TRAITER-COMPTE-DORMANT
              EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO EP-CLE.
           START COMPTE-EPARGNE KEY NOT < EP-CLE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.
                          AND EP-SOLDE NOT = ZERO
                       MOVE "EPA" TO WS-PRODUIT-COURANT
                       MOVE EP-ID-CLIENT TO WS-ID-COURANT
                       MOVE ZERO TO WS-NUMERO-COURANT
                       MOVE EP-PRODUIT TO WS-LIVRET-COURANT
                       MOVE EP-SOLDE TO WS-SOLDE-COURANT
                       MOVE WS-SEUIL-EPA-RESTIT TO WS-DELAI-RESTIT
                       PERFORM TRAITER-COMPTE-DORMANT
              IF WS-RG-PRODUIT(WS-REGISTRE-INDEX)
                    = WS-PRODUIT-COURANT
                    AND WS-RG-ID(WS-REGISTRE-INDEX) = WS-ID-COURANT
                    AND WS-RG-COMPTE(WS-REGISTRE-INDEX)
                       = WS-NUMERO-COURANT
                    AND WS-RG-LIVRET(WS-REGISTRE-INDEX)
                       = WS-LIVRET-COURANT
                 MOVE "Y" TO WS-REGISTRE-TROUVE
              END-IF
           END-PERFORM.
              MOVE WS-PRODUIT-COURANT
                 TO WS-RG-PRODUIT(WS-NB-REGISTRE)
              MOVE WS-ID-COURANT TO WS-RG-ID(WS-NB-REGISTRE)
              MOVE WS-NUMERO-COURANT TO WS-RG-COMPTE(WS-NB-REGISTRE)
              MOVE WS-LIVRET-COURANT TO WS-RG-LIVRET(WS-NB-REGISTRE)
              MOVE WS-DATE-JOUR
                 TO WS-RG-DATE-SIGNAL(WS-NB-REGISTRE)
              MOVE "N" TO WS-RG-RESTITUE(WS-NB-REGISTRE)
           MOVE WS-ID-COURANT TO DR-ID-CLIENT.
           MOVE "SIGNALE" TO DR-ETAPE.
           MOVE WS-SOLDE-COURANT TO DR-SOLDE.
           MOVE WS-NUMERO-COURANT TO DR-NUMERO-COMPTE.
           MOVE WS-LIVRET-COURANT TO DR-LIVRET.
           WRITE REGISTRE-REC

           .
           MOVE WS-ID-COURANT TO DR-ID-CLIENT.
           MOVE "RESTITUE" TO DR-ETAPE.
           MOVE WS-SOLDE-COURANT TO DR-SOLDE.
           MOVE WS-NUMERO-COURANT TO DR-NUMERO-COMPTE.
           MOVE WS-LIVRET-COURANT TO DR-LIVRET.
           WRITE REGISTRE-REC.

           MOVE WS-SOLDE-COURANT TO WS-SOLDE-ED.
           STRING
              "RESTITUTION PRODUIT=" WS-PRODUIT-COURANT
              " CLIENT=" WS-ID-COURANT
              " COMPTE=" WS-NUMERO-COURANT
              " LIVRET=" WS-LIVRET-COURANT
              " DATE=" WS-DATE-JOUR
              " SOLDE=" WS-SOLDE-ED
              DELIMITED BY SIZE
                 MOVE WS-DATE-JOUR TO OL-DATE
                 MOVE "RESTITUT" TO OL-LIBELLE
                 COMPUTE OL-MONTANT = ZERO - WS-SOLDE-COURANT
                 MOVE WS-NUMERO-COURANT TO OL-NUMERO-COMPTE
                 MOVE ZERO TO OL-NUMERO-CHEQUE
                 MOVE SPACES TO OL-CAISSE
                 WRITE OPERATION-LINE
                 CLOSE OPERATION-FILE
              END-IF
                 MOVE WS-DATE-JOUR TO MV-DATE
                 MOVE "R" TO MV-SENS
                 MOVE WS-SOLDE-COURANT TO MV-MONTANT
                 MOVE WS-LIVRET-COURANT TO MV-PRODUIT
                 MOVE SPACE TO MV-COMPTABILISE
                 WRITE MOUVEMENT-REC
                 CLOSE MOUVEMENT-FILE
              END-IF
