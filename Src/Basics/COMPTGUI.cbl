       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTGUI.

      *> Caisses de guichet et arrete des especes : les depots et
      *> retraits d'especes au comptoir ne partent plus anonymes
      *> dans operations.in. Chaque operateur de guichet (cf.
      *> OperateurCourant) tient une caisse a son identifiant,
      *> registre caisses.idx ; les mouvements de guichet-mvt.in
      *> sont traites par action :
      *>   O = ouverture de la caisse du jour avec le fonds compte,
      *>       preleve sur le coffre ; refusee tant qu'une caisse
      *>       anterieure de l'operateur n'est pas fermee, ou reste
      *>       en attente de visa ;
      *>   D = depot d'especes au compte d'un client, R = retrait
      *>       (provision au dernier solde impute, et especes en
      *>       caisse) : l'operation DEPOT ESP / RETR ESP part dans
      *>       operations.in marquee de la caisse (OL-CAISSE) pour
      *>       imputation par COMPTMAJ ;
      *>   A = approvisionnement de la caisse par le coffre,
      *>   V = versement de la caisse au coffre ;
      *>   F = fermeture : comptage par coupure, solde theorique,
      *>       ecart passe en comptabilite (ECART-CAISSE) et
      *>       especes comptees reversees au coffre ; un ecart
      *>       au-dela du seuil de caisse.ctl laisse la caisse en
      *>       attente du visa d'un superviseur ;
      *>   S = visa superviseur d'une caisse en attente (profil S
      *>       de operateurs.ctl, jamais sur sa propre caisse) ;
      *>   E / X = entree de fonds au coffre (livraison) et sortie
      *>       (evacuation), profil S.
      *> Une caisse ne se mouvemente que par son operateur. Les
      *> especes sont au compte CAISSE du grand livre : un depot
      *> passe CAISSE au debit contre BANQUE, que COMPTMAJ solde
      *> en imputant l'operation au compte du client (et l'inverse
      *> pour un retrait). Applique ou rejete, chaque mouvement
      *> laisse une ligne dans guichet.rpt, qui liste en fin de
      *> passage les caisses du jour encore ouvertes ou en attente
      *> de visa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/compte/guichet-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT CAISSE-FILE ASSIGN TO "Data/compte/caisses.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLE
               FILE STATUS IS WS-CAI-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT TITULAIRE-FILE
                 ASSIGN TO "Data/compte/titulaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLE
               ALTERNATE RECORD KEY IS TT-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-TIT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT OPERATEUR-FILE ASSIGN TO "Data/ops/operateurs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "Data/compte/caisse.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/compte/guichet.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Caisse = identifiant de son operateur (ignoree pour E/X).
      *> Date lue pour un visa seulement (zero = date de
      *> traitement) ; client et compte pour D/R (compte a zero =
      *> compte principal du client) ; comptage pour F.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  GM-ACTION         PIC X.
               88  GM-OUVERTURE  VALUE "O".
               88  GM-DEPOT      VALUE "D".
               88  GM-RETRAIT    VALUE "R".
               88  GM-APPRO      VALUE "A".
               88  GM-VERSEMENT  VALUE "V".
               88  GM-FERMETURE  VALUE "F".
               88  GM-VISA       VALUE "S".
               88  GM-ENTREE     VALUE "E".
               88  GM-SORTIE     VALUE "X".
           05  GM-CAISSE         PIC X(10).
           05  GM-DATE           PIC 9(8).
           05  GM-ID-CLIENT      PIC 9(6).
           05  GM-NUMERO-COMPTE  PIC 9(8).
           05  GM-MONTANT        PIC 9(7)V99.
           05  GM-COMPTAGE OCCURS 15 TIMES
                                 PIC 9(5).

       FD  CAISSE-FILE.
           COPY CAISSE-REC.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  OPERATEUR-FILE.
           COPY OPERATEUR-REC.

      *> Pilotage : code sur 3 caracteres + valeur.
      *>   SEU = seuil d'ecart de caisse soumis a visa (defaut 50,00).
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  GC-CODE           PIC X(3).
           05  GC-VALEUR         PIC X(9).
           05  GC-MONTANT REDEFINES GC-VALEUR PIC 9(7)V99.

       FD  OPERATION-FILE.
       01  OPERATION-LINE.
           05  OL-ID-CLIENT      PIC 9(6).
           05  OL-DATE           PIC 9(8).
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-CAI-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-OPR-STATUS         PIC XX VALUE "00".
       01  WS-CTL-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-LECTURE-FIN        PIC X.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-PROFIL-SESSION     PIC X VALUE SPACE.
           88  SESSION-SUPERVISEUR        VALUE "S".
       01  WS-SEUIL-ECART        PIC 9(7)V99 VALUE 50,00.

      *> Coupures en EUR, de 500 EUR a 1 centime, dans l'ordre du
      *> comptage de fermeture.
       01  WS-TABLE-COUPURES-VALEURS.
           05  FILLER            PIC X(5) VALUE "50000".
           05  FILLER            PIC X(5) VALUE "20000".
           05  FILLER            PIC X(5) VALUE "10000".
           05  FILLER            PIC X(5) VALUE "05000".
           05  FILLER            PIC X(5) VALUE "02000".
           05  FILLER            PIC X(5) VALUE "01000".
           05  FILLER            PIC X(5) VALUE "00500".
           05  FILLER            PIC X(5) VALUE "00200".
           05  FILLER            PIC X(5) VALUE "00100".
           05  FILLER            PIC X(5) VALUE "00050".
           05  FILLER            PIC X(5) VALUE "00020".
           05  FILLER            PIC X(5) VALUE "00010".
           05  FILLER            PIC X(5) VALUE "00005".
           05  FILLER            PIC X(5) VALUE "00002".
           05  FILLER            PIC X(5) VALUE "00001".
       01  WS-TABLE-COUPURES REDEFINES WS-TABLE-COUPURES-VALEURS.
           05  WS-COUPURE OCCURS 15 TIMES
                                 PIC 9(3)V99.
       01  WS-COUPURE-INDEX      PIC 99.

      *> Coffre de l'agence, relu au lancement et reecrit en fin de
      *> passage.
       01  WS-COFFRE-CLE         PIC X(10) VALUE "COFFRE".
       01  WS-ENCAISSE-COFFRE    PIC S9(9)V99 VALUE 0.
       01  WS-COFFRE-EXISTE      PIC X VALUE "N".

      *> Retraits deja acceptes par compte dans le passage : la
      *> provision s'apprecie au dernier solde impute, diminue de
      *> ce qui a deja ete paye au guichet.
       01  WS-TABLE-RETRAITS.
           05  WS-NB-RETRAITS    PIC 9(3) VALUE 0.
           05  WS-RETRAIT OCCURS 200 TIMES.
               10  WS-RT-COMPTE  PIC 9(8).
               10  WS-RT-MONTANT PIC 9(9)V99.
       01  WS-RETRAIT-INDEX      PIC 9(3).
       01  WS-DEJA-PAYE          PIC 9(9)V99.

       01  WS-DATE-VISEE         PIC 9(8).
       01  WS-NUMERO-RETENU      PIC 9(8).
       01  WS-SOLDE-COMPTE       PIC 9(9)V99.
       01  WS-ECART-ABSOLU       PIC 9(9)V99.
       01  WS-COUPURE-MONTANT    PIC 9(9)V99.

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-OUVERTURES   PIC 9(5) VALUE 0.
       01  WS-COUNT-FERMETURES   PIC 9(5) VALUE 0.
       01  WS-COUNT-ATTENTE      PIC 9(5) VALUE 0.
       01  WS-COUNT-NON-ARRETEES PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-LIBELLE-ACTION     PIC X(14).
       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-ECART-ED           PIC Z(8)9,99-.
       01  WS-COMPTE-ED          PIC Z(8)9,99.
       01  WS-COUPURE-ED         PIC ZZ9,99.
       01  WS-NOMBRE-ED          PIC ZZZZ9.
       01  WS-COUNT-ED           PIC ZZZZ9.

      *> Deversement comptable : les especes sont au compte CAISSE,
      *> la contrepartie client passe par COMPTMAJ (BANQUE).
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "COMPTGUI".
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTGUI START ===".
           MOVE "COMPTGUI" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM LIRE-PROFIL-SESSION.
           PERFORM CHARGEMENT-CONTROLE.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CAISSE-FILE.
           IF WS-CAI-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT CAISSE-FILE
              CLOSE CAISSE-FILE
              OPEN I-O CAISSE-FILE
           END-IF.
           IF WS-CAI-STATUS NOT = "00"
              DISPLAY "CAISSE-FILE OPEN ERROR, STATUS=" WS-CAI-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              CLOSE MOUVEMENT-FILE CAISSE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT TITULAIRE-FILE.
           IF WS-TIT-STATUS NOT = "00"
              DISPLAY "TITULAIRE-FILE OPEN ERROR, STATUS="
                 WS-TIT-STATUS
              CLOSE MOUVEMENT-FILE CAISSE-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE CAISSE-FILE COMPTE-FILE
                 TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              CLOSE MOUVEMENT-FILE CAISSE-FILE COMPTE-FILE
                 TITULAIRE-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE CAISSE-FILE COMPTE-FILE
                 TITULAIRE-FILE CLIENT-MASTER OPERATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING "OPERATIONS DE GUICHET DU " WS-DATE-JOUR
              " - OPERATEUR " WS-OPERATEUR
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM LIRE-COFFRE.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM ECRIRE-COFFRE.
           PERFORM LISTER-CAISSES-DU-JOUR.
           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE CAISSE-FILE COMPTE-FILE
              TITULAIRE-FILE CLIENT-MASTER OPERATION-FILE
              RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES
              " CAISSES EN ATTENTE DE VISA=" WS-COUNT-ATTENTE.
           MOVE "COMPTGUI" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-ATTENTE > ZERO
              MOVE "ECARTS DE CAISSE EN ATTENTE DE VISA"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-ATTENTE
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTGUI END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Profil de l'operateur de session au fichier des operateurs
      *> (cf. CONSOLE) : seul le profil S vise et mouvemente le
      *> coffre, et seulement sur un compte d'operateur actif.
       LIRE-PROFIL-SESSION.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-OPR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ OPERATEUR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF OP-ID = WS-OPERATEUR AND OP-ACTIF
                       MOVE OP-PROFIL TO WS-PROFIL-SESSION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Pilotage facultatif : une ligne absente garde la valeur
      *> par defaut.
       CHARGEMENT-CONTROLE.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ CONTROLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF GC-CODE = "SEU" AND GC-MONTANT IS NUMERIC
                       MOVE GC-MONTANT TO WS-SEUIL-ECART
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CONTROLE-FILE.
           MOVE "N" TO WS-EOF

           .

       LIRE-COFFRE.
           MOVE WS-COFFRE-CLE TO CA-CAISSE.
           MOVE ZERO TO CA-DATE.
           READ CAISSE-FILE
              INVALID KEY
                 MOVE ZERO TO WS-ENCAISSE-COFFRE
              NOT INVALID KEY
                 MOVE "Y" TO WS-COFFRE-EXISTE
                 MOVE CA-SOLDE-THEORIQUE TO WS-ENCAISSE-COFFRE
           END-READ

           .

       ECRIRE-COFFRE.
           MOVE WS-COFFRE-CLE TO CA-CAISSE.
           MOVE ZERO TO CA-DATE.
           IF WS-COFFRE-EXISTE = "Y"
              READ CAISSE-FILE
                 INVALID KEY
                    MOVE "N" TO WS-COFFRE-EXISTE
              END-READ
           END-IF.

           IF WS-COFFRE-EXISTE = "Y"
              MOVE WS-ENCAISSE-COFFRE TO CA-SOLDE-THEORIQUE
              MOVE WS-DATE-JOUR TO CA-DATE-VISA
              MOVE WS-OPERATEUR TO CA-OPERATEUR
              REWRITE CAISSE-REC
                 INVALID KEY
                    DISPLAY "REWRITE COFFRE IMPOSSIBLE, STATUS="
                       WS-CAI-STATUS
              END-REWRITE
           ELSE
              INITIALIZE CAISSE-REC
              MOVE WS-COFFRE-CLE TO CA-CAISSE
              MOVE ZERO TO CA-DATE
              SET CA-OUVERTE TO TRUE
              MOVE WS-ENCAISSE-COFFRE TO CA-SOLDE-THEORIQUE
              MOVE WS-DATE-JOUR TO CA-DATE-VISA
              MOVE WS-OPERATEUR TO CA-OPERATEUR
              WRITE CAISSE-REC
                 INVALID KEY
                    DISPLAY "ECRITURE COFFRE IMPOSSIBLE, STATUS="
                       WS-CAI-STATUS
              END-WRITE
           END-IF.

           MOVE WS-ENCAISSE-COFFRE TO WS-SOLDE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "ENCAISSE DU COFFRE EN FIN DE PASSAGE=" WS-SOLDE-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SPACES TO WS-LIBELLE-ACTION.

           IF GM-MONTANT IS NOT NUMERIC
              MOVE ZERO TO GM-MONTANT
           END-IF.

           EVALUATE TRUE
              WHEN GM-OUVERTURE
                 MOVE "OUVERTURE" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-OUVERTURE
              WHEN GM-DEPOT
                 MOVE "DEPOT" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-ESPECES
              WHEN GM-RETRAIT
                 MOVE "RETRAIT" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-ESPECES
              WHEN GM-APPRO
                 MOVE "APPRO COFFRE" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-TRANSFERT
              WHEN GM-VERSEMENT
                 MOVE "VERST COFFRE" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-TRANSFERT
              WHEN GM-FERMETURE
                 MOVE "FERMETURE" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-FERMETURE
              WHEN GM-VISA
                 MOVE "VISA" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-VISA
              WHEN GM-ENTREE
                 MOVE "ENTREE COFFRE" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-COFFRE
              WHEN GM-SORTIE
                 MOVE "SORTIE COFFRE" TO WS-LIBELLE-ACTION
                 PERFORM CONTROLER-COFFRE
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN GM-OUVERTURE
                 PERFORM APPLIQUER-OUVERTURE
              WHEN GM-DEPOT
                 PERFORM APPLIQUER-DEPOT
              WHEN GM-RETRAIT
                 PERFORM APPLIQUER-RETRAIT
              WHEN GM-APPRO
                 PERFORM APPLIQUER-APPRO
              WHEN GM-VERSEMENT
                 PERFORM APPLIQUER-VERSEMENT
              WHEN GM-FERMETURE
                 PERFORM APPLIQUER-FERMETURE
              WHEN GM-VISA
                 PERFORM APPLIQUER-VISA
              WHEN GM-ENTREE
                 PERFORM APPLIQUER-ENTREE
              WHEN GM-SORTIE
                 PERFORM APPLIQUER-SORTIE
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           ELSE
              PERFORM ECRIRE-APPLIQUE
           END-IF

           .

      *> Une caisse ne se mouvemente que par l'operateur qui la
      *> tient.
       CONTROLER-OPERATEUR.
           IF GM-CAISSE = SPACES OR GM-CAISSE = WS-COFFRE-CLE
              MOVE "CAISSE NON RENSEIGNEE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF GM-CAISSE NOT = WS-OPERATEUR
              MOVE "CAISSE D'UN AUTRE OPERATEUR" TO WS-MOTIF-REJET
           END-IF

           .

      *> Caisse du jour de l'operateur, ouverte.
       LIRE-CAISSE-OUVERTE.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE GM-CAISSE TO CA-CAISSE.
           MOVE WS-DATE-JOUR TO CA-DATE.
           READ CAISSE-FILE
              INVALID KEY
                 MOVE "CAISSE NON OUVERTE CE JOUR" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CA-OUVERTE
              MOVE "CAISSE DEJA FERMEE" TO WS-MOTIF-REJET
           END-IF

           .

      *> Pas de nouvelle caisse tant qu'une caisse anterieure de
      *> l'operateur n'est pas arretee et, si besoin, visee.
       CONTROLER-OUVERTURE.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LECTURE-FIN.
           MOVE GM-CAISSE TO CA-CAISSE.
           MOVE ZERO TO CA-DATE.
           START CAISSE-FILE KEY NOT < CA-CLE
              INVALID KEY
                 MOVE "Y" TO WS-LECTURE-FIN
           END-START.
           PERFORM UNTIL WS-LECTURE-FIN = "Y"
              READ CAISSE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LECTURE-FIN
                 NOT AT END
                    IF CA-CAISSE NOT = GM-CAISSE
                       MOVE "Y" TO WS-LECTURE-FIN
                    ELSE
                       EVALUATE TRUE
                          WHEN CA-DATE = WS-DATE-JOUR
                             MOVE "CAISSE DEJA OUVERTE CE JOUR"
                                TO WS-MOTIF-REJET
                          WHEN CA-OUVERTE
                             STRING "CAISSE DU " CA-DATE
                                " NON FERMEE"
                                DELIMITED BY SIZE
                                INTO WS-MOTIF-REJET
                             END-STRING
                          WHEN CA-ATTENTE-VISA
                             STRING "CAISSE DU " CA-DATE
                                " EN ATTENTE DE VISA"
                                DELIMITED BY SIZE
                                INTO WS-MOTIF-REJET
                             END-STRING
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF GM-MONTANT > WS-ENCAISSE-COFFRE
              MOVE "ENCAISSE DU COFFRE INSUFFISANTE" TO WS-MOTIF-REJET
           END-IF

           .

      *> Depot ou retrait : caisse ouverte, montant, client connu,
      *> compte ouvert en EUR dont le client est titulaire ; pour
      *> un retrait, client non decede, provision et especes en
      *> caisse.
       CONTROLER-ESPECES.
           PERFORM LIRE-CAISSE-OUVERTE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF GM-MONTANT = ZERO
              MOVE "MONTANT A ZERO" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF GM-ID-CLIENT IS NOT NUMERIC
              MOVE "CLIENT NON RENSEIGNE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE GM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF GM-RETRAIT AND CL-DECEDE OF CLIENT-MASTER-REC
              MOVE "CLIENT DECEDE, DEBIT GELE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM RETENIR-COMPTE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT CP-EN-EUR
              MOVE "COMPTE TENU EN DEVISE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF GM-RETRAIT
              PERFORM CHERCHER-DEJA-PAYE
              IF CP-SOLDE < WS-DEJA-PAYE + GM-MONTANT
                 MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              IF CA-SOLDE-THEORIQUE < GM-MONTANT
                 MOVE "ESPECES EN CAISSE INSUFFISANTES"
                    TO WS-MOTIF-REJET
              END-IF
           END-IF

           .

      *> Compte designe (le client doit en etre titulaire) ou, a
      *> defaut, compte principal : le plus ancien ouvert dont il
      *> est titulaire principal.
       RETENIR-COMPTE.
           IF GM-NUMERO-COMPTE IS NUMERIC
                 AND GM-NUMERO-COMPTE > ZERO
              MOVE GM-NUMERO-COMPTE TO CP-NUMERO-COMPTE
              READ COMPTE-FILE
                 INVALID KEY
                    MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
                    EXIT PARAGRAPH
              END-READ
              IF CP-CLOS
                 MOVE "COMPTE CLOS" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              MOVE GM-NUMERO-COMPTE TO TT-NUMERO-COMPTE
              MOVE GM-ID-CLIENT TO TT-ID-CLIENT
              READ TITULAIRE-FILE
                 INVALID KEY
                    MOVE "CLIENT NON TITULAIRE DU COMPTE"
                       TO WS-MOTIF-REJET
                    EXIT PARAGRAPH
              END-READ
           ELSE
              MOVE GM-ID-CLIENT TO CP-ID-CLIENT
              MOVE "N" TO WS-LECTURE-FIN
              READ COMPTE-FILE KEY IS CP-ID-CLIENT
                 INVALID KEY
                    MOVE "Y" TO WS-LECTURE-FIN
              END-READ
              PERFORM UNTIL WS-LECTURE-FIN = "Y" OR NOT CP-CLOS
                 READ COMPTE-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-LECTURE-FIN
                    NOT AT END
                       IF CP-ID-CLIENT NOT = GM-ID-CLIENT
                          MOVE "Y" TO WS-LECTURE-FIN
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-LECTURE-FIN = "Y"
                 MOVE "CLIENT SANS COMPTE OUVERT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE CP-NUMERO-COMPTE TO WS-NUMERO-RETENU

           .

       CHERCHER-DEJA-PAYE.
           MOVE ZERO TO WS-DEJA-PAYE.
           PERFORM VARYING WS-RETRAIT-INDEX FROM 1 BY 1
                 UNTIL WS-RETRAIT-INDEX > WS-NB-RETRAITS
              IF WS-RT-COMPTE(WS-RETRAIT-INDEX) = WS-NUMERO-RETENU
                 MOVE WS-RT-MONTANT(WS-RETRAIT-INDEX) TO WS-DEJA-PAYE
              END-IF
           END-PERFORM

           .

       CONTROLER-TRANSFERT.
           PERFORM LIRE-CAISSE-OUVERTE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF GM-MONTANT = ZERO
              MOVE "MONTANT A ZERO" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF GM-APPRO AND GM-MONTANT > WS-ENCAISSE-COFFRE
              MOVE "ENCAISSE DU COFFRE INSUFFISANTE" TO WS-MOTIF-REJET
           END-IF.
           IF GM-VERSEMENT AND GM-MONTANT > CA-SOLDE-THEORIQUE
              MOVE "ESPECES EN CAISSE INSUFFISANTES" TO WS-MOTIF-REJET
           END-IF

           .

       CONTROLER-FERMETURE.
           PERFORM LIRE-CAISSE-OUVERTE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-COUPURE-INDEX FROM 1 BY 1
                 UNTIL WS-COUPURE-INDEX > 15
              IF GM-COMPTAGE(WS-COUPURE-INDEX) IS NOT NUMERIC
                 MOVE "COMPTAGE PAR COUPURE INCOMPLET"
                    TO WS-MOTIF-REJET
              END-IF
           END-PERFORM

           .

      *> Visa : profil S, jamais sur sa propre caisse, caisse en
      *> attente de visa a la date citee.
       CONTROLER-VISA.
           IF NOT SESSION-SUPERVISEUR
              MOVE "VISA RESERVE AU PROFIL S" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF GM-CAISSE = WS-OPERATEUR
              MOVE "VISA DE SA PROPRE CAISSE INTERDIT"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF GM-DATE IS NUMERIC AND GM-DATE > ZERO
              MOVE GM-DATE TO WS-DATE-VISEE
           ELSE
              MOVE WS-DATE-JOUR TO WS-DATE-VISEE
           END-IF.
           MOVE GM-CAISSE TO CA-CAISSE.
           MOVE WS-DATE-VISEE TO CA-DATE.
           READ CAISSE-FILE
              INVALID KEY
                 MOVE "CAISSE INCONNUE A CETTE DATE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CA-ATTENTE-VISA
              MOVE "CAISSE NON EN ATTENTE DE VISA" TO WS-MOTIF-REJET
           END-IF

           .

       CONTROLER-COFFRE.
           IF NOT SESSION-SUPERVISEUR
              MOVE "COFFRE RESERVE AU PROFIL S" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF GM-MONTANT = ZERO
              MOVE "MONTANT A ZERO" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF GM-SORTIE AND GM-MONTANT > WS-ENCAISSE-COFFRE
              MOVE "ENCAISSE DU COFFRE INSUFFISANTE" TO WS-MOTIF-REJET
           END-IF

           .

      *> Le fonds de caisse sort du coffre : pas d'ecriture, les
      *> especes restent au compte CAISSE.
       APPLIQUER-OUVERTURE.
           INITIALIZE CAISSE-REC.
           MOVE GM-CAISSE TO CA-CAISSE.
           MOVE WS-DATE-JOUR TO CA-DATE.
           SET CA-OUVERTE TO TRUE.
           MOVE GM-MONTANT TO CA-FONDS-INITIAL.
           MOVE GM-MONTANT TO CA-SOLDE-THEORIQUE.
           MOVE WS-OPERATEUR TO CA-OPERATEUR.
           WRITE CAISSE-REC
              INVALID KEY
                 MOVE "OUVERTURE IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.
           SUBTRACT GM-MONTANT FROM WS-ENCAISSE-COFFRE.
           ADD 1 TO WS-COUNT-OUVERTURES

           .

       APPLIQUER-DEPOT.
           MOVE "DEPOT ESP" TO OL-LIBELLE.
           MOVE GM-MONTANT TO OL-MONTANT.
           PERFORM DEPOSER-OPERATION.

           ADD 1 TO CA-NB-DEPOTS.
           ADD GM-MONTANT TO CA-TOTAL-DEPOTS.
           ADD GM-MONTANT TO CA-SOLDE-THEORIQUE.
           PERFORM REECRIRE-CAISSE.

           MOVE GM-MONTANT TO WS-EC-MONTANT.
           MOVE "CAISSE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       APPLIQUER-RETRAIT.
           MOVE "RETR ESP" TO OL-LIBELLE.
           COMPUTE OL-MONTANT = ZERO - GM-MONTANT.
           PERFORM DEPOSER-OPERATION.

           PERFORM CHERCHER-DEJA-PAYE.
           IF WS-DEJA-PAYE > ZERO
              PERFORM VARYING WS-RETRAIT-INDEX FROM 1 BY 1
                    UNTIL WS-RETRAIT-INDEX > WS-NB-RETRAITS
                 IF WS-RT-COMPTE(WS-RETRAIT-INDEX) = WS-NUMERO-RETENU
                    ADD GM-MONTANT TO WS-RT-MONTANT(WS-RETRAIT-INDEX)
                 END-IF
              END-PERFORM
           ELSE
              IF WS-NB-RETRAITS < 200
                 ADD 1 TO WS-NB-RETRAITS
                 MOVE WS-NUMERO-RETENU TO WS-RT-COMPTE(WS-NB-RETRAITS)
                 MOVE GM-MONTANT TO WS-RT-MONTANT(WS-NB-RETRAITS)
              END-IF
           END-IF.

           ADD 1 TO CA-NB-RETRAITS.
           ADD GM-MONTANT TO CA-TOTAL-RETRAITS.
           SUBTRACT GM-MONTANT FROM CA-SOLDE-THEORIQUE.
           PERFORM REECRIRE-CAISSE.

           MOVE GM-MONTANT TO WS-EC-MONTANT.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "CAISSE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

      *> L'operation part pour imputation par COMPTMAJ au compte
      *> retenu, marquee de la caisse qui a manie les especes.
       DEPOSER-OPERATION.
           MOVE GM-ID-CLIENT TO OL-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE WS-NUMERO-RETENU TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE GM-CAISSE TO OL-CAISSE.
           WRITE OPERATION-LINE

           .

       APPLIQUER-APPRO.
           ADD GM-MONTANT TO CA-RECU-COFFRE.
           ADD GM-MONTANT TO CA-SOLDE-THEORIQUE.
           PERFORM REECRIRE-CAISSE.
           SUBTRACT GM-MONTANT FROM WS-ENCAISSE-COFFRE

           .

       APPLIQUER-VERSEMENT.
           ADD GM-MONTANT TO CA-REMIS-COFFRE.
           SUBTRACT GM-MONTANT FROM CA-SOLDE-THEORIQUE.
           PERFORM REECRIRE-CAISSE.
           ADD GM-MONTANT TO WS-ENCAISSE-COFFRE

           .

      *> Arrete de caisse : comptage par coupure contre solde
      *> theorique. L'excedent credite, le manquant debite le compte
      *> d'ecarts de caisse ; les especes comptees retournent au
      *> coffre.
       APPLIQUER-FERMETURE.
           MOVE ZERO TO CA-SOLDE-COMPTE.
           PERFORM VARYING WS-COUPURE-INDEX FROM 1 BY 1
                 UNTIL WS-COUPURE-INDEX > 15
              MOVE GM-COMPTAGE(WS-COUPURE-INDEX)
                 TO CA-COMPTAGE(WS-COUPURE-INDEX)
              COMPUTE CA-SOLDE-COMPTE = CA-SOLDE-COMPTE
                 + GM-COMPTAGE(WS-COUPURE-INDEX)
                 * WS-COUPURE(WS-COUPURE-INDEX)
           END-PERFORM.
           COMPUTE CA-ECART = CA-SOLDE-COMPTE - CA-SOLDE-THEORIQUE.

           IF CA-ECART < ZERO
              COMPUTE WS-ECART-ABSOLU = ZERO - CA-ECART
           ELSE
              MOVE CA-ECART TO WS-ECART-ABSOLU
           END-IF.
           IF WS-ECART-ABSOLU > WS-SEUIL-ECART
              SET CA-ATTENTE-VISA TO TRUE
              ADD 1 TO WS-COUNT-ATTENTE
           ELSE
              SET CA-FERMEE TO TRUE
           END-IF.
           PERFORM REECRIRE-CAISSE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           ADD CA-SOLDE-COMPTE TO WS-ENCAISSE-COFFRE.
           ADD 1 TO WS-COUNT-FERMETURES.

           IF CA-ECART > ZERO
              MOVE CA-ECART TO WS-EC-MONTANT
              MOVE "CAISSE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "ECART-CAISSE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF.
           IF CA-ECART < ZERO
              MOVE WS-ECART-ABSOLU TO WS-EC-MONTANT
              MOVE "ECART-CAISSE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "CAISSE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF.

           PERFORM EDITER-ARRETE

           .

       APPLIQUER-VISA.
           SET CA-VISEE TO TRUE.
           MOVE WS-OPERATEUR TO CA-SUPERVISEUR.
           MOVE WS-DATE-JOUR TO CA-DATE-VISA.
           PERFORM REECRIRE-CAISSE

           .

      *> Livraison de fonds au coffre par le centre fort, ou
      *> evacuation : les especes entrent ou sortent du compte
      *> CAISSE contre BANQUE.
       APPLIQUER-ENTREE.
           ADD GM-MONTANT TO WS-ENCAISSE-COFFRE.
           MOVE GM-MONTANT TO WS-EC-MONTANT.
           MOVE "CAISSE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       APPLIQUER-SORTIE.
           SUBTRACT GM-MONTANT FROM WS-ENCAISSE-COFFRE.
           MOVE GM-MONTANT TO WS-EC-MONTANT.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "CAISSE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       REECRIRE-CAISSE.
           REWRITE CAISSE-REC
              INVALID KEY
                 MOVE "MISE A JOUR DE LA CAISSE IMPOSSIBLE"
                    TO WS-MOTIF-REJET
           END-REWRITE

           .

       PASSER-ECRITURE.
           MOVE SPACES TO WS-EC-REFERENCE.
           IF GM-ENTREE OR GM-SORTIE
              MOVE WS-COFFRE-CLE TO WS-EC-REFERENCE
           ELSE
              MOVE GM-CAISSE TO WS-EC-REFERENCE
           END-IF.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       EDITER-ARRETE.
           PERFORM VARYING WS-COUPURE-INDEX FROM 1 BY 1
                 UNTIL WS-COUPURE-INDEX > 15
              IF CA-COMPTAGE(WS-COUPURE-INDEX) > ZERO
                 MOVE WS-COUPURE(WS-COUPURE-INDEX) TO WS-COUPURE-ED
                 MOVE CA-COMPTAGE(WS-COUPURE-INDEX) TO WS-NOMBRE-ED
                 COMPUTE WS-COUPURE-MONTANT =
                    CA-COMPTAGE(WS-COUPURE-INDEX)
                    * WS-COUPURE(WS-COUPURE-INDEX)
                 MOVE WS-COUPURE-MONTANT TO WS-COMPTE-ED
                 MOVE SPACES TO RAPPORT-LINE
                 STRING "    COUPURE " WS-COUPURE-ED
                    " x " WS-NOMBRE-ED " = " WS-COMPTE-ED
                    DELIMITED BY SIZE INTO RAPPORT-LINE
                 END-STRING
                 WRITE RAPPORT-LINE
              END-IF
           END-PERFORM.

           MOVE CA-SOLDE-THEORIQUE TO WS-SOLDE-ED.
           MOVE CA-SOLDE-COMPTE TO WS-COMPTE-ED.
           MOVE CA-ECART TO WS-ECART-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "    ARRETE CAISSE=" CA-CAISSE
              " THEORIQUE=" WS-SOLDE-ED
              " COMPTE=" WS-COMPTE-ED
              " ECART=" WS-ECART-ED
              " STATUT=" CA-STATUT
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           IF CA-ATTENTE-VISA
              DISPLAY RAPPORT-LINE
              DISPLAY "    ECART AU-DELA DU SEUIL, VISA SUPERVISEUR "
                 "REQUIS"
           END-IF

           .

      *> Arrete de fin de journee : les caisses du jour encore
      *> ouvertes ou en attente de visa sont listees.
       LISTER-CAISSES-DU-JOUR.
           MOVE "N" TO WS-LECTURE-FIN.
           MOVE LOW-VALUES TO CA-CLE.
           START CAISSE-FILE KEY NOT < CA-CLE
              INVALID KEY
                 MOVE "Y" TO WS-LECTURE-FIN
           END-START.
           PERFORM UNTIL WS-LECTURE-FIN = "Y"
              READ CAISSE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LECTURE-FIN
                 NOT AT END
                    IF CA-DATE = WS-DATE-JOUR
                          AND (CA-OUVERTE OR CA-ATTENTE-VISA)
                       ADD 1 TO WS-COUNT-NON-ARRETEES
                       MOVE CA-SOLDE-THEORIQUE TO WS-SOLDE-ED
                       MOVE CA-ECART TO WS-ECART-ED
                       MOVE SPACES TO RAPPORT-LINE
                       STRING "CAISSE NON ARRETEE=" CA-CAISSE
                          " STATUT=" CA-STATUT
                          " THEORIQUE=" WS-SOLDE-ED
                          " ECART=" WS-ECART-ED
                          DELIMITED BY SIZE INTO RAPPORT-LINE
                       END-STRING
                       WRITE RAPPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE GM-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE " WS-LIBELLE-ACTION
              " CAISSE=" GM-CAISSE
              " CLIENT=" GM-ID-CLIENT
              " MONTANT=" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE GM-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   ACTION=" GM-ACTION
              " CAISSE=" GM-CAISSE
              " CLIENT=" GM-ID-CLIENT
              " MONTANT=" WS-MONTANT-ED
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS LUS      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-APPLIQUES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS APPLIQUES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-OUVERTURES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAISSES OUVERTES    =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-FERMETURES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAISSES ARRETEES    =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-NON-ARRETEES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAISSES NON ARRETEES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
