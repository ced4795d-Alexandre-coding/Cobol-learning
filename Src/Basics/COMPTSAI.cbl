       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTSAI.

      *> Saisies-attributions et avis a tiers detenteur sur les
      *> comptes clients, tenus au registre saisies.idx. Chaque
      *> mouvement de saisies-mvt.in cite un client et la reference
      *> de l'acte :
      *>   S = signification : l'acte est enregistre (creancier et
      *>       coordonnees de paiement, montant reclame, date) et la
      *>       part saisissable des avoirs du client est rendue
      *>       indisponible - produits d'epargne d'abord, puis comptes
      *>       courants dont il est titulaire principal - en lui
      *>       laissant le solde bancaire insaisissable sur ses
      *>       comptes courants ;
      *>   C = contestation portee devant le juge : le versement
      *>       est suspendu ;
      *>   R = contestation rejetee : la saisie reprend son cours ;
      *>   L = mainlevee : les sommes bloquees reviennent au client.
      *> Le client n'est plus suspendu pour autant : le reste de ses
      *> avoirs continue de fonctionner normalement.
      *> Les fonds sortent des comptes par une operation SAISIE dans
      *> operations.in (imputee par COMPTMAJ) et un retrait d'epargne
      *> par produit dans mouvements.in (EPARGMVT), et restent au
      *> compte des saisies a verser jusqu'au denouement. Au premier
      *> passage qui suit la fin du delai de contestation
      *> (saisies.ctl, par type d'acte), la saisie est versee au
      *> creancier par la remise saisies-versements.out (1 = entete,
      *> 2 = detail, 9 = totaux), versionnee au catalogue par
      *> GenerationRapport, apres criblage du creancier contre la
      *> liste de sanctions.
      *> Client et creancier recoivent une lettre (FusionLettre) a la
      *> signification et au versement, le client a la mainlevee.
      *> Tout evenement laisse une ligne dans saisies.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "Data/compte/saisies.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/compte/saisies-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT SAISIE-FILE ASSIGN TO "Data/compte/saisies.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CLE
               FILE STATUS IS WS-SAI-STATUS.

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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT EPARGNE-MVT-FILE
                 ASSIGN TO "Data/epargne/mouvements.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMV-STATUS.

           SELECT REMISE-FILE
                 ASSIGN TO "Data/compte/saisies-versements.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/compte/saisies.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Pilotage : SBI = solde bancaire insaisissable (montant),
      *> DLS / DLA = delai de contestation en jours d'une
      *> saisie-attribution / d'un avis a tiers detenteur.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  SC-CODE           PIC X(3).
           05  SC-VALEUR         PIC X(9).
           05  SC-MONTANT REDEFINES SC-VALEUR PIC 9(7)V99.
           05  SC-DELAI REDEFINES SC-VALEUR.
               10  SC-JOURS      PIC 9(3).
               10  FILLER        PIC X(6).

      *> Montant, creancier et coordonnees ne sont lus qu'a la
      *> signification ; la date (zero = date de traitement) est
      *> celle de l'evenement.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  SM-ACTION         PIC X.
               88  SM-SIGNIFICATION  VALUE "S".
               88  SM-CONTESTATION   VALUE "C".
               88  SM-REPRISE        VALUE "R".
               88  SM-MAINLEVEE      VALUE "L".
           05  SM-ID-CLIENT      PIC 9(6).
           05  SM-REFERENCE      PIC X(16).
           05  SM-TYPE           PIC X.
           05  SM-MONTANT        PIC 9(9)V99.
           05  SM-DATE           PIC 9(8).
           05  SM-CREANCIER      PIC X(30).
           05  SM-IBAN           PIC X(34).
           05  SM-BIC            PIC X(11).

       FD  SAISIE-FILE.
           COPY SAISIE-REC.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

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

       FD  EPARGNE-MVT-FILE.
       01  EPARGNE-MVT-REC.
           05  MV-ID-CLIENT      PIC 9(6).
           05  MV-DATE           PIC 9(8).
           05  MV-SENS           PIC X.
           05  MV-MONTANT        PIC 9(7)V99.
           05  MV-PRODUIT        PIC X(4).
           05  MV-COMPTABILISE   PIC X.

       FD  REMISE-FILE.
       01  REMISE-REC.
           05 RM-TYPE-ENR             PIC X.
              88 RM-ENTETE            VALUE "1".
              88 RM-DETAIL            VALUE "2".
              88 RM-TOTAUX            VALUE "9".
           05 RM-DONNEES              PIC X(150).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS         PIC XX VALUE "00".
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-SAI-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-EMV-STATUS         PIC XX VALUE "00".
       01  WS-REM-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-MVT-DISPO          PIC X  VALUE "N".
           88  MOUVEMENTS-DISPO           VALUE "Y".
       01  WS-EPA-DISPO          PIC X  VALUE "N".
           88  EPARGNE-DISPO              VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-MVT           PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).

      *> Parametres de saisies.ctl, valeurs par defaut a defaut de
      *> fichier : solde bancaire insaisissable et delais en jours.
       01  WS-SBI                PIC 9(7)V99 VALUE 646,52.
       01  WS-DELAI-ATTRIBUTION  PIC 9(3) VALUE 30.
       01  WS-DELAI-ATD          PIC 9(3) VALUE 30.
       01  WS-DELAI              PIC 9(3).

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-SIGNIFIEES   PIC 9(5) VALUE 0.
       01  WS-COUNT-CONTESTEES   PIC 9(5) VALUE 0.
       01  WS-COUNT-REPRISES     PIC 9(5) VALUE 0.
       01  WS-COUNT-LEVEES       PIC 9(5) VALUE 0.
       01  WS-COUNT-VERSEES      PIC 9(5) VALUE 0.
       01  WS-COUNT-ORDRES       PIC 9(5) VALUE 0.
       01  WS-COUNT-SUSPENDUES   PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-TOTAL-BLOQUE       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-VERSE        PIC 9(11)V99 VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-LIBELLE-ACTION     PIC X(18).

      *> Calcul du blocage : avoirs du client, part saisissable au-
      *> dela du solde insaisissable, plafonnee au montant reclame.
       01  WS-DISPO-EPARGNE      PIC S9(9)V99.
       01  WS-DISPO-COURANT      PIC S9(11)V99.
       01  WS-SAISISSABLE        PIC S9(11)V99.
       01  WS-A-BLOQUER          PIC 9(9)V99.
       01  WS-RESTE-A-BLOQUER    PIC 9(9)V99.
       01  WS-PRELEVE            PIC 9(9)V99.
       01  WS-LECTURE-FIN        PIC X.

       01  WS-TABLE-EPARGNES.
           05  WS-NB-EPARGNES    PIC 9 VALUE 0.
           05  WS-EPARGNE OCCURS 5 TIMES.
               10  WS-EA-PRODUIT PIC X(4).
               10  WS-EA-DISPO   PIC S9(9)V99.
       01  WS-EPARGNE-INDEX      PIC 9.
       01  WS-FIN-EPARGNE        PIC X.

       01  WS-TABLE-CANDIDATS.
           05  WS-NB-CANDIDATS   PIC 9 VALUE 0.
           05  WS-CANDIDAT OCCURS 5 TIMES.
               10  WS-CA-NUMERO  PIC 9(8).
               10  WS-CA-DISPO   PIC S9(9)V99.
       01  WS-CANDIDAT-INDEX     PIC 9.

      *> Sommes deja rendues indisponibles dans ce passage : le
      *> solde lu est celui de la derniere imputation, les saisies
      *> du passage n'y figurent pas encore. Numero zero = produit
      *> d'epargne, designe par son code.
       01  WS-TABLE-PRIS.
           05  WS-NB-PRIS        PIC 9(3) VALUE 0.
           05  WS-PRIS OCCURS 200 TIMES.
               10  WS-PR-NUMERO  PIC 9(8).
               10  WS-PR-PRODUIT PIC X(4).
               10  WS-PR-ID-CLIENT PIC 9(6).
               10  WS-PR-MONTANT PIC 9(9)V99.
       01  WS-PRIS-INDEX         PIC 9(3).
       01  WS-PRIS-TROUVE        PIC 9(3).
       01  WS-PRIS-NUMERO        PIC 9(8).
       01  WS-PRIS-PRODUIT       PIC X(4).
       01  WS-DEJA-PRIS          PIC 9(9)V99.

       01  WS-VB-CODE            PIC X(3).
       01  WS-CN-NOM             PIC X(35).
       01  WS-CN-RESULTAT        PIC X.
       01  WS-CN-REFERENCE       PIC X(12).

      *> Remise des versements aux creanciers, en positions fixes.
       01  WS-REMISE-ENTETE.
           05  WS-RE-DATE        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RE-EMETTEUR    PIC X(10) VALUE "COMPTSAI".
           05  FILLER            PIC X(131) VALUE SPACES.

       01  WS-REMISE-DETAIL.
           05  WS-RD-SEQUENCE    PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-DATE        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-ID-CLIENT   PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-MONTANT     PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-BIC         PIC X(11).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-IBAN        PIC X(34).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-CREANCIER   PIC X(30).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-REFERENCE   PIC X(16).
           05  FILLER            PIC X(21) VALUE SPACES.

       01  WS-REMISE-TOTAUX.
           05  WS-RT-NB          PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RT-TOTAL       PIC 9(11)V99.
           05  FILLER            PIC X(131) VALUE SPACES.

       01  WS-MONTANT-ED         PIC Z(8)9,99.
       01  WS-BLOQUE-ED          PIC Z(8)9,99.
       01  WS-SBI-ED             PIC Z(6)9,99.
       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-GEN-CHEMIN         PIC X(45).
       01  WS-GEN-RACINE         PIC X(30).
       01  WS-GEN-NB-ENREG       PIC 9(5).

       01  WS-CHEMIN-MODELE      PIC X(40).
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/compte/lettres-saisies.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).
       01  WS-ID-DESTINATAIRE    PIC 9(6).
       01  WS-NOM-CLIENT         PIC X(20).

      *> Deversement comptable : les sommes saisies passent au
      *> compte des saisies a verser (SAISIES) jusqu'au denouement ;
      *> le debit du compte courant lui-meme passe par COMPTMAJ.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "COMPTSAI".
       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTSAI START ===".
           MOVE "COMPTSAI" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-SIGNIFIEES
              WS-JOURNAL-SEVERITE.

      *    Une saisie bloquee ou versee ne doit pas l'etre deux
      *    fois : pas de second passage le meme jour sans forcage
      *    explicite (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM CHARGEMENT-CONTROLE.

      *    Sans mouvement du jour, le passage se limite aux
      *    versements des saisies arrivees a echeance.
           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS = "00"
              SET MOUVEMENTS-DISPO TO TRUE
           END-IF.

           OPEN I-O SAISIE-FILE.
           IF WS-SAI-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT SAISIE-FILE
              CLOSE SAISIE-FILE
              OPEN I-O SAISIE-FILE
           END-IF.
           IF WS-SAI-STATUS NOT = "00"
              DISPLAY "SAISIE-FILE OPEN ERROR, STATUS=" WS-SAI-STATUS
              PERFORM FERMER-MOUVEMENTS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              PERFORM FERMER-MOUVEMENTS
              CLOSE SAISIE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sans fichier d'epargne, seuls les comptes courants sont
      *    saisis.
           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS = "00"
              SET EPARGNE-DISPO TO TRUE
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              PERFORM FERMER-ENTREES
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND EPARGNE-MVT-FILE.
           IF WS-EMV-STATUS NOT = "00" AND WS-EMV-STATUS NOT = "05"
              DISPLAY "EPARGNE-MVT-FILE OPEN ERROR, STATUS="
                 WS-EMV-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER OPERATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REMISE-FILE.
           IF WS-REM-STATUS NOT = "00"
              DISPLAY "REMISE-FILE OPEN ERROR, STATUS="
                 WS-REM-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER OPERATION-FILE EPARGNE-MVT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER OPERATION-FILE EPARGNE-MVT-FILE
                 REMISE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-SBI TO WS-SBI-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "SAISIES SUR COMPTES DU " WS-DATE-JOUR
              " - SOLDE INSAISISSABLE " WS-SBI-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM ECRIRE-ENTETE.

           IF MOUVEMENTS-DISPO
              PERFORM UNTIL EOF
                 READ MOUVEMENT-FILE
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-COUNT-LUS
                       PERFORM TRAITER-MOUVEMENT
                 END-READ
              END-PERFORM
           END-IF.

           PERFORM VERSER-SAISIES-ECHUES.

           PERFORM ECRIRE-TOTAUX.

           PERFORM FERMER-ENTREES.
           CLOSE CLIENT-MASTER OPERATION-FILE EPARGNE-MVT-FILE
              REMISE-FILE RAPPORT-FILE.

      *    Versionnement de la remise : saisies-versements.out reste
      *    la generation courante, la copie datee part au catalogue.
           MOVE "Data/compte/saisies-versements.out" TO WS-GEN-CHEMIN.
           MOVE "Data/compte/saisies-versements" TO WS-GEN-RACINE.
           CALL "GenerationRapport" USING WS-GEN-CHEMIN
              WS-GEN-RACINE WS-GEN-NB-ENREG.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " SIGNIFIEES=" WS-COUNT-SIGNIFIEES
              " CONTESTEES=" WS-COUNT-CONTESTEES
              " LEVEES=" WS-COUNT-LEVEES
              " VERSEES=" WS-COUNT-VERSEES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "COMPTSAI" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-SUSPENDUES > ZERO
              MOVE "VERSEMENTS DE SAISIE SUSPENDUS"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-SUSPENDUES
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-SIGNIFIEES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTSAI END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

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
                    EVALUATE SC-CODE
                       WHEN "SBI"
                          IF SC-MONTANT IS NUMERIC
                             MOVE SC-MONTANT TO WS-SBI
                          END-IF
                       WHEN "DLS"
                          IF SC-JOURS IS NUMERIC
                             MOVE SC-JOURS TO WS-DELAI-ATTRIBUTION
                          END-IF
                       WHEN "DLA"
                          IF SC-JOURS IS NUMERIC
                             MOVE SC-JOURS TO WS-DELAI-ATD
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE CONTROLE-FILE.
           MOVE "N" TO WS-EOF

           .

       FERMER-MOUVEMENTS.
           IF MOUVEMENTS-DISPO
              CLOSE MOUVEMENT-FILE
           END-IF

           .

       FERMER-ENTREES.
           PERFORM FERMER-MOUVEMENTS.
           CLOSE SAISIE-FILE COMPTE-FILE.
           IF EPARGNE-DISPO
              CLOSE COMPTE-EPARGNE
           END-IF

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           IF SM-DATE IS NUMERIC AND SM-DATE > ZERO
              MOVE SM-DATE TO WS-DATE-MVT
           ELSE
              MOVE WS-DATE-JOUR TO WS-DATE-MVT
           END-IF.

           EVALUATE TRUE
              WHEN SM-SIGNIFICATION
                 MOVE "SIGNIFICATION" TO WS-LIBELLE-ACTION
                 PERFORM SIGNIFIER-SAISIE
              WHEN SM-CONTESTATION
                 MOVE "CONTESTATION" TO WS-LIBELLE-ACTION
                 PERFORM CONTESTER-SAISIE
              WHEN SM-REPRISE
                 MOVE "REPRISE" TO WS-LIBELLE-ACTION
                 PERFORM REPRENDRE-SAISIE
              WHEN SM-MAINLEVEE
                 MOVE "MAINLEVEE" TO WS-LIBELLE-ACTION
                 PERFORM LEVER-SAISIE
              WHEN OTHER
                 MOVE "ACTION INCONNUE" TO WS-LIBELLE-ACTION
                 MOVE "CODE ACTION INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           END-IF

           .

      *> Signification : l'acte est controle, la part saisissable
      *> calculee et bloquee, le registre cree, client et creancier
      *> avises.
       SIGNIFIER-SAISIE.
           IF SM-REFERENCE = SPACES
              MOVE "REFERENCE DE L'ACTE ABSENTE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF SM-MONTANT IS NOT NUMERIC OR SM-MONTANT = ZERO
              MOVE "MONTANT RECLAME NUL OU INVALIDE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF SM-CREANCIER = SPACES
              MOVE "CREANCIER NON RENSEIGNE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE SM-ID-CLIENT TO SA-ID-CLIENT.
           MOVE SM-REFERENCE TO SA-REFERENCE.
           READ SAISIE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "ACTE DEJA ENREGISTRE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           MOVE SM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO SAISIE-REC.
           MOVE SM-ID-CLIENT TO SA-ID-CLIENT.
           MOVE SM-REFERENCE TO SA-REFERENCE.
           MOVE SM-TYPE TO SA-TYPE.
           IF NOT SA-TYPE-VALIDE
              MOVE "TYPE D'ACTE INVALIDE (S/A)" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

      *    Les coordonnees du creancier sont controlees des la
      *    signification : le versement ne doit pas buter dessus.
           CALL "ValiderIban" USING SM-IBAN SM-BIC WS-VB-CODE.
           EVALUATE WS-VB-CODE
              WHEN "IBF"
                 MOVE "IBAN CREANCIER MAL FORME" TO WS-MOTIF-REJET
              WHEN "IBC"
                 MOVE "CLE IBAN CREANCIER ERRONEE" TO WS-MOTIF-REJET
              WHEN "BIC"
                 MOVE "BIC CREANCIER MAL FORME" TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE SM-CREANCIER TO SA-CREANCIER.
           MOVE SM-IBAN TO SA-IBAN-CREANCIER.
           MOVE SM-BIC TO SA-BIC-CREANCIER.
           MOVE SM-MONTANT TO SA-MONTANT-RECLAME.
           MOVE WS-DATE-MVT TO SA-DATE-SIGNIFICATION.
           IF SA-ATTRIBUTION
              MOVE WS-DELAI-ATTRIBUTION TO WS-DELAI
           ELSE
              MOVE WS-DELAI-ATD TO WS-DELAI
           END-IF.
           COMPUTE SA-DATE-FIN-CONTEST = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-MVT) + WS-DELAI).
           MOVE "B" TO SA-STATUT.
           MOVE ZERO TO SA-NB-EPARGNES SA-NB-COMPTES
              SA-MONTANT-BLOQUE SA-MONTANT-VERSE SA-DATE-DENOUEMENT.
           PERFORM VARYING WS-CANDIDAT-INDEX FROM 1 BY 1
                 UNTIL WS-CANDIDAT-INDEX > 5
              MOVE ZERO TO SA-BL-NUMERO(WS-CANDIDAT-INDEX)
              MOVE ZERO TO SA-BL-MONTANT(WS-CANDIDAT-INDEX)
              MOVE SPACES TO SA-BE-PRODUIT(WS-CANDIDAT-INDEX)
              MOVE ZERO TO SA-BE-MONTANT(WS-CANDIDAT-INDEX)
           END-PERFORM.
           MOVE WS-DATE-JOUR TO SA-DATE-MAJ.
           MOVE WS-OPERATEUR TO SA-OPERATEUR.

           PERFORM CALCULER-BLOCAGE.

           WRITE SAISIE-REC
              INVALID KEY
                 MOVE "ECRITURE REGISTRE IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.
           PERFORM POSTER-BLOCAGE.

           ADD 1 TO WS-COUNT-SIGNIFIEES.
           ADD SA-MONTANT-BLOQUE TO WS-TOTAL-BLOQUE.
           PERFORM ECRIRE-EVENEMENT.

           PERFORM PREPARER-LETTRE.
           MOVE "Data/lettres/saisie-client.mod" TO WS-CHEMIN-MODELE.
           MOVE SA-ID-CLIENT TO WS-ID-DESTINATAIRE.
           PERFORM ECRIRE-LETTRE.
           MOVE "Data/lettres/saisie-creancier.mod"
              TO WS-CHEMIN-MODELE.
           MOVE ZERO TO WS-ID-DESTINATAIRE.
           PERFORM ECRIRE-LETTRE

           .

      *> Avoirs du client : chacun de ses produits d'epargne actifs
      *> et ses comptes courants ouverts en EUR dont il est titulaire
      *> principal (un compte en devise n'est pas saisi par lot),
      *> diminues de ce que le passage a deja bloque. Le solde
      *> insaisissable est laisse sur les comptes courants :
      *> l'epargne est saisie en premier, produit par produit.
       CALCULER-BLOCAGE.
           MOVE ZERO TO WS-DISPO-EPARGNE.
           MOVE ZERO TO WS-NB-EPARGNES.
           MOVE SPACES TO WS-PRIS-PRODUIT.
           IF EPARGNE-DISPO
              MOVE SA-ID-CLIENT TO EP-ID-CLIENT
              MOVE LOW-VALUES TO EP-PRODUIT
              MOVE "N" TO WS-FIN-EPARGNE
              START COMPTE-EPARGNE KEY NOT < EP-CLE
                 INVALID KEY
                    MOVE "Y" TO WS-FIN-EPARGNE
              END-START
              PERFORM UNTIL WS-FIN-EPARGNE = "Y"
                 READ COMPTE-EPARGNE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-FIN-EPARGNE
                    NOT AT END
                       IF EP-ID-CLIENT NOT = SA-ID-CLIENT
                          MOVE "Y" TO WS-FIN-EPARGNE
                       ELSE
                          PERFORM RETENIR-EPARGNE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

           MOVE ZERO TO WS-NB-CANDIDATS.
           MOVE SPACES TO WS-PRIS-PRODUIT.
           MOVE ZERO TO WS-DISPO-COURANT.
           MOVE SA-ID-CLIENT TO CP-ID-CLIENT.
           MOVE "N" TO WS-LECTURE-FIN.
           READ COMPTE-FILE KEY IS CP-ID-CLIENT
              INVALID KEY
                 MOVE "Y" TO WS-LECTURE-FIN
           END-READ.
           PERFORM UNTIL WS-LECTURE-FIN = "Y"
              IF NOT CP-CLOS AND CP-EN-EUR AND CP-SOLDE > ZERO
                    AND WS-NB-CANDIDATS < 5
                 MOVE CP-NUMERO-COMPTE TO WS-PRIS-NUMERO
                 PERFORM CHERCHER-PRIS
                 IF CP-SOLDE > WS-DEJA-PRIS
                    ADD 1 TO WS-NB-CANDIDATS
                    MOVE CP-NUMERO-COMPTE
                       TO WS-CA-NUMERO(WS-NB-CANDIDATS)
                    COMPUTE WS-CA-DISPO(WS-NB-CANDIDATS) =
                       CP-SOLDE - WS-DEJA-PRIS
                    ADD WS-CA-DISPO(WS-NB-CANDIDATS)
                       TO WS-DISPO-COURANT
                 END-IF
              END-IF
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LECTURE-FIN
                 NOT AT END
                    IF CP-ID-CLIENT NOT = SA-ID-CLIENT
                       MOVE "Y" TO WS-LECTURE-FIN
                    END-IF
              END-READ
           END-PERFORM.

           COMPUTE WS-SAISISSABLE =
              WS-DISPO-EPARGNE + WS-DISPO-COURANT - WS-SBI.
           IF WS-SAISISSABLE < ZERO
              MOVE ZERO TO WS-SAISISSABLE
           END-IF.
           IF SA-MONTANT-RECLAME < WS-SAISISSABLE
              MOVE SA-MONTANT-RECLAME TO WS-A-BLOQUER
           ELSE
              MOVE WS-SAISISSABLE TO WS-A-BLOQUER
           END-IF.
           MOVE WS-A-BLOQUER TO SA-MONTANT-BLOQUE.
           MOVE WS-A-BLOQUER TO WS-RESTE-A-BLOQUER.

           PERFORM VARYING WS-EPARGNE-INDEX FROM 1 BY 1
                 UNTIL WS-EPARGNE-INDEX > WS-NB-EPARGNES
                 OR WS-RESTE-A-BLOQUER = ZERO
              IF WS-RESTE-A-BLOQUER < WS-EA-DISPO(WS-EPARGNE-INDEX)
                 MOVE WS-RESTE-A-BLOQUER TO WS-PRELEVE
              ELSE
                 MOVE WS-EA-DISPO(WS-EPARGNE-INDEX) TO WS-PRELEVE
              END-IF
              SUBTRACT WS-PRELEVE FROM WS-RESTE-A-BLOQUER
              ADD 1 TO SA-NB-EPARGNES
              MOVE WS-EA-PRODUIT(WS-EPARGNE-INDEX)
                 TO SA-BE-PRODUIT(SA-NB-EPARGNES)
              MOVE WS-PRELEVE TO SA-BE-MONTANT(SA-NB-EPARGNES)
              MOVE ZERO TO WS-PRIS-NUMERO
              MOVE WS-EA-PRODUIT(WS-EPARGNE-INDEX) TO WS-PRIS-PRODUIT
              PERFORM AJOUTER-PRIS
           END-PERFORM.

           MOVE SPACES TO WS-PRIS-PRODUIT.
           PERFORM VARYING WS-CANDIDAT-INDEX FROM 1 BY 1
                 UNTIL WS-CANDIDAT-INDEX > WS-NB-CANDIDATS
                 OR WS-RESTE-A-BLOQUER = ZERO
              IF WS-RESTE-A-BLOQUER < WS-CA-DISPO(WS-CANDIDAT-INDEX)
                 MOVE WS-RESTE-A-BLOQUER TO WS-PRELEVE
              ELSE
                 MOVE WS-CA-DISPO(WS-CANDIDAT-INDEX) TO WS-PRELEVE
              END-IF
              SUBTRACT WS-PRELEVE FROM WS-RESTE-A-BLOQUER
              ADD 1 TO SA-NB-COMPTES
              MOVE WS-CA-NUMERO(WS-CANDIDAT-INDEX)
                 TO SA-BL-NUMERO(SA-NB-COMPTES)
              MOVE WS-PRELEVE TO SA-BL-MONTANT(SA-NB-COMPTES)
              MOVE WS-CA-NUMERO(WS-CANDIDAT-INDEX) TO WS-PRIS-NUMERO
              PERFORM AJOUTER-PRIS
           END-PERFORM

           .

      *> Produit d'epargne actif au solde non encore bloque par le
      *> passage : candidat au blocage.
       RETENIR-EPARGNE.
           IF NOT EP-ACTIF OR WS-NB-EPARGNES NOT < 5
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PRIS-NUMERO.
           MOVE EP-PRODUIT TO WS-PRIS-PRODUIT.
           PERFORM CHERCHER-PRIS.
           IF EP-SOLDE > WS-DEJA-PRIS
              ADD 1 TO WS-NB-EPARGNES
              MOVE EP-PRODUIT TO WS-EA-PRODUIT(WS-NB-EPARGNES)
              COMPUTE WS-EA-DISPO(WS-NB-EPARGNES) =
                 EP-SOLDE - WS-DEJA-PRIS
              ADD WS-EA-DISPO(WS-NB-EPARGNES) TO WS-DISPO-EPARGNE
           END-IF

           .

       CHERCHER-PRIS.
           MOVE ZERO TO WS-PRIS-TROUVE.
           MOVE ZERO TO WS-DEJA-PRIS.
           PERFORM VARYING WS-PRIS-INDEX FROM 1 BY 1
                 UNTIL WS-PRIS-INDEX > WS-NB-PRIS
                 OR WS-PRIS-TROUVE > ZERO
              IF WS-PR-NUMERO(WS-PRIS-INDEX) = WS-PRIS-NUMERO
                    AND WS-PR-PRODUIT(WS-PRIS-INDEX) = WS-PRIS-PRODUIT
                    AND WS-PR-ID-CLIENT(WS-PRIS-INDEX) = SA-ID-CLIENT
                 MOVE WS-PRIS-INDEX TO WS-PRIS-TROUVE
                 MOVE WS-PR-MONTANT(WS-PRIS-INDEX) TO WS-DEJA-PRIS
              END-IF
           END-PERFORM

           .

       AJOUTER-PRIS.
           PERFORM CHERCHER-PRIS.
           IF WS-PRIS-TROUVE > ZERO
              ADD WS-PRELEVE TO WS-PR-MONTANT(WS-PRIS-TROUVE)
           ELSE
              IF WS-NB-PRIS < 200
                 ADD 1 TO WS-NB-PRIS
                 MOVE WS-PRIS-NUMERO TO WS-PR-NUMERO(WS-NB-PRIS)
                 MOVE WS-PRIS-PRODUIT TO WS-PR-PRODUIT(WS-NB-PRIS)
                 MOVE SA-ID-CLIENT TO WS-PR-ID-CLIENT(WS-NB-PRIS)
                 MOVE WS-PRELEVE TO WS-PR-MONTANT(WS-NB-PRIS)
              END-IF
           END-IF

           .

      *> Sortie des fonds bloques : operation SAISIE au debit de
      *> chaque compte courant, retrait de chaque produit d'epargne,
      *> et passage au
      *> compte des saisies a verser.
       POSTER-BLOCAGE.
           MOVE WS-DATE-MVT TO WS-EC-DATE.
           MOVE SA-REFERENCE(1:12) TO WS-EC-REFERENCE.

           PERFORM VARYING WS-CANDIDAT-INDEX FROM 1 BY 1
                 UNTIL WS-CANDIDAT-INDEX > SA-NB-COMPTES
              MOVE SA-ID-CLIENT TO OL-ID-CLIENT
              MOVE WS-DATE-MVT TO OL-DATE
              MOVE "SAISIE" TO OL-LIBELLE
              COMPUTE OL-MONTANT =
                 ZERO - SA-BL-MONTANT(WS-CANDIDAT-INDEX)
              MOVE SA-BL-NUMERO(WS-CANDIDAT-INDEX)
                 TO OL-NUMERO-COMPTE
              MOVE ZERO TO OL-NUMERO-CHEQUE
              MOVE SPACES TO OL-CAISSE
              WRITE OPERATION-LINE
              MOVE SA-BL-MONTANT(WS-CANDIDAT-INDEX) TO WS-EC-MONTANT
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "SAISIES" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-PERFORM.

           PERFORM VARYING WS-EPARGNE-INDEX FROM 1 BY 1
                 UNTIL WS-EPARGNE-INDEX > SA-NB-EPARGNES
              MOVE SA-ID-CLIENT TO MV-ID-CLIENT
              MOVE WS-DATE-MVT TO MV-DATE
              MOVE "R" TO MV-SENS
              MOVE SA-BE-MONTANT(WS-EPARGNE-INDEX) TO MV-MONTANT
              MOVE SA-BE-PRODUIT(WS-EPARGNE-INDEX) TO MV-PRODUIT
              MOVE "O" TO MV-COMPTABILISE
              WRITE EPARGNE-MVT-REC
              MOVE SA-BE-MONTANT(WS-EPARGNE-INDEX) TO WS-EC-MONTANT
              MOVE "EPARGNE-CLI" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "SAISIES" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-PERFORM

           .

       CONTESTER-SAISIE.
           PERFORM LIRE-SAISIE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT SA-BLOQUEE
              MOVE "SAISIE NON BLOQUEE, CONTESTATION IMPOSSIBLE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO SA-STATUT.
           PERFORM REECRIRE-SAISIE.
           ADD 1 TO WS-COUNT-CONTESTEES.
           PERFORM ECRIRE-EVENEMENT

           .

      *> Contestation rejetee : la saisie reprend son cours ; si le
      *> delai est deja ecoule, elle est versee dans ce passage.
       REPRENDRE-SAISIE.
           PERFORM LIRE-SAISIE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT SA-CONTESTEE
              MOVE "SAISIE NON CONTESTEE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE "B" TO SA-STATUT.
           PERFORM REECRIRE-SAISIE.
           ADD 1 TO WS-COUNT-REPRISES.
           PERFORM ECRIRE-EVENEMENT

           .

      *> Mainlevee : chaque somme bloquee revient d'ou elle vient.
       LEVER-SAISIE.
           PERFORM LIRE-SAISIE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT SA-BLOQUEE AND NOT SA-CONTESTEE
              MOVE "SAISIE DEJA DENOUEE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-MVT TO WS-EC-DATE.
           MOVE SA-REFERENCE(1:12) TO WS-EC-REFERENCE.

           PERFORM VARYING WS-CANDIDAT-INDEX FROM 1 BY 1
                 UNTIL WS-CANDIDAT-INDEX > SA-NB-COMPTES
              MOVE SA-ID-CLIENT TO OL-ID-CLIENT
              MOVE WS-DATE-MVT TO OL-DATE
              MOVE "SAISIE LEV" TO OL-LIBELLE
              MOVE SA-BL-MONTANT(WS-CANDIDAT-INDEX) TO OL-MONTANT
              MOVE SA-BL-NUMERO(WS-CANDIDAT-INDEX)
                 TO OL-NUMERO-COMPTE
              MOVE ZERO TO OL-NUMERO-CHEQUE
              MOVE SPACES TO OL-CAISSE
              WRITE OPERATION-LINE
              MOVE SA-BL-MONTANT(WS-CANDIDAT-INDEX) TO WS-EC-MONTANT
              MOVE "SAISIES" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-PERFORM.

           PERFORM VARYING WS-EPARGNE-INDEX FROM 1 BY 1
                 UNTIL WS-EPARGNE-INDEX > SA-NB-EPARGNES
              MOVE SA-ID-CLIENT TO MV-ID-CLIENT
              MOVE WS-DATE-MVT TO MV-DATE
              MOVE "D" TO MV-SENS
              MOVE SA-BE-MONTANT(WS-EPARGNE-INDEX) TO MV-MONTANT
              MOVE SA-BE-PRODUIT(WS-EPARGNE-INDEX) TO MV-PRODUIT
              MOVE "O" TO MV-COMPTABILISE
              WRITE EPARGNE-MVT-REC
              MOVE SA-BE-MONTANT(WS-EPARGNE-INDEX) TO WS-EC-MONTANT
              MOVE "SAISIES" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "EPARGNE-CLI" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-PERFORM.

           MOVE "L" TO SA-STATUT.
           MOVE WS-DATE-MVT TO SA-DATE-DENOUEMENT.
           PERFORM REECRIRE-SAISIE.
           ADD 1 TO WS-COUNT-LEVEES.
           PERFORM ECRIRE-EVENEMENT.

           PERFORM PREPARER-LETTRE.
           MOVE "Data/lettres/saisie-levee.mod" TO WS-CHEMIN-MODELE.
           MOVE SA-ID-CLIENT TO WS-ID-DESTINATAIRE.
           PERFORM ECRIRE-LETTRE

           .

       LIRE-SAISIE.
           MOVE SM-ID-CLIENT TO SA-ID-CLIENT.
           MOVE SM-REFERENCE TO SA-REFERENCE.
           READ SAISIE-FILE
              INVALID KEY
                 MOVE "ACTE INCONNU AU REGISTRE" TO WS-MOTIF-REJET
           END-READ

           .

       REECRIRE-SAISIE.
           MOVE WS-DATE-JOUR TO SA-DATE-MAJ.
           MOVE WS-OPERATEUR TO SA-OPERATEUR.
           REWRITE SAISIE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, SAISIE=" SA-REFERENCE
                    " STATUS=" WS-SAI-STATUS
           END-REWRITE

           .

      *> Versement des saisies dont le delai de contestation est
      *> ecoule et qui ne sont pas contestees. Un creancier qui
      *> ressort au criblage n'est pas paye : la saisie reste
      *> bloquee et l'exploitation est alertee.
       VERSER-SAISIES-ECHUES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO SA-CLE.
           START SAISIE-FILE KEY NOT < SA-CLE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ SAISIE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF SA-BLOQUEE
                          AND SA-DATE-FIN-CONTEST < WS-DATE-JOUR
                       PERFORM VERSER-SAISIE
                    END-IF
              END-READ
           END-PERFORM

           .

       VERSER-SAISIE.
           MOVE "VERSEMENT" TO WS-LIBELLE-ACTION.

           IF SA-MONTANT-BLOQUE > ZERO
              MOVE SPACES TO WS-CN-NOM
              MOVE SA-CREANCIER TO WS-CN-NOM
              CALL "CriblageNom" USING WS-CN-NOM WS-CN-RESULTAT
                 WS-CN-REFERENCE
              IF WS-CN-RESULTAT NOT = "N"
                 ADD 1 TO WS-COUNT-SUSPENDUES
                 MOVE "VERSEMENT SUSPENDU" TO WS-LIBELLE-ACTION
                 IF WS-CN-RESULTAT = "S"
                    STRING "CREANCIER SOUS SANCTIONS "
                       WS-CN-REFERENCE
                       DELIMITED BY SIZE INTO WS-MOTIF-REJET
                    END-STRING
                 ELSE
                    MOVE "LISTE DE SANCTIONS INDISPONIBLE"
                       TO WS-MOTIF-REJET
                 END-IF
                 PERFORM ECRIRE-EVENEMENT
                 MOVE SPACES TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              PERFORM EMETTRE-VERSEMENT
           END-IF.

           MOVE "V" TO SA-STATUT.
           MOVE SA-MONTANT-BLOQUE TO SA-MONTANT-VERSE.
           MOVE WS-DATE-JOUR TO SA-DATE-DENOUEMENT.
           PERFORM REECRIRE-SAISIE.
           ADD 1 TO WS-COUNT-VERSEES.
           ADD SA-MONTANT-VERSE TO WS-TOTAL-VERSE.

      *    Saisie infructueuse : rien a verser, le dossier est
      *    solde sans nouveau courrier (la declaration de la
      *    signification indiquait deja zero).
           IF SA-MONTANT-BLOQUE = ZERO
              MOVE "SOLDEE SANS FONDS" TO WS-LIBELLE-ACTION
              PERFORM ECRIRE-EVENEMENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM ECRIRE-EVENEMENT.

           PERFORM PREPARER-LETTRE.
           MOVE "Data/lettres/saisie-versement.mod"
              TO WS-CHEMIN-MODELE.
           MOVE SA-ID-CLIENT TO WS-ID-DESTINATAIRE.
           PERFORM ECRIRE-LETTRE.
           MOVE "Data/lettres/saisie-paiement.mod"
              TO WS-CHEMIN-MODELE.
           MOVE ZERO TO WS-ID-DESTINATAIRE.
           PERFORM ECRIRE-LETTRE

           .

      *> Ordre de paiement au creancier : les fonds quittent le
      *> compte des saisies pour celui des virements emis a regler.
       EMETTRE-VERSEMENT.
           ADD 1 TO WS-COUNT-ORDRES.
           MOVE WS-COUNT-ORDRES TO WS-RD-SEQUENCE.
           MOVE WS-DATE-JOUR TO WS-RD-DATE.
           MOVE SA-ID-CLIENT TO WS-RD-ID-CLIENT.
           MOVE SA-MONTANT-BLOQUE TO WS-RD-MONTANT.
           MOVE SA-BIC-CREANCIER TO WS-RD-BIC.
           MOVE SA-IBAN-CREANCIER TO WS-RD-IBAN.
           MOVE SA-CREANCIER TO WS-RD-CREANCIER.
           MOVE SA-REFERENCE TO WS-RD-REFERENCE.
           MOVE SPACES TO REMISE-REC.
           MOVE "2" TO RM-TYPE-ENR.
           MOVE WS-REMISE-DETAIL TO RM-DONNEES.
           WRITE REMISE-REC.

           MOVE WS-DATE-JOUR TO WS-EC-DATE.
           MOVE SA-REFERENCE(1:12) TO WS-EC-REFERENCE.
           MOVE SA-MONTANT-BLOQUE TO WS-EC-MONTANT.
           MOVE "SAISIES" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "VIR-EMIS" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

      *> Balises communes aux courriers de saisie, client ou
      *> creancier.
       PREPARER-LETTRE.
           MOVE SA-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "(CLIENT INCONNU)" TO WS-NOM-CLIENT
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
           END-READ.

           MOVE SA-MONTANT-RECLAME TO WS-MONTANT-ED.
           MOVE SA-MONTANT-BLOQUE TO WS-BLOQUE-ED.
           MOVE WS-SBI TO WS-SBI-ED.
           MOVE 8 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-NOM-CLIENT TO WS-PARAM-VALEUR(1).
           MOVE "REFERENCE" TO WS-PARAM-NOM(2).
           MOVE SA-REFERENCE TO WS-PARAM-VALEUR(2).
           MOVE "CREANCIER" TO WS-PARAM-NOM(3).
           MOVE SA-CREANCIER TO WS-PARAM-VALEUR(3).
           MOVE "MONTANT" TO WS-PARAM-NOM(4).
           MOVE WS-MONTANT-ED TO WS-PARAM-VALEUR(4).
           MOVE "BLOQUE" TO WS-PARAM-NOM(5).
           MOVE WS-BLOQUE-ED TO WS-PARAM-VALEUR(5).
           MOVE "DATESIGN" TO WS-PARAM-NOM(6).
           MOVE SA-DATE-SIGNIFICATION TO WS-PARAM-VALEUR(6).
           MOVE "DATEFIN" TO WS-PARAM-NOM(7).
           MOVE SA-DATE-FIN-CONTEST TO WS-PARAM-VALEUR(7).
           MOVE "SBI" TO WS-PARAM-NOM(8).
           MOVE WS-SBI-ED TO WS-PARAM-VALEUR(8)

           .

       ECRIRE-LETTRE.
           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              WS-ID-DESTINATAIRE

           .

       ECRIRE-EVENEMENT.
           MOVE SA-MONTANT-RECLAME TO WS-MONTANT-ED.
           MOVE SA-MONTANT-BLOQUE TO WS-BLOQUE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              WS-LIBELLE-ACTION
              " CLIENT=" SA-ID-CLIENT
              " ACTE=" SA-REFERENCE
              " RECLAME=" WS-MONTANT-ED
              " BLOQUE=" WS-BLOQUE-ED
              " STATUT=" SA-STATUT
              " " WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJET " WS-LIBELLE-ACTION
              " CLIENT=" SM-ID-CLIENT
              " ACTE=" SM-REFERENCE
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-ENTETE.
           MOVE WS-DATE-JOUR TO WS-RE-DATE.
           MOVE SPACES TO REMISE-REC.
           MOVE "1" TO RM-TYPE-ENR.
           MOVE WS-REMISE-ENTETE TO RM-DONNEES.
           WRITE REMISE-REC

           .

       ECRIRE-TOTAUX.
           MOVE WS-COUNT-ORDRES TO WS-RT-NB.
           MOVE WS-TOTAL-VERSE TO WS-RT-TOTAL.
           MOVE SPACES TO REMISE-REC.
           MOVE "9" TO RM-TYPE-ENR.
           MOVE WS-REMISE-TOTAUX TO RM-DONNEES.
           WRITE REMISE-REC.

           MOVE WS-COUNT-SIGNIFIEES TO WS-COUNT-ED.
           MOVE WS-TOTAL-BLOQUE TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "SAISIES SIGNIFIEES     =" WS-COUNT-ED
              " MONTANT BLOQUE=" WS-TOTAL-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-VERSEES TO WS-COUNT-ED.
           MOVE WS-TOTAL-VERSE TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "SAISIES VERSEES        =" WS-COUNT-ED
              " MONTANT VERSE =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
