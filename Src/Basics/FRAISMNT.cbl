       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAISMNT.

      *> Enregistrement des notes de frais du personnel, a la place
      *> des cheques de remboursement tires hors paie : applique le
      *> fichier de mouvements frais-mvt.in (A = ajout, D =
      *> suppression + image de la note : identifiant, date de la
      *> depense, reference du justificatif, categorie, kilometres,
      *> montant) au fichier des notes de frais. Chaque note est
      *> controlee : personne connue du maitre du personnel, date
      *> reelle du calendrier et non posterieure au jour, categorie
      *> connue du fichier de pilotage frais.ctl, justificatif
      *> obligatoire hors indemnites kilometriques, plafond de la
      *> categorie. Les indemnites kilometriques (KM) sont
      *> calculees ici : kilometres x taux du bareme de frais.ctl.
      *> Jusqu'au seuil d'approbation de frais.ctl la note est
      *> validee d'office ; au-dela elle attend la signature d'un
      *> responsable dans approbations.idx (action F, validee dans
      *> APPROMNT par un autre operateur que le demandeur). La paie
      *> rembourse les notes validees avec le net du mois. Les
      *> notes rejetees partent avec leur motif dans l'etat
      *> frais-rejets.out, complete par APPROMNT pour les refus.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE ASSIGN TO "Data/paie/frais-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT FRAIS-FILE ASSIGN TO "Data/paie/notes-frais.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CLE OF NOTE-FRAIS-MASTER-REC
               FILE STATUS IS WS-FRA-STATUS.

           SELECT PERSONNEL-FILE
                 ASSIGN TO "Data/personnel/personnel.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-IDENTIFIANT
               FILE STATUS IS WS-PER-STATUS.

           SELECT PILOTAGE-FILE ASSIGN TO "Data/paie/frais.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIL-STATUS.

           SELECT APPROBATION-FILE
                 ASSIGN TO "Data/seq/approbations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-APP-STATUS.

           SELECT NUMAPPRO-FILE ASSIGN TO "Data/seq/numappro.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAP-STATUS.

           SELECT REJET-FILE ASSIGN TO "Data/paie/frais-rejets.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/paie/frais-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  FM-ACTION         PIC X.
               88  FM-AJOUT      VALUE "A".
               88  FM-SUPPRESSION VALUE "D".
           05  FM-IMAGE          PIC X(46).

       FD  FRAIS-FILE.
           COPY NOTE-FRAIS-REC
               REPLACING == NOTE-FRAIS-REC == BY
                  == NOTE-FRAIS-MASTER-REC ==.

       FD  PERSONNEL-FILE.
           COPY PERSONNEL-REC.

      *> Pilotage des frais : une ligne S porte le seuil
      *> d'approbation, une ligne C par categorie son plafond par
      *> note et, pour KM, le taux de l'indemnite kilometrique.
       FD  PILOTAGE-FILE.
       01  PILOTAGE-REC.
           05  PF-TYPE           PIC X.
           05  FILLER            PIC X.
           05  PF-CATEGORIE      PIC X(4).
           05  FILLER            PIC X.
           05  PF-MONTANT        PIC 9(5)V99.
           05  FILLER            PIC X.
           05  PF-TAUX-KM        PIC 9V999.
           05  FILLER            PIC X.
           05  PF-LIBELLE        PIC X(30).

       FD  APPROBATION-FILE.
       01  APPROBATION-REC.
           05  AP-NUMERO         PIC 9(6).
           05  AP-DATE           PIC 9(8).
           05  AP-DEMANDEUR      PIC X(10).
           05  AP-APPROBATEUR    PIC X(10).
           05  AP-STATUT         PIC X.
               88  AP-EN-ATTENTE VALUE "A".
           05  AP-ACTION         PIC X.
           05  AP-IMAGE          PIC X(121).
           05  AP-MOTIF          PIC X(30).

       FD  NUMAPPRO-FILE.
       01  NUMAPPRO-LINE         PIC 9(6).

       FD  REJET-FILE.
       01  REJET-LINE            PIC X(120).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-FRA-STATUS         PIC XX VALUE "00".
       01  WS-PER-STATUS         PIC XX VALUE "00".
       01  WS-PIL-STATUS         PIC XX VALUE "00".
       01  WS-APP-STATUS         PIC XX VALUE "00".
       01  WS-NAP-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-VALIDEES     PIC 9(5) VALUE 0.
       01  WS-COUNT-ATTENTE      PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-DERNIERE-APPROBATION PIC 9(6) VALUE 0.
       01  WS-SEUIL-APPROBATION  PIC 9(5)V99 VALUE 0.
       01  WS-MONTANT-ED         PIC Z(4)9,99.
       01  WS-COUNT-ED           PIC ZZZZ9.

      *> Bareme des categories de frais.ctl.
       01  WS-NB-CATEGORIES      PIC 99 VALUE 0.
       01  WS-CATEGORIE-IDX      PIC 99.
       01  WS-CATEGORIE-TROUVEE  PIC 99.
       01  WS-TABLE-CATEGORIES.
           05  WS-CATEGORIE OCCURS 20 TIMES.
               10  WS-CAT-CODE       PIC X(4).
               10  WS-CAT-PLAFOND    PIC 9(5)V99.
               10  WS-CAT-TAUX-KM    PIC 9V999.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

      *> Image d'une note de frais soumise a approbation (action F),
      *> relue par APPROMNT.
       01  WS-FRAIS-A-APPROUVER.
           05  FA-IDENTIFIANT    PIC 9(10).
           05  FA-DATE           PIC 9(8).
           05  FA-JUSTIFICATIF   PIC X(12).
           05  FA-CATEGORIE      PIC X(4).
           05  FA-MONTANT        PIC 9(5)V99.
           05  FILLER            PIC X(80).

       COPY NOTE-FRAIS-REC.

       PROCEDURE DIVISION.
           DISPLAY "=== FRAISMNT START ===".
           MOVE "FRAISMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.

           PERFORM LECTURE-PILOTAGE.
           IF WS-PIL-STATUS NOT = "00"
              DISPLAY "PILOTAGE-FILE OPEN ERROR, STATUS="
                 WS-PIL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O FRAIS-FILE.
           IF WS-FRA-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O.
              OPEN OUTPUT FRAIS-FILE
              CLOSE FRAIS-FILE
              OPEN I-O FRAIS-FILE
           END-IF.
           IF WS-FRA-STATUS NOT = "00"
              DISPLAY "FRAIS-FILE OPEN ERROR, STATUS="
                 WS-FRA-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PERSONNEL-FILE.
           IF WS-PER-STATUS NOT = "00"
              DISPLAY "PERSONNEL-FILE OPEN ERROR, STATUS="
                 WS-PER-STATUS
              CLOSE MOUVEMENT-FILE FRAIS-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O APPROBATION-FILE.
           IF WS-APP-STATUS = "35"
              OPEN OUTPUT APPROBATION-FILE
              CLOSE APPROBATION-FILE
              OPEN I-O APPROBATION-FILE
           END-IF.
           IF WS-APP-STATUS NOT = "00"
              DISPLAY "APPROBATION-FILE OPEN ERROR, STATUS="
                 WS-APP-STATUS
              CLOSE MOUVEMENT-FILE FRAIS-FILE PERSONNEL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    L'etat des rejets cumule les refus de la saisie et ceux
      *    des approbateurs jusqu'a son traitement.
           OPEN EXTEND REJET-FILE.
           IF WS-REJ-STATUS = "35"
              OPEN OUTPUT REJET-FILE
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    MOVE SPACES TO NOTE-FRAIS-REC
                    MOVE FM-IMAGE TO NOTE-FRAIS-REC(1:46)
                    MOVE ZERO TO NF-APPROBATION OF NOTE-FRAIS-REC
                    MOVE ZERO TO NF-MOIS-PAIE OF NOTE-FRAIS-REC
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE FRAIS-FILE PERSONNEL-FILE
              APPROBATION-FILE REJET-FILE RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "FRAISMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== FRAISMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Seuil d'approbation et bareme des categories. Sans fichier
      *> de pilotage aucune note ne peut etre controlee : le lot
      *> s'arrete.
       LECTURE-PILOTAGE.
           OPEN INPUT PILOTAGE-FILE.
           IF WS-PIL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ PILOTAGE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE PF-TYPE
                       WHEN "S"
                          MOVE PF-MONTANT TO WS-SEUIL-APPROBATION
                       WHEN "C"
                          IF WS-NB-CATEGORIES < 20
                             ADD 1 TO WS-NB-CATEGORIES
                             MOVE PF-CATEGORIE TO
                                WS-CAT-CODE(WS-NB-CATEGORIES)
                             MOVE PF-MONTANT TO
                                WS-CAT-PLAFOND(WS-NB-CATEGORIES)
                             MOVE PF-TAUX-KM TO
                                WS-CAT-TAUX-KM(WS-NB-CATEGORIES)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PILOTAGE-FILE.
           MOVE "N" TO WS-EOF

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
              WHEN FM-AJOUT
                 PERFORM CONTROLER-NOTE
                 IF WS-MOTIF-REJET = SPACES
                    PERFORM APPLIQUER-AJOUT
                 ELSE
                    PERFORM ECRIRE-REJET
                 END-IF
              WHEN FM-SUPPRESSION
                 PERFORM APPLIQUER-SUPPRESSION
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
           END-EVALUATE

           .

      *> Controles : personne au maitre, date reelle et non future,
      *> categorie connue, justificatif hors KM, montant (calcule
      *> pour KM) positif et dans le plafond de la categorie.
       CONTROLER-NOTE.
           MOVE NF-IDENTIFIANT OF NOTE-FRAIS-REC TO PN-IDENTIFIANT.
           READ PERSONNEL-FILE
              INVALID KEY
                 MOVE "PERSONNE INCONNUE AU MAITRE"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
      *    Le solde de tout compte est paye : plus de remboursement
      *    possible par la paie.
           IF PN-SORTI
              MOVE "PERSONNE SORTIE DES EFFECTIFS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF NF-DATE OF NOTE-FRAIS-REC NOT NUMERIC
              MOVE "DATE HORS CALENDRIER" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION INTEGER-OF-DATE
                 (NF-DATE OF NOTE-FRAIS-REC) = ZERO
              MOVE "DATE HORS CALENDRIER" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NF-DATE OF NOTE-FRAIS-REC > WS-DATE-JOUR
              MOVE "DEPENSE DATEE DU FUTUR" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CATEGORIE-TROUVEE.
           PERFORM VARYING WS-CATEGORIE-IDX FROM 1 BY 1
                 UNTIL WS-CATEGORIE-IDX > WS-NB-CATEGORIES
              IF WS-CAT-CODE(WS-CATEGORIE-IDX)
                    = NF-CATEGORIE OF NOTE-FRAIS-REC
                 MOVE WS-CATEGORIE-IDX TO WS-CATEGORIE-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-CATEGORIE-TROUVEE = ZERO
              MOVE "CATEGORIE DE FRAIS INCONNUE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

      *    Indemnite kilometrique : le montant se deduit des
      *    kilometres au bareme, pas de justificatif.
           IF NF-CATEGORIE OF NOTE-FRAIS-REC = "KM"
              IF NF-KILOMETRES OF NOTE-FRAIS-REC NOT NUMERIC
                 OR NF-KILOMETRES OF NOTE-FRAIS-REC = ZERO
                 MOVE "KILOMETRES ABSENTS" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              COMPUTE NF-MONTANT OF NOTE-FRAIS-REC ROUNDED =
                 NF-KILOMETRES OF NOTE-FRAIS-REC
                 * WS-CAT-TAUX-KM(WS-CATEGORIE-TROUVEE)
           ELSE
              IF NF-JUSTIFICATIF OF NOTE-FRAIS-REC = SPACES
                 MOVE "JUSTIFICATIF MANQUANT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              MOVE ZERO TO NF-KILOMETRES OF NOTE-FRAIS-REC
              IF NF-MONTANT OF NOTE-FRAIS-REC NOT NUMERIC
                 MOVE "MONTANT NON NUMERIQUE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF NF-MONTANT OF NOTE-FRAIS-REC = ZERO
              MOVE "MONTANT NUL" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NF-MONTANT OF NOTE-FRAIS-REC
                 > WS-CAT-PLAFOND(WS-CATEGORIE-TROUVEE)
              MOVE "PLAFOND DE LA CATEGORIE DEPASSE"
                 TO WS-MOTIF-REJET
           END-IF

           .

      *> Jusqu'au seuil la note est validee d'office ; au-dela elle
      *> est enregistree en attente et la demande d'approbation part
      *> dans approbations.idx.
       APPLIQUER-AJOUT.
           IF NF-MONTANT OF NOTE-FRAIS-REC > WS-SEUIL-APPROBATION
              SET NF-EN-ATTENTE OF NOTE-FRAIS-REC TO TRUE
           ELSE
              SET NF-VALIDEE OF NOTE-FRAIS-REC TO TRUE
           END-IF.

           MOVE NOTE-FRAIS-REC TO NOTE-FRAIS-MASTER-REC.
           WRITE NOTE-FRAIS-MASTER-REC
              INVALID KEY
                 MOVE "NOTE DEJA ENREGISTREE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-APPLIQUES.

           IF NF-EN-ATTENTE OF NOTE-FRAIS-REC
              PERFORM DEMANDER-APPROBATION
           ELSE
              ADD 1 TO WS-COUNT-VALIDEES
           END-IF.

           MOVE NF-MONTANT OF NOTE-FRAIS-REC TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE NOTE " NF-IDENTIFIANT OF NOTE-FRAIS-REC
              " DU " NF-DATE OF NOTE-FRAIS-REC
              " CAT=" NF-CATEGORIE OF NOTE-FRAIS-REC
              " MONTANT=" WS-MONTANT-ED
              " STATUT=" NF-STATUT OF NOTE-FRAIS-REC
              " APPROBATION=" NF-APPROBATION OF NOTE-FRAIS-REC
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       DEMANDER-APPROBATION.
           PERFORM LECTURE-NUMERO-APPROBATION.
           ADD 1 TO WS-DERNIERE-APPROBATION.

           MOVE SPACES TO WS-FRAIS-A-APPROUVER.
           MOVE NF-IDENTIFIANT OF NOTE-FRAIS-REC TO FA-IDENTIFIANT.
           MOVE NF-DATE OF NOTE-FRAIS-REC TO FA-DATE.
           MOVE NF-JUSTIFICATIF OF NOTE-FRAIS-REC
              TO FA-JUSTIFICATIF.
           MOVE NF-CATEGORIE OF NOTE-FRAIS-REC TO FA-CATEGORIE.
           MOVE NF-MONTANT OF NOTE-FRAIS-REC TO FA-MONTANT.

           MOVE SPACES TO APPROBATION-REC.
           MOVE WS-DERNIERE-APPROBATION TO AP-NUMERO.
           MOVE WS-DATE-JOUR TO AP-DATE.
           MOVE WS-OPERATEUR TO AP-DEMANDEUR.
           MOVE SPACES TO AP-APPROBATEUR.
           SET AP-EN-ATTENTE TO TRUE.
           MOVE "F" TO AP-ACTION.
           MOVE WS-FRAIS-A-APPROUVER TO AP-IMAGE.
           WRITE APPROBATION-REC
              INVALID KEY
                 DISPLAY "NUMERO D'APPROBATION EN DOUBLE : "
                    AP-NUMERO ", NOTE LAISSEE EN ATTENTE"
                 EXIT PARAGRAPH
           END-WRITE.
           PERFORM ECRITURE-NUMERO-APPROBATION.
           ADD 1 TO WS-COUNT-ATTENTE.

           MOVE AP-NUMERO TO NF-APPROBATION OF NOTE-FRAIS-REC.
           MOVE AP-NUMERO TO NF-APPROBATION OF NOTE-FRAIS-MASTER-REC.
           REWRITE NOTE-FRAIS-MASTER-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, NOTE="
                    NF-IDENTIFIANT OF NOTE-FRAIS-MASTER-REC
                    " STATUS=" WS-FRA-STATUS
           END-REWRITE

           .

      *> Compteur des approbations partage avec CLIENTMNT, CALCPRET
      *> et RECLAMNT : relu et reecrit a chaque demande.
       LECTURE-NUMERO-APPROBATION.
           MOVE ZERO TO WS-DERNIERE-APPROBATION.
           OPEN INPUT NUMAPPRO-FILE.
           IF WS-NAP-STATUS = "00"
              READ NUMAPPRO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NUMAPPRO-LINE TO WS-DERNIERE-APPROBATION
              END-READ
              CLOSE NUMAPPRO-FILE
           END-IF

           .

       ECRITURE-NUMERO-APPROBATION.
           OPEN OUTPUT NUMAPPRO-FILE.
           MOVE WS-DERNIERE-APPROBATION TO NUMAPPRO-LINE.
           WRITE NUMAPPRO-LINE.
           CLOSE NUMAPPRO-FILE

           .

      *> Une note deja remboursee par la paie ne se retire plus.
       APPLIQUER-SUPPRESSION.
           MOVE NF-CLE OF NOTE-FRAIS-REC
              TO NF-CLE OF NOTE-FRAIS-MASTER-REC.
           READ FRAIS-FILE
              INVALID KEY
                 MOVE "NOTE INCONNUE AU FICHIER" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF NF-PAYEE OF NOTE-FRAIS-MASTER-REC
              MOVE "NOTE DEJA REMBOURSEE" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           DELETE FRAIS-FILE
              INVALID KEY
                 MOVE "SUPPRESSION IMPOSSIBLE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-APPLIQUES
                 MOVE SPACES TO RAPPORT-LINE
                 STRING
                    "SUPPRIME NOTE "
                    NF-IDENTIFIANT OF NOTE-FRAIS-REC
                    " DU " NF-DATE OF NOTE-FRAIS-REC
                    " JUSTIF=" NF-JUSTIFICATIF OF NOTE-FRAIS-REC
                    DELIMITED BY SIZE
                    INTO RAPPORT-LINE
                 END-STRING
                 WRITE RAPPORT-LINE
           END-DELETE

           .

      *> Le rejet sort au compte rendu du lot et dans l'etat des
      *> notes rejetees, avec son motif.
       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE ACTION=" FM-ACTION
              " PERSONNE=" NF-IDENTIFIANT OF NOTE-FRAIS-REC
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE SPACES TO REJET-LINE.
           IF NF-MONTANT OF NOTE-FRAIS-REC NUMERIC
              MOVE NF-MONTANT OF NOTE-FRAIS-REC TO WS-MONTANT-ED
           ELSE
              MOVE ZERO TO WS-MONTANT-ED
           END-IF.
           STRING
              WS-DATE-JOUR
              " FRAISMNT   NOTE " NF-IDENTIFIANT OF NOTE-FRAIS-REC
              " DU " NF-DATE OF NOTE-FRAIS-REC
              " " NF-JUSTIFICATIF OF NOTE-FRAIS-REC
              " " NF-CATEGORIE OF NOTE-FRAIS-REC
              " " WS-MONTANT-ED
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO REJET-LINE
           END-STRING.
           WRITE REJET-LINE

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

           MOVE WS-COUNT-VALIDEES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "  DONT VALIDEES     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-ATTENTE TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "  DONT A APPROUVER  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
