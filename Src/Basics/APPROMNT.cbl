      *> Au lancement, les demandes en attente plus vieilles que le
      *> delai du fichier de pilotage approbation-delai.ctl
      *> expirent d'elles-memes, avec un etat des expirations.
      *> Les dossiers de pret cotes par CALCPRET hors pouvoir ou en
      *> derogation de taux arrivent ici sous l'action P : leur
      *> validation n'applique rien au maitre client, c'est elle
      *> que PRETENR exige avant l'inscription. L'approbateur doit
      *> alors avoir lui-meme le pouvoir du montant, et le droit de
      *> derogation pour un taux sous le bareme (pouvoirs.ctl).
      *> Toute decision porte son motif, garde avec le demandeur et
      *> l'approbateur dans la demande.
      *> Les indemnites de reclamation au-dela du seuil arrivent de
      *> RECLAMNT sous l'action I : leur validation verse
      *> l'indemnite au compte courant du client (VerserIndemnite)
      *> et la marque versee dans reclamations.idx ; un rejet ou
      *> une expiration la marque refusee.
      *> Les notes de frais du personnel au-dela du seuil de
      *> frais.ctl arrivent de FRAISMNT sous l'action F : leur
      *> validation rend la note remboursable par la paie ; un
      *> rejet ou une expiration la marque rejetee et la porte avec
      *> son motif a l'etat frais-rejets.out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT POUVOIR-FILE ASSIGN TO "Data/ops/pouvoirs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POU-STATUS.

           SELECT EXPIRE-FILE
                 ASSIGN TO "Data/seq/approbations-expirees.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.

           SELECT RECLAM-FILE ASSIGN TO "Data/seq/reclamations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUMERO
               FILE STATUS IS WS-REC-STATUS.

           SELECT FRAIS-FILE ASSIGN TO "Data/paie/notes-frais.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CLE
               FILE STATUS IS WS-FRA-STATUS.

           SELECT REJET-FRAIS-FILE
                 ASSIGN TO "Data/paie/frais-rejets.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROBATION-FILE.
               88  AP-ACT-MODIF  VALUE "M".
               88  AP-ACT-SUSP   VALUE "S".
               88  AP-ACT-SUPPR  VALUE "D".
               88  AP-ACT-PRET   VALUE "P".
               88  AP-ACT-INDEMN VALUE "I".
               88  AP-ACT-FRAIS  VALUE "F".
           05  AP-IMAGE          PIC X(121).
           05  AP-MOTIF          PIC X(30).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
       FD  DELAI-FILE.
       01  DELAI-LINE            PIC 9(3).

      *> Pouvoirs de decision (cf. CALCPRET) : plafond et droit de
      *> derogation de l'approbateur d'un dossier de pret.
       FD  POUVOIR-FILE.
       01  POUVOIR-REC.
           05  PD-TYPE           PIC X.
           05  PD-CLE            PIC X(10).
           05  PD-PLAFOND        PIC 9(7).
           05  PD-DEROGATION     PIC X.

       FD  EXPIRE-FILE.
       01  EXPIRE-LINE           PIC X(100).

       FD  RECLAM-FILE.
           COPY RECLAM-REC.

       FD  FRAIS-FILE.
           COPY NOTE-FRAIS-REC.

       FD  REJET-FRAIS-FILE.
       01  REJET-FRAIS-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-APP-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-EXP-STATUS         PIC XX VALUE "00".
       01  WS-POU-STATUS         PIC XX VALUE "00".
       01  WS-REC-STATUS         PIC XX VALUE "00".
       01  WS-FRA-STATUS         PIC XX VALUE "00".
       01  WS-RJF-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

       01  WS-DELAI-JOURS        PIC 9(3) VALUE 0.
       01  WS-JOURS-ATTENTE      PIC S9(5).
       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-MOTIF-DECISION     PIC X(30).
       01  WS-POUVOIR-TROUVE     PIC X.
       01  WS-PLAFOND-APPROBATEUR PIC 9(7).
       01  WS-DEROGATION-APPROBATEUR PIC X.
       01  WS-MONTANT-ED         PIC ZZZZZ9.
       01  WS-AUDIT-ACTION       PIC X(10).
       01  WS-IMAGE-AVANT        PIC X(121).
       01  WS-IMAGE-APRES        PIC X(121).
       01  WS-COUNT-EXPIREES     PIC 9(5) VALUE 0.
       01  WS-COUNT-ATTENTE      PIC 9(5) VALUE 0.
       01  WS-NB-ED              PIC ZZZZ9.
       01  WS-INDEMNITE-ED       PIC Z(6)9,99.
       01  WS-VERSEMENT-CODE     PIC X(3).
       01  WS-REFERENCE-INDEMNITE PIC X(12).
       01  WS-INDEMNITE-DECISION PIC X.
           88  INDEMNITE-A-VERSER     VALUE "V".
           88  INDEMNITE-A-REFUSER    VALUE "R".
       01  WS-FRAIS-ED           PIC Z(4)9,99.

       01  WS-VERROU-ACTION      PIC X.
       01  WS-VERROU-DEMANDEUR   PIC X(10).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
       01  WS-JOURNAL-NB-ENR     PIC 9(5) VALUE ZERO.

      *> Image d'un dossier de pret en attente (action P), posee
      *> par CALCPRET.
       01  WS-PRET-A-APPROUVER.
           05  PA-ID-CLIENT      PIC 9(6).
           05  PA-MONTANT        PIC 9(6).
           05  PA-TAUX           PIC 9V99.
           05  PA-TAUX-BAREME    PIC 9V99.
           05  PA-DUREE-MOIS     PIC 9(4).
           05  PA-CODE-PRODUIT   PIC X(5).
           05  PA-AGENCE         PIC X(3).
           05  PA-PLAFOND        PIC 9(7).
           05  PA-HORS-POUVOIR   PIC X.
           05  PA-DEROGATION     PIC X.
               88  PA-TAUX-DEROGE    VALUE "O".
           05  FILLER            PIC X(82).

      *> Image d'une indemnite de reclamation en attente (action I),
      *> posee par RECLAMNT.
       01  WS-INDEMNITE-A-APPROUVER.
           05  IA-ID-CLIENT      PIC 9(6).
           05  IA-NUMERO         PIC 9(6).
           05  IA-TYPE           PIC X.
           05  IA-MONTANT        PIC 9(7)V99.
           05  IA-CATEGORIE      PIC X(5).
           05  FILLER            PIC X(94).

      *> Image d'une note de frais en attente (action F), posee par
      *> FRAISMNT.
       01  WS-FRAIS-A-APPROUVER.
           05  FA-IDENTIFIANT    PIC 9(10).
           05  FA-DATE           PIC 9(8).
           05  FA-JUSTIFICATIF   PIC X(12).
           05  FA-CATEGORIE      PIC X(4).
           05  FA-MONTANT        PIC 9(5)V99.
           05  FILLER            PIC X(80).

       COPY CLIENT-REC.

       PROCEDURE DIVISION.
                                   "APPROBATION=" AP-NUMERO
                          END-REWRITE
                          ADD 1 TO WS-COUNT-EXPIREES
                          IF AP-ACT-INDEMN
                             SET INDEMNITE-A-REFUSER TO TRUE
                             PERFORM MAJ-RECLAMATION
                          END-IF
                          IF AP-ACT-FRAIS
                             MOVE "DEMANDE EXPIREE" TO
                                WS-MOTIF-DECISION
                             PERFORM REJETER-NOTE-FRAIS
                          END-IF
                          MOVE SPACES TO EXPIRE-LINE
                          STRING
                             "EXPIREE APPROBATION=" AP-NUMERO
                          " ACTION=" AP-ACTION
                          " DEMANDEUR=" AP-DEMANDEUR
                          " CL-ID=" AP-IMAGE(1:6)
                       IF AP-ACT-PRET
                          MOVE AP-IMAGE TO WS-PRET-A-APPROUVER
                          MOVE PA-MONTANT TO WS-MONTANT-ED
                          DISPLAY "   PRET MONTANT=" WS-MONTANT-ED
                             " TAUX=" PA-TAUX
                             " BAREME=" PA-TAUX-BAREME
                             " PRODUIT=" PA-CODE-PRODUIT
                             " HORS POUVOIR=" PA-HORS-POUVOIR
                             " DEROGATION=" PA-DEROGATION
                       END-IF
                       IF AP-ACT-INDEMN
                          MOVE AP-IMAGE TO WS-INDEMNITE-A-APPROUVER
                          MOVE IA-MONTANT TO WS-INDEMNITE-ED
                          DISPLAY "   INDEMNITE RECLAMATION="
                             IA-NUMERO
                             " NATURE=" IA-TYPE
                             " MONTANT=" WS-INDEMNITE-ED
                             " CATEGORIE=" IA-CATEGORIE
                       END-IF
                       IF AP-ACT-FRAIS
                          MOVE AP-IMAGE TO WS-FRAIS-A-APPROUVER
                          MOVE FA-MONTANT TO WS-FRAIS-ED
                          DISPLAY "   NOTE DE FRAIS PERSONNE="
                             FA-IDENTIFIANT
                             " DU " FA-DATE
                             " CATEGORIE=" FA-CATEGORIE
                             " JUSTIF=" FA-JUSTIFICATIF
                             " MONTANT=" WS-FRAIS-ED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
              EXIT PARAGRAPH
           END-IF.

      *    Un dossier de pret ne se valide que dans les pouvoirs
      *    de l'approbateur.
           IF AP-ACT-PRET
              PERFORM CONTROLER-POUVOIR-APPROBATEUR
              IF WS-MOTIF-REJET NOT = SPACES
                 DISPLAY "VALIDATION REFUSEE : " WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM SAISIR-MOTIF.

           MOVE AP-IMAGE TO CLIENT-REC.
           MOVE SPACES TO WS-OPERATEURS-AUDIT.
           STRING AP-DEMANDEUR DELIMITED BY SPACE

           IF WS-MOTIF-REJET = SPACES
              MOVE WS-OPERATEUR TO AP-APPROBATEUR
              MOVE WS-MOTIF-DECISION TO AP-MOTIF
              SET AP-VALIDEE TO TRUE
              REWRITE APPROBATION-REC
                 INVALID KEY
              EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-MOTIF.
           MOVE WS-OPERATEUR TO AP-APPROBATEUR.
           MOVE WS-MOTIF-DECISION TO AP-MOTIF.
           SET AP-REJETEE TO TRUE.
           REWRITE APPROBATION-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, APPROBATION="
                    AP-NUMERO
           END-REWRITE.
           IF AP-ACT-INDEMN
              SET INDEMNITE-A-REFUSER TO TRUE
              PERFORM MAJ-RECLAMATION
           END-IF.
           IF AP-ACT-FRAIS
              PERFORM REJETER-NOTE-FRAIS
           END-IF.
           DISPLAY "DEMANDE " AP-NUMERO " REJETEE"

           .

      *> Le motif de la decision reste dans la demande, avec le
      *> demandeur et l'approbateur, pour l'audit.
       SAISIR-MOTIF.
           MOVE SPACES TO WS-MOTIF-DECISION.
           PERFORM UNTIL WS-MOTIF-DECISION NOT = SPACES
              DISPLAY "Motif de la decision :"
              ACCEPT WS-MOTIF-DECISION
           END-PERFORM

           .

      *> Pouvoirs de l'approbateur d'un dossier de pret : plafond
      *> au moins egal au montant, droit de derogation pour un
      *> taux sous le bareme. Sans fichier des pouvoirs, aucun
      *> dossier de pret ne se valide.
       CONTROLER-POUVOIR-APPROBATEUR.
           MOVE AP-IMAGE TO WS-PRET-A-APPROUVER.
           MOVE "N" TO WS-POUVOIR-TROUVE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT POUVOIR-FILE.
           IF WS-POU-STATUS NOT = "00"
              MOVE "POUVOIRS DE DECISION INDISPONIBLES"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ POUVOIR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF PD-TYPE = "O" AND PD-CLE = WS-OPERATEUR
                       MOVE "Y" TO WS-POUVOIR-TROUVE
                       MOVE PD-PLAFOND TO WS-PLAFOND-APPROBATEUR
                       MOVE PD-DEROGATION TO
                          WS-DEROGATION-APPROBATEUR
                       SET EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POUVOIR-FILE.

           EVALUATE TRUE
              WHEN WS-POUVOIR-TROUVE NOT = "Y"
                 MOVE "APPROBATEUR SANS POUVOIR DE DECISION"
                    TO WS-MOTIF-REJET
              WHEN WS-PLAFOND-APPROBATEUR < PA-MONTANT
                 MOVE "MONTANT AU-DELA DU POUVOIR APPROBATEUR"
                    TO WS-MOTIF-REJET
              WHEN PA-TAUX-DEROGE
                    AND WS-DEROGATION-APPROBATEUR NOT = "O"
                 MOVE "APPROBATEUR SANS DROIT DE DEROGATION"
                    TO WS-MOTIF-REJET
           END-EVALUATE

           .

       LIRE-DEMANDE-CHOISIE.
           MOVE SPACES TO WS-MOTIF-REJET.
           DISPLAY "Numero de la demande :".
                 PERFORM APPLIQUER-SUSPENSION
              WHEN AP-ACT-MODIF
                 PERFORM APPLIQUER-MODIFICATION
      *       Dossier de pret : la validation elle-meme est la
      *       decision attendue par PRETENR.
              WHEN AP-ACT-PRET
                 CONTINUE
              WHEN AP-ACT-INDEMN
                 PERFORM APPLIQUER-INDEMNITE
              WHEN AP-ACT-FRAIS
                 PERFORM APPLIQUER-FRAIS
              WHEN OTHER
                 MOVE "ACTION INCONNUE" TO WS-MOTIF-REJET
           END-EVALUATE
              WS-OPERATEURS-AUDIT

           .

      *> Indemnite de reclamation validee : versement au compte
      *> courant du client, ecriture au compte des couts de
      *> reclamations, puis reclamation marquee versee.
       APPLIQUER-INDEMNITE.
           MOVE AP-IMAGE TO WS-INDEMNITE-A-APPROUVER.
           MOVE SPACES TO WS-REFERENCE-INDEMNITE.
           STRING "RECLA" IA-NUMERO
              DELIMITED BY SIZE
              INTO WS-REFERENCE-INDEMNITE
           END-STRING.
           CALL "VerserIndemnite" USING WS-JOURNAL-PROGRAMME
              WS-DATE-JOUR IA-ID-CLIENT IA-TYPE IA-MONTANT
              WS-REFERENCE-INDEMNITE WS-VERSEMENT-CODE.
           IF WS-VERSEMENT-CODE NOT = "OK "
              MOVE SPACES TO WS-MOTIF-REJET
              STRING "VERSEMENT IMPOSSIBLE, CODE="
                 WS-VERSEMENT-CODE
                 DELIMITED BY SIZE
                 INTO WS-MOTIF-REJET
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           MOVE IA-MONTANT TO WS-INDEMNITE-ED.
           DISPLAY "INDEMNITE DE " WS-INDEMNITE-ED
              " VERSEE AU CLIENT " IA-ID-CLIENT.
           SET INDEMNITE-A-VERSER TO TRUE.
           PERFORM MAJ-RECLAMATION

           .

      *> Report de la decision sur la reclamation : l'indemnite
      *> passe versee ou refusee. Une reclamation introuvable ne
      *> bloque pas la decision, elle est signalee.
       MAJ-RECLAMATION.
           MOVE AP-IMAGE TO WS-INDEMNITE-A-APPROUVER.
           OPEN I-O RECLAM-FILE.
           IF WS-REC-STATUS NOT = "00"
              DISPLAY "RECLAM-FILE OPEN ERROR, STATUS="
                 WS-REC-STATUS ", RECLAMATION=" IA-NUMERO
                 " NON MISE A JOUR"
              EXIT PARAGRAPH
           END-IF.

           MOVE IA-NUMERO TO RC-NUMERO.
           READ RECLAM-FILE
              INVALID KEY
                 DISPLAY "RECLAMATION INCONNUE : " IA-NUMERO
              NOT INVALID KEY
                 IF INDEMNITE-A-VERSER
                    SET RC-INDEMNITE-VERSEE TO TRUE
                    MOVE WS-DATE-JOUR TO RC-INDEMNITE-DATE
                 ELSE
                    SET RC-INDEMNITE-REFUSEE TO TRUE
                 END-IF
                 REWRITE RECLAM-REC
                    INVALID KEY
                       DISPLAY "REWRITE IMPOSSIBLE, RECLAMATION="
                          RC-NUMERO
                 END-REWRITE
           END-READ.
           CLOSE RECLAM-FILE

           .

      *> Note de frais validee : elle devient remboursable par la
      *> paie du mois. Une note retiree entre-temps, ou qui n'est
      *> plus en attente, bloque la validation.
       APPLIQUER-FRAIS.
           MOVE AP-IMAGE TO WS-FRAIS-A-APPROUVER.
           OPEN I-O FRAIS-FILE.
           IF WS-FRA-STATUS NOT = "00"
              MOVE "NOTES DE FRAIS INDISPONIBLES" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE FA-IDENTIFIANT TO NF-IDENTIFIANT.
           MOVE FA-DATE TO NF-DATE.
           MOVE FA-JUSTIFICATIF TO NF-JUSTIFICATIF.
           READ FRAIS-FILE
              INVALID KEY
                 MOVE "NOTE DE FRAIS INTROUVABLE" TO WS-MOTIF-REJET
              NOT INVALID KEY
                 IF NOT NF-EN-ATTENTE
                    MOVE "NOTE DE FRAIS DEJA TRAITEE"
                       TO WS-MOTIF-REJET
                 ELSE
                    SET NF-VALIDEE TO TRUE
                    MOVE AP-NUMERO TO NF-APPROBATION
                    MOVE WS-MOTIF-DECISION TO NF-MOTIF
                    REWRITE NOTE-FRAIS-REC
                       INVALID KEY
                          MOVE "REECRITURE IMPOSSIBLE"
                             TO WS-MOTIF-REJET
                    END-REWRITE
                 END-IF
           END-READ.
           CLOSE FRAIS-FILE.

           IF WS-MOTIF-REJET = SPACES
              MOVE FA-MONTANT TO WS-FRAIS-ED
              DISPLAY "NOTE DE FRAIS DE " WS-FRAIS-ED
                 " VALIDEE POUR LA PERSONNE " FA-IDENTIFIANT
           END-IF

           .

      *> Note de frais rejetee ou expiree : marquee rejetee avec le
      *> motif de la decision, et portee a l'etat des rejets. Une
      *> note introuvable ne bloque pas la decision, elle est
      *> signalee.
       REJETER-NOTE-FRAIS.
           MOVE AP-IMAGE TO WS-FRAIS-A-APPROUVER.
           OPEN I-O FRAIS-FILE.
           IF WS-FRA-STATUS NOT = "00"
              DISPLAY "FRAIS-FILE OPEN ERROR, STATUS="
                 WS-FRA-STATUS ", NOTE=" FA-IDENTIFIANT
                 " NON MISE A JOUR"
           ELSE
              MOVE FA-IDENTIFIANT TO NF-IDENTIFIANT
              MOVE FA-DATE TO NF-DATE
              MOVE FA-JUSTIFICATIF TO NF-JUSTIFICATIF
              READ FRAIS-FILE
                 INVALID KEY
                    DISPLAY "NOTE DE FRAIS INCONNUE : "
                       FA-IDENTIFIANT " DU " FA-DATE
                 NOT INVALID KEY
                    IF NF-EN-ATTENTE
                       SET NF-REJETEE TO TRUE
                       MOVE WS-MOTIF-DECISION TO NF-MOTIF
                       REWRITE NOTE-FRAIS-REC
                          INVALID KEY
                             DISPLAY "REWRITE IMPOSSIBLE, NOTE="
                                NF-IDENTIFIANT
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE FRAIS-FILE
           END-IF.

           OPEN EXTEND REJET-FRAIS-FILE.
           IF WS-RJF-STATUS = "35"
              OPEN OUTPUT REJET-FRAIS-FILE
           END-IF.
           MOVE FA-MONTANT TO WS-FRAIS-ED.
           MOVE SPACES TO REJET-FRAIS-LINE.
           STRING
              WS-DATE-JOUR
              " APPROMNT   NOTE " FA-IDENTIFIANT
              " DU " FA-DATE
              " " FA-JUSTIFICATIF
              " " FA-CATEGORIE
              " " WS-FRAIS-ED
              " MOTIF=" WS-MOTIF-DECISION
              DELIMITED BY SIZE
              INTO REJET-FRAIS-LINE
           END-STRING.
           WRITE REJET-FRAIS-LINE.
           CLOSE REJET-FRAIS-FILE

           .
