      *> (reclamation.mod, journalise au fil de correspondance). La
      *> cloture date la resolution ; l'anciennete et les
      *> statistiques trimestrielles sortent de RECLARAP.
      *> Une reclamation close en faveur du client porte son
      *> indemnite : remboursement de frais (F), d'interets (I) ou
      *> geste commercial (G), et montant. Jusqu'au seuil de
      *> reclam-indemnite.ctl l'indemnite est versee aussitot au
      *> compte courant (VerserIndemnite : operation pour COMPTMAJ
      *> et ecriture au compte des couts de reclamations) ; au-dela
      *> elle attend la seconde signature dans approbations.idx
      *> (action I, validee dans APPROMNT par un autre operateur).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT SEUIL-FILE
                 ASSIGN TO "Data/seq/reclam-indemnite.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEU-STATUS.

           SELECT APPROBATION-FILE
                 ASSIGN TO "Data/seq/approbations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-APP-STATUS.

           SELECT NUMAPPRO-FILE ASSIGN TO "Data/seq/numappro.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAM-FILE.
       FD  DELAI-FILE.
       01  DELAI-LINE            PIC 9(3).

      *> Montant d'indemnite au-dela duquel le versement attend la
      *> seconde signature.
       FD  SEUIL-FILE.
       01  SEUIL-LINE            PIC 9(7)V99.

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

       WORKING-STORAGE SECTION.
       01  WS-REC-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-SEU-STATUS         PIC XX VALUE "00".
       01  WS-APP-STATUS         PIC XX VALUE "00".
       01  WS-NAP-STATUS         PIC XX VALUE "00".

       01  WS-CHOIX              PIC 9.
       01  WS-CONTINUER          PIC X VALUE "O".
       01  WS-NOM-CLIENT         PIC X(20).
       01  WS-JOURS-INTEGRES     PIC 9(7).

       01  WS-OPERATEUR          PIC X(10).
       01  WS-SEUIL-INDEMNITE    PIC 9(7)V99 VALUE 0.
       01  WS-DERNIERE-APPROBATION PIC 9(6) VALUE 0.
       01  WS-EN-FAVEUR          PIC X.
       01  WS-INDEMNITE-TYPE     PIC X.
       01  WS-INDEMNITE-MONTANT  PIC 9(7)V99.
       01  WS-INDEMNITE-ED       PIC Z(6)9,99.
       01  WS-VERSEMENT-CODE     PIC X(3).
       01  WS-REFERENCE-INDEMNITE PIC X(12).

      *> Image d'une indemnite soumise a approbation (action I),
      *> relue par APPROMNT.
       01  WS-INDEMNITE-A-APPROUVER.
           05  IA-ID-CLIENT      PIC 9(6).
           05  IA-NUMERO         PIC 9(6).
           05  IA-TYPE           PIC X.
           05  IA-MONTANT        PIC 9(7)V99.
           05  IA-CATEGORIE      PIC X(5).
           05  FILLER            PIC X(94).

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/reclamation.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM LECTURE-DELAI.
           PERFORM LECTURE-SEUIL.
           PERFORM LECTURE-DERNIER-NUMERO.

           OPEN I-O RECLAM-FILE.
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
              CLOSE RECLAM-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM MENU-GESTION
              UNTIL NOT CONTINUER-GESTION.

           PERFORM ECRITURE-DERNIER-NUMERO.
           CLOSE RECLAM-FILE CLIENT-MASTER APPROBATION-FILE.

           MOVE "RECLAMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.

           .

       LECTURE-SEUIL.
           OPEN INPUT SEUIL-FILE.
           IF WS-SEU-STATUS = "00"
              READ SEUIL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SEUIL-LINE TO WS-SEUIL-INDEMNITE
              END-READ
              CLOSE SEUIL-FILE
           END-IF.
      *    Pas de seuil publie : toute indemnite passe par la
      *    seconde signature.
           IF WS-SEUIL-INDEMNITE = ZERO
              DISPLAY "SEUIL D'INDEMNITE ABSENT, TOUTE INDEMNITE "
                 "SERA SOUMISE A APPROBATION"
           END-IF

           .

       MENU-GESTION.
           DISPLAY " ".
           DISPLAY "1 - Enregistrer une reclamation".
           MOVE WS-DATE-JOUR TO RC-DATE-RECUE.
           SET RC-OUVERTE TO TRUE.
           MOVE ZERO TO RC-DATE-CLOTURE.
           MOVE ZERO TO RC-INDEMNITE-MONTANT RC-INDEMNITE-DATE
              RC-APPROBATION.

      *    Date limite de reponse : date de reception avancee du
      *    delai reglementaire, en jours calendaires.
              EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-INDEMNITE.

           SET RC-RESOLUE TO TRUE.
           MOVE WS-DATE-JOUR TO RC-DATE-CLOTURE.
           MOVE WS-INDEMNITE-TYPE TO RC-INDEMNITE-TYPE.
           MOVE WS-INDEMNITE-MONTANT TO RC-INDEMNITE-MONTANT.
           MOVE SPACE TO RC-INDEMNITE-STATUT.
           MOVE ZERO TO RC-INDEMNITE-DATE RC-APPROBATION.

      *    Au-dela du seuil, l'indemnite attend la seconde
      *    signature ; en deca elle part tout de suite.
           IF WS-INDEMNITE-MONTANT > ZERO
              IF WS-INDEMNITE-MONTANT > WS-SEUIL-INDEMNITE
                 PERFORM DEMANDER-APPROBATION
              ELSE
                 PERFORM VERSER-INDEMNITE
              END-IF
           END-IF.

           REWRITE RECLAM-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, NUMERO=" RC-NUMERO

           .

      *> Une resolution defavorable, ou favorable sans reparation
      *> financiere, ne porte pas d'indemnite.
       SAISIR-INDEMNITE.
           MOVE SPACE TO WS-INDEMNITE-TYPE.
           MOVE ZERO TO WS-INDEMNITE-MONTANT.
           DISPLAY "Resolution en faveur du client (O/N) :".
           ACCEPT WS-EN-FAVEUR.
           IF WS-EN-FAVEUR NOT = "O" AND WS-EN-FAVEUR NOT = "o"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant de l'indemnite (0 si aucune) :".
           ACCEPT WS-INDEMNITE-MONTANT.
           IF WS-INDEMNITE-MONTANT = ZERO
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-INDEMNITE-TYPE = "F"
                 OR WS-INDEMNITE-TYPE = "I"
                 OR WS-INDEMNITE-TYPE = "G"
              DISPLAY "Nature : F frais rembourses, I interets "
                 "rembourses, G geste commercial :"
              ACCEPT WS-INDEMNITE-TYPE
           END-PERFORM

           .

       VERSER-INDEMNITE.
           MOVE SPACES TO WS-REFERENCE-INDEMNITE.
           STRING "RECLA" RC-NUMERO
              DELIMITED BY SIZE
              INTO WS-REFERENCE-INDEMNITE
           END-STRING.
           CALL "VerserIndemnite" USING WS-JOURNAL-PROGRAMME
              WS-DATE-JOUR RC-ID-CLIENT RC-INDEMNITE-TYPE
              RC-INDEMNITE-MONTANT WS-REFERENCE-INDEMNITE
              WS-VERSEMENT-CODE.
           MOVE RC-INDEMNITE-MONTANT TO WS-INDEMNITE-ED.
           IF WS-VERSEMENT-CODE = "OK "
              SET RC-INDEMNITE-VERSEE TO TRUE
              MOVE WS-DATE-JOUR TO RC-INDEMNITE-DATE
              DISPLAY "INDEMNITE DE " WS-INDEMNITE-ED
                 " VERSEE AU COMPTE DU CLIENT " RC-ID-CLIENT
           ELSE
      *       Versement impossible : l'indemnite reste a verser et
      *       passe par le circuit d'approbation pour etre reprise.
              DISPLAY "VERSEMENT IMPOSSIBLE (" WS-VERSEMENT-CODE
                 "), INDEMNITE SOUMISE A APPROBATION"
              PERFORM DEMANDER-APPROBATION
           END-IF

           .

       DEMANDER-APPROBATION.
           PERFORM LECTURE-NUMERO-APPROBATION.
           ADD 1 TO WS-DERNIERE-APPROBATION.

           MOVE SPACES TO WS-INDEMNITE-A-APPROUVER.
           MOVE RC-ID-CLIENT TO IA-ID-CLIENT.
           MOVE RC-NUMERO TO IA-NUMERO.
           MOVE RC-INDEMNITE-TYPE TO IA-TYPE.
           MOVE RC-INDEMNITE-MONTANT TO IA-MONTANT.
           MOVE RC-CATEGORIE TO IA-CATEGORIE.

           MOVE SPACES TO APPROBATION-REC.
           MOVE WS-DERNIERE-APPROBATION TO AP-NUMERO.
           MOVE WS-DATE-JOUR TO AP-DATE.
           MOVE WS-OPERATEUR TO AP-DEMANDEUR.
           MOVE SPACES TO AP-APPROBATEUR.
           SET AP-EN-ATTENTE TO TRUE.
           MOVE "I" TO AP-ACTION.
           MOVE WS-INDEMNITE-A-APPROUVER TO AP-IMAGE.
           WRITE APPROBATION-REC
              INVALID KEY
                 DISPLAY "NUMERO D'APPROBATION EN DOUBLE : "
                    AP-NUMERO ", INDEMNITE NON ENREGISTREE"
                 MOVE SPACE TO RC-INDEMNITE-TYPE
                 MOVE ZERO TO RC-INDEMNITE-MONTANT
                 EXIT PARAGRAPH
           END-WRITE.
           PERFORM ECRITURE-NUMERO-APPROBATION.

           SET RC-INDEMNITE-ATTENTE TO TRUE.
           MOVE AP-NUMERO TO RC-APPROBATION.
           MOVE RC-INDEMNITE-MONTANT TO WS-INDEMNITE-ED.
           DISPLAY "INDEMNITE DE " WS-INDEMNITE-ED
              " EN ATTENTE D'APPROBATION=" AP-NUMERO

           .

      *> Compteur des approbations partage avec CLIENTMNT et
      *> CALCPRET : relu et reecrit a chaque demande.
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

       CONSULTER-RECLAMATION.
           DISPLAY "Numero de la reclamation :".
           ACCEPT WS-NUMERO-CHOISI.
                 DISPLAY "STATUT=" RC-STATUT
                 DISPLAY "ECHEANCE=" RC-DATE-ECHEANCE
                 DISPLAY "CLOTUREE LE=" RC-DATE-CLOTURE
                 IF NOT RC-SANS-INDEMNITE
                    MOVE RC-INDEMNITE-MONTANT TO WS-INDEMNITE-ED
                    DISPLAY "INDEMNITE=" RC-INDEMNITE-TYPE
                       " MONTANT=" WS-INDEMNITE-ED
                       " STATUT=" RC-INDEMNITE-STATUT
                       " VERSEE LE=" RC-INDEMNITE-DATE
                       " APPROBATION=" RC-APPROBATION
                 END-IF
           END-READ

           .
