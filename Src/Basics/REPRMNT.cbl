       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRMNT.

      *> Maintenance par lot des representants legaux
      *> (representants.idx) : applique representants-mvt.in.
      *>   A = ajout d'un lien (numero attribue a la suite des liens
      *>       du client) : parent, tuteur ou curateur, periode de
      *>       validite et pouvoirs (retrait, virement, pret) ;
      *>   M = modification d'un lien en vigueur : fin de periode,
      *>       pouvoirs, adresse (nom et ville non blancs) ;
      *>   F = fin d'un lien a la date fournie (date du jour sinon).
      *> Le client represente doit exister au maitre ; un lien
      *> parental n'est admis que pour un mineur a la date de
      *> debut. Un representant client de la maison doit exister
      *> au maitre et son nom et sa ville y sont repris quand le
      *> mouvement les laisse en blanc. Compte rendu dans
      *> representants-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/seq/representants-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT REPRESENT-FILE ASSIGN TO "Data/seq/representants.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLE
               FILE STATUS IS WS-REP-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/seq/representants-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  RM-ACTION         PIC X.
               88  RM-AJOUT              VALUE "A".
               88  RM-MODIFICATION       VALUE "M".
               88  RM-FIN                VALUE "F".
           05  RM-ID-CLIENT      PIC 9(6).
           05  RM-NUMERO         PIC 99.
           05  RM-TYPE           PIC X.
               88  RM-PARENT             VALUE "P".
               88  RM-TYPE-VALIDE        VALUE "P" "T" "C".
           05  RM-ID-REPRESENTANT PIC 9(6).
           05  RM-NOM            PIC X(20).
           05  RM-VILLE          PIC X(15).
           05  RM-DATE-DEBUT     PIC 9(8).
           05  RM-DATE-FIN       PIC 9(8).
           05  RM-POUVOIRS.
               10  RM-POUVOIR-RETRAIT  PIC X.
                   88  RM-RETRAIT-VALIDE   VALUE "O" "N".
               10  RM-POUVOIR-VIREMENT PIC X.
                   88  RM-VIREMENT-VALIDE  VALUE "O" "N".
               10  RM-POUVOIR-PRET     PIC X.
                   88  RM-PRET-VALIDE      VALUE "O" "N".

       FD  REPRESENT-FILE.
           COPY REPRESENT-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-REP-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-FIN-LIENS          PIC X.
       01  WS-DERNIER-NUMERO     PIC 99.
       01  WS-NOM-REPRESENTANT   PIC X(20).
       01  WS-VILLE-REPRESENTANT PIC X(15).
       01  WS-AGE                PIC 99.
       01  WS-DATE-CALCUL        PIC 9(8).
       01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05  WS-ANNEE-CALCUL   PIC 9(4).
           05  WS-MOIS-CALCUL    PIC 99.
           05  WS-JOUR-CALCUL    PIC 99.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== REPRMNT START ===".
           MOVE "REPRMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O REPRESENT-FILE.
           IF WS-REP-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT REPRESENT-FILE
              CLOSE REPRESENT-FILE
              OPEN I-O REPRESENT-FILE
           END-IF.
           IF WS-REP-STATUS NOT = "00"
              DISPLAY "REPRESENT-FILE OPEN ERROR, STATUS="
                 WS-REP-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE REPRESENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE REPRESENT-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE REPRESENT-FILE CLIENT-MASTER
              RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "REPRMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== REPRMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE RM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
           END-READ.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN RM-AJOUT
                 PERFORM AJOUTER-LIEN
              WHEN RM-MODIFICATION
                 PERFORM MODIFIER-LIEN
              WHEN RM-FIN
                 PERFORM CLORE-LIEN
              WHEN OTHER
                 MOVE "ACTION INCONNUE (A/M/F)" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           ELSE
              PERFORM ECRIRE-APPLIQUE
           END-IF

           .

      *> Ajout : controles du mouvement, puis numero suivant le
      *> dernier lien du client.
       AJOUTER-LIEN.
           IF RM-DATE-DEBUT = ZERO
              MOVE WS-DATE-JOUR TO RM-DATE-DEBUT
           END-IF.
           PERFORM CONTROLER-AJOUT.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-DERNIER-NUMERO.
           IF WS-DERNIER-NUMERO = 99
              MOVE "TROP DE LIENS POUR CE CLIENT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPRESENT-REC.
           MOVE RM-ID-CLIENT TO RL-ID-CLIENT.
           COMPUTE RL-NUMERO = WS-DERNIER-NUMERO + 1.
           MOVE RM-TYPE TO RL-TYPE.
           MOVE RM-ID-REPRESENTANT TO RL-ID-REPRESENTANT.
           MOVE WS-NOM-REPRESENTANT TO RL-NOM.
           MOVE WS-VILLE-REPRESENTANT TO RL-VILLE.
           MOVE RM-DATE-DEBUT TO RL-DATE-DEBUT.
           MOVE RM-DATE-FIN TO RL-DATE-FIN.
           MOVE RM-POUVOIRS TO RL-POUVOIRS.
           SET RL-ACTIF TO TRUE.
           MOVE WS-DATE-JOUR TO RL-DATE-MAJ.
           MOVE WS-OPERATEUR TO RL-OPERATEUR.
           WRITE REPRESENT-REC
              INVALID KEY
                 MOVE "ECRITURE DU LIEN IMPOSSIBLE" TO WS-MOTIF-REJET
           END-WRITE

           .

       CONTROLER-AJOUT.
           IF NOT RM-TYPE-VALIDE
              MOVE "TYPE DE LIEN INCONNU (P/T/C)" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT RM-RETRAIT-VALIDE OR NOT RM-VIREMENT-VALIDE
                 OR NOT RM-PRET-VALIDE
              MOVE "POUVOIRS INVALIDES (O/N)" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RM-DATE-FIN > ZERO AND RM-DATE-FIN < RM-DATE-DEBUT
              MOVE "FIN DE LIEN AVANT SON DEBUT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RM-ID-REPRESENTANT = RM-ID-CLIENT
              MOVE "CLIENT REPRESENTANT DE LUI-MEME" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

      *    Un lien parental suppose un mineur a la date de debut.
           IF RM-PARENT
              MOVE ZERO TO WS-AGE
              IF CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC > ZERO
                 MOVE RM-DATE-DEBUT TO WS-DATE-CALCUL
                 CALL "CalculerAge" USING
                    CL-JOUR-NAISSANCE OF CLIENT-MASTER-REC
                    CL-MOIS-NAISSANCE OF CLIENT-MASTER-REC
                    CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC
                    WS-JOUR-CALCUL WS-MOIS-CALCUL WS-ANNEE-CALCUL
                    WS-AGE
              END-IF
              IF CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC = ZERO
                    OR WS-AGE NOT < 18
                 MOVE "LIEN PARENTAL SUR UN MAJEUR" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE RM-NOM TO WS-NOM-REPRESENTANT.
           MOVE RM-VILLE TO WS-VILLE-REPRESENTANT.
           IF RM-ID-REPRESENTANT > ZERO
              MOVE RM-ID-REPRESENTANT TO CL-ID OF CLIENT-MASTER-REC
              READ CLIENT-MASTER
                 INVALID KEY
                    MOVE "REPRESENTANT INCONNU AU MAITRE"
                       TO WS-MOTIF-REJET
                    EXIT PARAGRAPH
              END-READ
              IF WS-NOM-REPRESENTANT = SPACES
                 MOVE CL-NAME OF CLIENT-MASTER-REC
                    TO WS-NOM-REPRESENTANT
              END-IF
              IF WS-VILLE-REPRESENTANT = SPACES
                 MOVE CL-CITY OF CLIENT-MASTER-REC
                    TO WS-VILLE-REPRESENTANT
              END-IF
           END-IF.
           IF WS-NOM-REPRESENTANT = SPACES
              MOVE "NOM DU REPRESENTANT ABSENT" TO WS-MOTIF-REJET
           END-IF

           .

       CHERCHER-DERNIER-NUMERO.
           MOVE ZERO TO WS-DERNIER-NUMERO.
           MOVE RM-ID-CLIENT TO RL-ID-CLIENT.
           MOVE ZERO TO RL-NUMERO.
           MOVE "N" TO WS-FIN-LIENS.
           START REPRESENT-FILE KEY IS NOT LESS THAN RL-CLE
              INVALID KEY
                 MOVE "O" TO WS-FIN-LIENS
           END-START.
           PERFORM UNTIL WS-FIN-LIENS = "O"
              READ REPRESENT-FILE NEXT RECORD
                 AT END
                    MOVE "O" TO WS-FIN-LIENS
                 NOT AT END
                    IF RL-ID-CLIENT NOT = RM-ID-CLIENT
                       MOVE "O" TO WS-FIN-LIENS
                    ELSE
                       MOVE RL-NUMERO TO WS-DERNIER-NUMERO
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Modification d'un lien en vigueur : la fin de periode et les
      *> pouvoirs sont toujours repris du mouvement, le nom et la
      *> ville seulement s'ils sont renseignes.
       MODIFIER-LIEN.
           PERFORM LIRE-LIEN.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT RM-RETRAIT-VALIDE OR NOT RM-VIREMENT-VALIDE
                 OR NOT RM-PRET-VALIDE
              MOVE "POUVOIRS INVALIDES (O/N)" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RM-DATE-FIN > ZERO AND RM-DATE-FIN < RL-DATE-DEBUT
              MOVE "FIN DE LIEN AVANT SON DEBUT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE RM-DATE-FIN TO RL-DATE-FIN.
           MOVE RM-POUVOIRS TO RL-POUVOIRS.
           IF RM-NOM NOT = SPACES
              MOVE RM-NOM TO RL-NOM
           END-IF.
           IF RM-VILLE NOT = SPACES
              MOVE RM-VILLE TO RL-VILLE
           END-IF.
           PERFORM REECRIRE-LIEN

           .

      *> Fin de lien : date fournie ou date du jour, jamais avant le
      *> debut du lien.
       CLORE-LIEN.
           PERFORM LIRE-LIEN.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF RM-DATE-FIN = ZERO
              MOVE WS-DATE-JOUR TO RM-DATE-FIN
           END-IF.
           IF RM-DATE-FIN < RL-DATE-DEBUT
              MOVE "FIN DE LIEN AVANT SON DEBUT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE RM-DATE-FIN TO RL-DATE-FIN.
           SET RL-FINI TO TRUE.
           PERFORM REECRIRE-LIEN

           .

       LIRE-LIEN.
           MOVE RM-ID-CLIENT TO RL-ID-CLIENT.
           MOVE RM-NUMERO TO RL-NUMERO.
           READ REPRESENT-FILE
              INVALID KEY
                 MOVE "LIEN INCONNU" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF RL-FINI
              MOVE "LIEN DEJA CLOS" TO WS-MOTIF-REJET
           END-IF

           .

       REECRIRE-LIEN.
           MOVE WS-DATE-JOUR TO RL-DATE-MAJ.
           MOVE WS-OPERATEUR TO RL-OPERATEUR.
           REWRITE REPRESENT-REC
              INVALID KEY
                 MOVE "REECRITURE DU LIEN IMPOSSIBLE"
                    TO WS-MOTIF-REJET
           END-REWRITE

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE " RM-ACTION
              " CLIENT=" RL-ID-CLIENT
              " LIEN=" RL-NUMERO
              " TYPE=" RL-TYPE
              " " RL-NOM
              " DU " RL-DATE-DEBUT
              " AU " RL-DATE-FIN
              " POUVOIRS=" RL-POUVOIRS
              " STATUT=" RL-STATUT
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE " RM-ACTION
              " CLIENT=" RM-ID-CLIENT
              " LIEN=" RM-NUMERO
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS LUS     =" WS-COUNT-ED
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
           WRITE RAPPORT-LINE

           .
