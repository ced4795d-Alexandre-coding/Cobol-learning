       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTAUT.

      *> Maintenance par lot des autorisations de decouvert des
      *> comptes courants (autorisations.idx), sur le modele de
      *> SUSPMNT : chaque mouvement de autorisations-mvt.in cite un
      *> numero de compte.
      *>   C = creation : limite autorisee, date d'echeance et taux
      *>       annuel contractuel ;
      *>   M = modification des memes trois elements ;
      *>   T = relevement temporaire : la limite passe au montant
      *>       du mouvement jusqu'a sa date, au plus l'echeance de
      *>       l'autorisation (montant a zero = annulation du
      *>       relevement en cours) ;
      *>   S = suppression de l'autorisation.
      *> Le taux contractuel doit rester sous le taux de
      *> depassement de agios-taux.ctl, applique par COMPTAGI au-dela
      *> de la limite. Applique ou rejete, chaque mouvement laisse
      *> une ligne dans autorisations-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/compte/autorisations-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT TAUX-FILE ASSIGN TO WS-CHEMIN-AGIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT AUTORISATION-FILE
                 ASSIGN TO "Data/compte/autorisations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-NUMERO-COMPTE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compte/autorisations-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Pour un relevement, AM-LIMITE et AM-DATE portent la limite
      *> temporaire et sa date de fin ; AM-TAUX est alors ignore.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  AM-ACTION         PIC X.
               88  AM-CREATION   VALUE "C".
               88  AM-MODIFICATION VALUE "M".
               88  AM-RELEVEMENT VALUE "T".
               88  AM-SUPPRESSION VALUE "S".
           05  AM-NUMERO-COMPTE  PIC 9(8).
           05  AM-LIMITE         PIC 9(7)V99.
           05  AM-DATE           PIC 9(8).
           05  AM-TAUX           PIC 99V99.

       FD  TAUX-FILE.
       01  TAUX-LINE             PIC 99V99.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  AUTORISATION-FILE.
           COPY AUTORISATION-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-TAUX-STATUS        PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-AUT-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-TAUX-DEPASSEMENT   PIC 99V99.

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-CREATIONS    PIC 9(5) VALUE 0.
       01  WS-COUNT-MODIFICATIONS PIC 9(5) VALUE 0.
       01  WS-COUNT-RELEVEMENTS  PIC 9(5) VALUE 0.
       01  WS-COUNT-SUPPRESSIONS PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-LIBELLE-ACTION     PIC X(14).
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-LIMITE-ED          PIC Z(6)9,99.
       01  WS-TAUX-ED            PIC Z9,99.
       01  WS-POINTEUR           PIC 9(3).

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-AGIOS         PIC X(8) VALUE "AGIOS".
       01  WS-CHEMIN-AGIOS       PIC X(45)
                 VALUE "Data/compte/agios-taux.ctl".

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTAUT START ===".
           MOVE "COMPTAUT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM LECTURE-TAUX-DEPASSEMENT.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O AUTORISATION-FILE.
           IF WS-AUT-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT AUTORISATION-FILE
              CLOSE AUTORISATION-FILE
              OPEN I-O AUTORISATION-FILE
           END-IF.
           IF WS-AUT-STATUS NOT = "00"
              DISPLAY "AUTORISATION-FILE OPEN ERROR, STATUS="
                 WS-AUT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE AUTORISATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

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

           CLOSE MOUVEMENT-FILE COMPTE-FILE AUTORISATION-FILE
              RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTAUT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LECTURE-TAUX-DEPASSEMENT.
           CALL "ParametreVigueur" USING WS-CODE-AGIOS WS-DATE-JOUR
              WS-CHEMIN-AGIOS.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS NOT = "00"
              DISPLAY "TAUX-FILE OPEN ERROR, STATUS=" WS-TAUX-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TAUX-FILE
              AT END
                 DISPLAY "TAUX D'AGIOS ABSENT, ARRET"
                 CLOSE TAUX-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              NOT AT END
                 MOVE TAUX-LINE TO WS-TAUX-DEPASSEMENT
           END-READ.
           CLOSE TAUX-FILE

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
              WHEN AM-CREATION
                 PERFORM CONTROLER-CREATION
              WHEN AM-MODIFICATION
                 PERFORM LIRE-AUTORISATION
                 IF WS-MOTIF-REJET = SPACES
                    PERFORM CONTROLER-CONDITIONS
                 END-IF
              WHEN AM-RELEVEMENT
                 PERFORM CONTROLER-RELEVEMENT
              WHEN AM-SUPPRESSION
                 PERFORM LIRE-AUTORISATION
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN AM-CREATION
                 PERFORM APPLIQUER-CREATION
              WHEN AM-MODIFICATION
                 PERFORM APPLIQUER-MODIFICATION
              WHEN AM-RELEVEMENT
                 PERFORM APPLIQUER-RELEVEMENT
              WHEN AM-SUPPRESSION
                 PERFORM APPLIQUER-SUPPRESSION
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           ELSE
              PERFORM ECRIRE-APPLIQUE
           END-IF

           .

       LIRE-AUTORISATION.
           MOVE AM-NUMERO-COMPTE TO AU-NUMERO-COMPTE.
           READ AUTORISATION-FILE
              INVALID KEY
                 MOVE "AUTORISATION INEXISTANTE" TO WS-MOTIF-REJET
           END-READ

           .

       CONTROLER-CREATION.
           MOVE AM-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           MOVE AM-NUMERO-COMPTE TO AU-NUMERO-COMPTE.
           READ AUTORISATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "AUTORISATION DEJA EXISTANTE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           PERFORM CONTROLER-CONDITIONS

           .

      *> Limite, echeance et taux d'une creation ou d'une
      *> modification.
       CONTROLER-CONDITIONS.
           IF AM-LIMITE IS NOT NUMERIC OR AM-LIMITE = ZERO
              MOVE "LIMITE INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AM-DATE IS NOT NUMERIC OR AM-DATE NOT > WS-DATE-JOUR
              MOVE "ECHEANCE INVALIDE OU PASSEE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AM-TAUX IS NOT NUMERIC OR AM-TAUX = ZERO
              MOVE "TAUX INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AM-TAUX NOT < WS-TAUX-DEPASSEMENT
              MOVE "TAUX NON INFERIEUR AU TAUX DE DEPASSEMENT"
                 TO WS-MOTIF-REJET
           END-IF

           .

       CONTROLER-RELEVEMENT.
           PERFORM LIRE-AUTORISATION.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF AM-LIMITE IS NOT NUMERIC
              MOVE "LIMITE INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
      *    Montant a zero : annulation, sans autre controle.
           IF AM-LIMITE = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF AM-LIMITE NOT > AU-LIMITE
              MOVE "RELEVEMENT NON SUPERIEUR A LA LIMITE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AM-DATE IS NOT NUMERIC OR AM-DATE < WS-DATE-JOUR
              MOVE "FIN DE RELEVEMENT INVALIDE OU PASSEE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AM-DATE > AU-DATE-ECHEANCE
              MOVE "RELEVEMENT AU-DELA DE L'ECHEANCE"
                 TO WS-MOTIF-REJET
           END-IF

           .

       APPLIQUER-CREATION.
           MOVE "CREATION" TO WS-LIBELLE-ACTION.
           MOVE AM-NUMERO-COMPTE TO AU-NUMERO-COMPTE.
           MOVE AM-LIMITE TO AU-LIMITE.
           MOVE AM-DATE TO AU-DATE-ECHEANCE.
           MOVE AM-TAUX TO AU-TAUX.
           MOVE ZERO TO AU-LIMITE-TEMPO.
           MOVE ZERO TO AU-DATE-FIN-TEMPO.
           MOVE WS-DATE-JOUR TO AU-DATE-MAJ.
           MOVE WS-OPERATEUR TO AU-OPERATEUR.
           WRITE AUTORISATION-REC
              INVALID KEY
                 MOVE "CREATION IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-CREATIONS

           .

       APPLIQUER-MODIFICATION.
           MOVE "MODIFICATION" TO WS-LIBELLE-ACTION.
           MOVE AM-LIMITE TO AU-LIMITE.
           MOVE AM-DATE TO AU-DATE-ECHEANCE.
           MOVE AM-TAUX TO AU-TAUX.
      *    Un relevement en cours qui n'excede plus la nouvelle
      *    limite, ou qui survivrait a l'echeance, tombe.
           IF AU-LIMITE-TEMPO NOT > AU-LIMITE
                 OR AU-DATE-FIN-TEMPO > AU-DATE-ECHEANCE
              MOVE ZERO TO AU-LIMITE-TEMPO
              MOVE ZERO TO AU-DATE-FIN-TEMPO
           END-IF.
           PERFORM REECRIRE-AUTORISATION.
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-COUNT-MODIFICATIONS
           END-IF

           .

       APPLIQUER-RELEVEMENT.
           IF AM-LIMITE = ZERO
              MOVE "ANNUL. RELEV." TO WS-LIBELLE-ACTION
              MOVE ZERO TO AU-LIMITE-TEMPO
              MOVE ZERO TO AU-DATE-FIN-TEMPO
           ELSE
              MOVE "RELEVEMENT" TO WS-LIBELLE-ACTION
              MOVE AM-LIMITE TO AU-LIMITE-TEMPO
              MOVE AM-DATE TO AU-DATE-FIN-TEMPO
           END-IF.
           PERFORM REECRIRE-AUTORISATION.
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-COUNT-RELEVEMENTS
           END-IF

           .

       APPLIQUER-SUPPRESSION.
           MOVE "SUPPRESSION" TO WS-LIBELLE-ACTION.
           DELETE AUTORISATION-FILE
              INVALID KEY
                 MOVE "SUPPRESSION IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO WS-COUNT-SUPPRESSIONS

           .

       REECRIRE-AUTORISATION.
           MOVE WS-DATE-JOUR TO AU-DATE-MAJ.
           MOVE WS-OPERATEUR TO AU-OPERATEUR.
           REWRITE AUTORISATION-REC
              INVALID KEY
                 MOVE "REECRITURE IMPOSSIBLE" TO WS-MOTIF-REJET
           END-REWRITE

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE AU-LIMITE TO WS-LIMITE-ED.
           MOVE AU-TAUX TO WS-TAUX-ED.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE 1 TO WS-POINTEUR.
           STRING
              "APPLIQUE COMPTE=" AM-NUMERO-COMPTE
              " " WS-LIBELLE-ACTION
              " LIMITE=" WS-LIMITE-ED
              " ECHEANCE=" AU-DATE-ECHEANCE
              " TAUX=" WS-TAUX-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
              WITH POINTER WS-POINTEUR
           END-STRING.
           IF AU-LIMITE-TEMPO > ZERO
              MOVE AU-LIMITE-TEMPO TO WS-LIMITE-ED
              STRING
                 " RELEVEE A" WS-LIMITE-ED
                 " JUSQU'AU " AU-DATE-FIN-TEMPO
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
                 WITH POINTER WS-POINTEUR
              END-STRING
           END-IF.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   COMPTE=" AM-NUMERO-COMPTE
              " ACTION=" AM-ACTION
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

           MOVE WS-COUNT-CREATIONS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CREATIONS           =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-MODIFICATIONS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MODIFICATIONS       =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-RELEVEMENTS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "RELEVEMENTS         =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-SUPPRESSIONS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "SUPPRESSIONS        =" WS-COUNT-ED
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
