       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTDEP.

      *> Etat quotidien des depassements de limite de decouvert,
      *> passe apres COMPTMAJ sur les soldes du jour : chaque compte
      *> courant dont le debit excede la limite autorisee du jour
      *> (autorisation de autorisations.idx tenue par COMPTAUT,
      *> relevement temporaire compris ; zero sans autorisation ou
      *> apres l'echeance) sort dans depassements.rpt avec le
      *> depassement du jour, le nombre de jours consecutifs en
      *> depassement et le plus fort depassement de la periode.
      *> Le suivi d'un jour sur l'autre est tenu dans
      *> depassements.idx : un compte y entre le premier jour du
      *> depassement et en sort, signale REGULARISE, le jour ou son
      *> debit revient dans la limite.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT AUTORISATION-FILE
                 ASSIGN TO "Data/compte/autorisations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-NUMERO-COMPTE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT DEPASSEMENT-FILE
                 ASSIGN TO "Data/compte/depassements.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NUMERO-COMPTE
               FILE STATUS IS WS-DEP-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/compte/depassements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  AUTORISATION-FILE.
           COPY AUTORISATION-REC.

       FD  DEPASSEMENT-FILE.
           COPY DEPASSEMENT-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-AUT-STATUS         PIC XX VALUE "00".
       01  WS-DEP-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-AUT-DISPO          PIC X  VALUE "N".
           88  AUTORISATIONS-DISPO        VALUE "Y".
       01  WS-DEP-TROUVE         PIC X  VALUE "N".
           88  DEPASSEMENT-TROUVE         VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DEBIT              PIC S9(9)V99.
       01  WS-LIMITE-EFFECTIVE   PIC 9(7)V99.
       01  WS-DEPASSEMENT        PIC 9(9)V99.

       01  WS-COUNT-COMPTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-DEPASSEMENTS PIC 9(5) VALUE 0.
       01  WS-COUNT-NOUVEAUX     PIC 9(5) VALUE 0.
       01  WS-COUNT-REGULARISES  PIC 9(5) VALUE 0.
       01  WS-TOTAL-DEPASSEMENT  PIC 9(9)V99 VALUE 0.

       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-LIMITE-ED          PIC Z(6)9,99.
       01  WS-DEPASSEMENT-ED     PIC Z(8)9,99.
       01  WS-MAX-ED             PIC Z(8)9,99.
       01  WS-JOURS-ED           PIC ZZZZ9.
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-TOTAL-ED           PIC Z(8)9,99.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTDEP START ===".
           MOVE "COMPTDEP" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-DEPASSEMENTS
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sans fichier des autorisations, toute limite est a zero :
      *    chaque compte debiteur est en depassement.
           OPEN INPUT AUTORISATION-FILE.
           IF WS-AUT-STATUS = "00"
              SET AUTORISATIONS-DISPO TO TRUE
           END-IF.

           OPEN I-O DEPASSEMENT-FILE.
           IF WS-DEP-STATUS = "35"
              OPEN OUTPUT DEPASSEMENT-FILE
              CLOSE DEPASSEMENT-FILE
              OPEN I-O DEPASSEMENT-FILE
           END-IF.
           IF WS-DEP-STATUS NOT = "00"
              DISPLAY "DEPASSEMENT-FILE OPEN ERROR, STATUS="
                 WS-DEP-STATUS
              CLOSE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE COMPTE-FILE DEPASSEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING "DEPASSEMENTS DE LIMITE DE DECOUVERT DU "
              WS-DATE-JOUR
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-COMPTES
                    PERFORM CONTROLER-COMPTE
              END-READ
           END-PERFORM.

           PERFORM EDITER-TOTAUX.

           CLOSE COMPTE-FILE DEPASSEMENT-FILE RAPPORT-FILE.
           IF AUTORISATIONS-DISPO
              CLOSE AUTORISATION-FILE
           END-IF.

           MOVE WS-TOTAL-DEPASSEMENT TO WS-TOTAL-ED.
           DISPLAY "COMPTES=" WS-COUNT-COMPTES
              " DEPASSEMENTS=" WS-COUNT-DEPASSEMENTS
              " NOUVEAUX=" WS-COUNT-NOUVEAUX
              " REGULARISES=" WS-COUNT-REGULARISES
              " TOTAL=" WS-TOTAL-ED.
           MOVE "COMPTES EN DEPASSEMENT DE LIMITE"
              TO WS-JOURNAL-EVENEMENT.
           IF WS-COUNT-DEPASSEMENTS > ZERO
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
           END-IF.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-DEPASSEMENTS
              WS-JOURNAL-SEVERITE.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-DEPASSEMENTS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTDEP END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CONTROLER-COMPTE.
           MOVE ZERO TO WS-DEBIT.
           IF CP-SOLDE < ZERO
              COMPUTE WS-DEBIT = ZERO - CP-SOLDE
           END-IF.
           PERFORM CALCULER-LIMITE.

           MOVE CP-NUMERO-COMPTE TO DP-NUMERO-COMPTE.
           READ DEPASSEMENT-FILE
              INVALID KEY
                 MOVE "N" TO WS-DEP-TROUVE
              NOT INVALID KEY
                 SET DEPASSEMENT-TROUVE TO TRUE
           END-READ.

           IF WS-DEBIT > WS-LIMITE-EFFECTIVE
              COMPUTE WS-DEPASSEMENT = WS-DEBIT - WS-LIMITE-EFFECTIVE
              PERFORM SUIVRE-DEPASSEMENT
              PERFORM ECRIRE-DEPASSEMENT
           ELSE
              IF DEPASSEMENT-TROUVE
                 PERFORM ECRIRE-REGULARISATION
                 DELETE DEPASSEMENT-FILE
                    INVALID KEY
                       DISPLAY "DELETE IMPOSSIBLE, COMPTE="
                          DP-NUMERO-COMPTE " STATUS=" WS-DEP-STATUS
                 END-DELETE
              END-IF
           END-IF

           .

      *> Limite du jour : celle de l'autorisation tant qu'elle n'est
      *> pas echue, portee au relevement temporaire s'il court
      *> encore et s'il est plus haut.
       CALCULER-LIMITE.
           MOVE ZERO TO WS-LIMITE-EFFECTIVE.
           IF NOT AUTORISATIONS-DISPO
              EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUMERO-COMPTE TO AU-NUMERO-COMPTE.
           READ AUTORISATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF AU-DATE-ECHEANCE < WS-DATE-JOUR
              EXIT PARAGRAPH
           END-IF.
           MOVE AU-LIMITE TO WS-LIMITE-EFFECTIVE.
           IF AU-DATE-FIN-TEMPO NOT < WS-DATE-JOUR
                 AND AU-LIMITE-TEMPO > WS-LIMITE-EFFECTIVE
              MOVE AU-LIMITE-TEMPO TO WS-LIMITE-EFFECTIVE
           END-IF

           .

      *> Jours consecutifs comptes depuis le premier jour du
      *> depassement, date de traitement incluse ; une relance du
      *> meme jour retrouve donc le meme compte.
       SUIVRE-DEPASSEMENT.
           ADD 1 TO WS-COUNT-DEPASSEMENTS.
           ADD WS-DEPASSEMENT TO WS-TOTAL-DEPASSEMENT.

           IF NOT DEPASSEMENT-TROUVE
              ADD 1 TO WS-COUNT-NOUVEAUX
              MOVE CP-NUMERO-COMPTE TO DP-NUMERO-COMPTE
              MOVE WS-DATE-JOUR TO DP-DATE-DEBUT
              MOVE WS-DATE-JOUR TO DP-DATE-DERNIER
              MOVE 1 TO DP-JOURS
              MOVE WS-DEPASSEMENT TO DP-DEPASSEMENT-MAX
              MOVE WS-LIMITE-EFFECTIVE TO DP-LIMITE
              WRITE DEPASSEMENT-REC
                 INVALID KEY
                    DISPLAY "WRITE IMPOSSIBLE, COMPTE="
                       DP-NUMERO-COMPTE " STATUS=" WS-DEP-STATUS
              END-WRITE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO DP-DATE-DERNIER.
           COMPUTE DP-JOURS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              - FUNCTION INTEGER-OF-DATE(DP-DATE-DEBUT) + 1.
           IF WS-DEPASSEMENT > DP-DEPASSEMENT-MAX
              MOVE WS-DEPASSEMENT TO DP-DEPASSEMENT-MAX
           END-IF.
           MOVE WS-LIMITE-EFFECTIVE TO DP-LIMITE.
           REWRITE DEPASSEMENT-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                    DP-NUMERO-COMPTE " STATUS=" WS-DEP-STATUS
           END-REWRITE

           .

       ECRIRE-DEPASSEMENT.
           MOVE CP-SOLDE TO WS-SOLDE-ED.
           MOVE WS-LIMITE-EFFECTIVE TO WS-LIMITE-ED.
           MOVE WS-DEPASSEMENT TO WS-DEPASSEMENT-ED.
           MOVE DP-DEPASSEMENT-MAX TO WS-MAX-ED.
           MOVE DP-JOURS TO WS-JOURS-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "DEPASSEMENT COMPTE=" CP-NUMERO-COMPTE
              " CLIENT=" CP-ID-CLIENT
              " SOLDE=" WS-SOLDE-ED
              " LIMITE=" WS-LIMITE-ED
              " DEPASSE=" WS-DEPASSEMENT-ED
              " JOURS=" WS-JOURS-ED
              " MAX=" WS-MAX-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REGULARISATION.
           ADD 1 TO WS-COUNT-REGULARISES.
           MOVE DP-DEPASSEMENT-MAX TO WS-MAX-ED.
           MOVE DP-JOURS TO WS-JOURS-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REGULARISE  COMPTE=" CP-NUMERO-COMPTE
              " CLIENT=" CP-ID-CLIENT
              " DEPASSEMENT DU " DP-DATE-DEBUT
              " JOURS=" WS-JOURS-ED
              " MAX=" WS-MAX-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-TOTAUX.
           MOVE WS-COUNT-DEPASSEMENTS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "COMPTES EN DEPASSEMENT =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-NOUVEAUX TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DONT NOUVEAUX          =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REGULARISES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "COMPTES REGULARISES    =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-TOTAL-DEPASSEMENT TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "TOTAL DES DEPASSEMENTS =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
