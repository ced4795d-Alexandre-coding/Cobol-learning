       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQOPP.

      *> Etat hebdomadaire des presentations de cheques en
      *> opposition : chaque cheque rejete par COMPTMAJ parce qu'il
      *> tombait dans une opposition de oppositions.idx a ete trace
      *> dans cheques-opposes.log ; les presentations des sept
      *> derniers jours, date de traitement incluse, sortent dans
      *> cheques-opposes.rpt avec le nom du client, le motif et la
      *> date de l'opposition, puis le nombre et le montant total
      *> des cheques presentes. Le journal passe en AVERTISSEMENT
      *> des qu'une presentation figure a l'etat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTATION-FILE
                 ASSIGN TO "Data/compte/cheques-opposes.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compte/cheques-opposes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTATION-FILE.
           COPY PRESENTATION-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRS-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-PRS-DISPO          PIC X  VALUE "N".
           88  PRESENTATIONS-DISPO        VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-DEBUT         PIC 9(8).
       01  WS-NOM-CLIENT         PIC X(20).
       01  WS-LIBELLE-MOTIF      PIC X(13).

       01  WS-COUNT-LUES         PIC 9(5) VALUE 0.
       01  WS-COUNT-PRESENTES    PIC 9(5) VALUE 0.
       01  WS-TOTAL-PRESENTE     PIC 9(9)V99 VALUE 0.

       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-TOTAL-ED           PIC Z(8)9,99.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CHEQOPP START ===".
           MOVE "CHEQOPP" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PRESENTES
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
      *    Semaine glissante : les six jours qui precedent la date
      *    de traitement, plus celle-ci.
           COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 6).

      *    Sans trace des presentations, aucun cheque en opposition
      *    n'a ete presente : l'etat sort vide.
           OPEN INPUT PRESENTATION-FILE.
           IF WS-PRS-STATUS = "00"
              SET PRESENTATIONS-DISPO TO TRUE
           ELSE
              SET EOF TO TRUE
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              IF PRESENTATIONS-DISPO
                 CLOSE PRESENTATION-FILE
              END-IF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE CLIENT-MASTER
              IF PRESENTATIONS-DISPO
                 CLOSE PRESENTATION-FILE
              END-IF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING "CHEQUES EN OPPOSITION PRESENTES DU "
              WS-DATE-DEBUT " AU " WS-DATE-JOUR
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM UNTIL EOF
              READ PRESENTATION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUES
                    IF PS-DATE-OPERATION NOT < WS-DATE-DEBUT
                          AND PS-DATE-OPERATION NOT > WS-DATE-JOUR
                       PERFORM ECRIRE-PRESENTATION
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM EDITER-TOTAUX.

           IF PRESENTATIONS-DISPO
              CLOSE PRESENTATION-FILE
           END-IF.
           CLOSE CLIENT-MASTER RAPPORT-FILE.

           MOVE WS-TOTAL-PRESENTE TO WS-TOTAL-ED.
           DISPLAY "PRESENTATIONS LUES=" WS-COUNT-LUES
              " DE LA SEMAINE=" WS-COUNT-PRESENTES
              " TOTAL=" WS-TOTAL-ED.
           MOVE "CHEQUES EN OPPOSITION PRESENTES"
              TO WS-JOURNAL-EVENEMENT.
           IF WS-COUNT-PRESENTES > ZERO
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
           END-IF.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PRESENTES
              WS-JOURNAL-SEVERITE.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PRESENTES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== CHEQOPP END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ECRIRE-PRESENTATION.
           ADD 1 TO WS-COUNT-PRESENTES.
           ADD PS-MONTANT TO WS-TOTAL-PRESENTE.

           MOVE PS-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU" TO WS-NOM-CLIENT
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
           END-READ.

           EVALUATE PS-MOTIF-OPPOSITION
              WHEN "P"
                 MOVE "PERTE" TO WS-LIBELLE-MOTIF
              WHEN "V"
                 MOVE "VOL" TO WS-LIBELLE-MOTIF
              WHEN "F"
                 MOVE "FRAUDE" TO WS-LIBELLE-MOTIF
              WHEN "J"
                 MOVE "JUDICIAIRE" TO WS-LIBELLE-MOTIF
              WHEN OTHER
                 MOVE "AUTRE" TO WS-LIBELLE-MOTIF
           END-EVALUATE.

           MOVE PS-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "PRESENTE LE " PS-DATE-OPERATION
              " COMPTE=" PS-NUMERO-COMPTE
              " CLIENT=" PS-ID-CLIENT
              " " WS-NOM-CLIENT
              " CHEQUE=" PS-NUMERO-CHEQUE
              " MONTANT=" WS-MONTANT-ED
              " OPPOSITION " WS-LIBELLE-MOTIF
              " DU " PS-DATE-OPPOSITION
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-TOTAUX.
           MOVE WS-COUNT-PRESENTES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CHEQUES PRESENTES      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-TOTAL-PRESENTE TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MONTANT TOTAL          =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
