       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBLAGE.

      *> Criblage de nuit du maitre clients contre la liste
      *> reglementaire sanctions.in (sanctions et personnes
      *> politiquement exposees) : chaque client actif ou suspendu
      *> de clients.idx passe par CriblerClient - normalisation des
      *> noms, correspondance exacte ou approchee - qui ouvre les
      *> cas dans criblage-cas.idx. Une inscription ajoutee ou
      *> modifiee dans la journee est donc rapprochee de tout le
      *> portefeuille des la nuit suivante ; les faux positifs deja
      *> leves par la conformite ne ressortent pas.
      *>
      *> L'etat criblage.rpt liste ensuite tous les cas encore
      *> ouverts, les cas du jour marques NOUVEAU, a trancher dans
      *> CRIBMNT. Liste illisible : arret en code retour 8, la
      *> nuit ne doit pas passer pour criblee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT CAS-FILE ASSIGN TO "Data/ops/criblage-cas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CLE
               FILE STATUS IS WS-CAS-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/ops/criblage.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  CAS-FILE.
           COPY CRIBLAGE-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-CAS-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-CRIBLES      PIC 9(5) VALUE 0.
       01  WS-COUNT-NOUVEAUX     PIC 9(5) VALUE 0.
       01  WS-COUNT-OUVERTS      PIC 9(5) VALUE 0.
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-PROGRAMME          PIC X(10) VALUE "CRIBLAGE".
       01  WS-RESULTAT           PIC X VALUE "N".
       01  WS-NB-CAS             PIC 99.
       01  WS-LIBELLE-LISTE      PIC X(9).
       01  WS-MENTION            PIC X(8).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CRIBLAGE START ===".
           MOVE "CRIBLAGE" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-NOUVEAUX
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ CLIENT-MASTER NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CL-ACTIF OF CLIENT-MASTER-REC
                          OR CL-SUSPENDU OF CLIENT-MASTER-REC
                       PERFORM CRIBLER-CLIENT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CLIENT-MASTER.

           IF WS-RESULTAT = "I"
              CLOSE RAPPORT-FILE
              DISPLAY "LISTE DE CRIBLAGE ILLISIBLE, TRAITEMENT ARRETE"
              MOVE "LISTE DE CRIBLAGE ILLISIBLE" TO
                 WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-CRIBLES
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM EDITER-CAS-OUVERTS.

           CLOSE RAPPORT-FILE.

           DISPLAY "CLIENTS CRIBLES=" WS-COUNT-CRIBLES
              " NOUVEAUX CAS=" WS-COUNT-NOUVEAUX
              " CAS OUVERTS=" WS-COUNT-OUVERTS.
           MOVE "CRIBLAGE" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-NOUVEAUX > ZERO
              MOVE "NOUVEAUX CAS DE CRIBLAGE" TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-NOUVEAUX
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-NOUVEAUX
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== CRIBLAGE END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CRIBLER-CLIENT.
           CALL "CriblerClient" USING WS-PROGRAMME
              CL-ID OF CLIENT-MASTER-REC CL-NAME OF CLIENT-MASTER-REC
              WS-RESULTAT WS-NB-CAS.
           IF WS-RESULTAT = "I"
              SET EOF TO TRUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-CRIBLES.
           ADD WS-NB-CAS TO WS-COUNT-NOUVEAUX

           .

       EDITER-CAS-OUVERTS.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAS DE CRIBLAGE OUVERTS - ARRETE LE " WS-DATE-JOUR
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           OPEN INPUT CAS-FILE.
           IF WS-CAS-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL EOF
                 READ CAS-FILE NEXT RECORD
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       IF CB-OUVERT
                          PERFORM EDITER-CAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAS-FILE
           END-IF.

           MOVE WS-COUNT-CRIBLES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CLIENTS CRIBLES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-NOUVEAUX TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "NOUVEAUX CAS=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-OUVERTS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CAS OUVERTS A TRANCHER=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-CAS.
           ADD 1 TO WS-COUNT-OUVERTS.
           IF CB-SANCTION
              MOVE "SANCTIONS" TO WS-LIBELLE-LISTE
           ELSE
              MOVE "PPE" TO WS-LIBELLE-LISTE
           END-IF.
           MOVE SPACES TO WS-MENTION.
           IF CB-DATE-DETECTION = WS-DATE-JOUR
              MOVE " NOUVEAU" TO WS-MENTION
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "  CLIENT=" CB-ID-CLIENT
              " " CB-NOM-CLIENT
              " LISTE=" WS-LIBELLE-LISTE
              " REF=" CB-REFERENCE
              " " CB-NOM-LISTE
              " CORR=" CB-CORRESPONDANCE
              " DU " CB-DATE-DETECTION
              WS-MENTION
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
