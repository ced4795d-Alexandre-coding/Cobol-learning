       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistreRecu.
       AUTHOR. moi.

      *> Sous-programme reutilisable : registre permanent des
      *> fichiers d'interface recus et imputes (fichiers-recus.ctl,
      *> en ajout pur). Un fichier y est identifie par son nom, sa
      *> date (date d'entete, ou a defaut la plus recente date de
      *> ses enregistrements), son nombre d'enregistrements et son
      *> total de controle.
      *>
      *> Au "C" (controle, avant imputation), un fichier de meme
      *> identite deja inscrit est refuse (RR-REPONSE "N") et le
      *> refus journalise en ERREUR : c'est ce qui empeche une
      *> remise deposee deux fois d'etre imputee deux fois. A
      *> l'"E" (enregistrement, apres imputation), le fichier est
      *> inscrit avec le programme et la date de traitement.
      *> Un fichier vide n'est ni controle ni inscrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECU-FILE ASSIGN TO "Data/ops/fichiers-recus.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECU-FILE.
       01  RECU-LINE.
           05  FR-FICHIER        PIC X(40).
           05  FILLER            PIC X.
           05  FR-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  FR-NOMBRE         PIC 9(7).
           05  FILLER            PIC X.
           05  FR-TOTAL          PIC 9(13)V99.
           05  FILLER            PIC X.
           05  FR-PROGRAMME      PIC X(10).
           05  FILLER            PIC X.
           05  FR-DATE-TRAITEMENT PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RECU-STATUS        PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-DATE-TRAITEMENT    PIC 9(8).
       01  WS-DEJA-RECU          PIC X.
       01  WS-DATE-RECU          PIC 9(8).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "ERREUR".
       01  WS-JOURNAL-NB         PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
       01  RR-ACTION             PIC X.
           88  RR-CONTROLE       VALUE "C".
           88  RR-ENREGISTREMENT VALUE "E".
       01  RR-FICHIER            PIC X(40).
       01  RR-DATE               PIC 9(8).
       01  RR-NOMBRE             PIC 9(7).
       01  RR-TOTAL              PIC 9(13)V99.
       01  RR-PROGRAMME          PIC X(10).
       01  RR-REPONSE            PIC X.

       PROCEDURE DIVISION USING RR-ACTION RR-FICHIER RR-DATE
              RR-NOMBRE RR-TOTAL RR-PROGRAMME RR-REPONSE.
           MOVE "O" TO RR-REPONSE.
           IF RR-NOMBRE = ZERO
              GOBACK
           END-IF.
           CALL "DateTraitement" USING WS-DATE-TRAITEMENT.

           EVALUATE TRUE
              WHEN RR-CONTROLE
                 PERFORM CONTROLER-FICHIER
              WHEN RR-ENREGISTREMENT
                 PERFORM INSCRIRE-FICHIER
              WHEN OTHER
                 DISPLAY "RegistreRecu : action inconnue " RR-ACTION
                 MOVE "N" TO RR-REPONSE
           END-EVALUATE.

           GOBACK.

       CONTROLER-FICHIER.
           MOVE "N" TO WS-DEJA-RECU.
           MOVE "N" TO WS-EOF.

           OPEN INPUT RECU-FILE.
           IF WS-RECU-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ RECU-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF FR-FICHIER = RR-FICHIER
                          AND FR-DATE = RR-DATE
                          AND FR-NOMBRE = RR-NOMBRE
                          AND FR-TOTAL = RR-TOTAL
                       MOVE "O" TO WS-DEJA-RECU
                       MOVE FR-DATE-TRAITEMENT TO WS-DATE-RECU
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE RECU-FILE.

           IF WS-DEJA-RECU NOT = "O"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO RR-REPONSE.
           DISPLAY "RegistreRecu : " RR-FICHIER
              " DEJA IMPUTE LE " WS-DATE-RECU
              " (" RR-NOMBRE " ENREGISTREMENTS), FICHIER REFUSE".
           MOVE RR-PROGRAMME TO WS-JOURNAL-PROGRAMME.
           MOVE "FICHIER D'INTERFACE DEJA RECU, REFUSE"
              TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE

           .

       INSCRIRE-FICHIER.
           OPEN EXTEND RECU-FILE.
           IF WS-RECU-STATUS = "35"
              OPEN OUTPUT RECU-FILE
           END-IF.
           IF WS-RECU-STATUS NOT = "00" AND WS-RECU-STATUS NOT = "05"
              DISPLAY "RegistreRecu : registre inaccessible, "
                 "STATUS=" WS-RECU-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RECU-LINE.
           MOVE RR-FICHIER TO FR-FICHIER.
           MOVE RR-DATE TO FR-DATE.
           MOVE RR-NOMBRE TO FR-NOMBRE.
           MOVE RR-TOTAL TO FR-TOTAL.
           MOVE RR-PROGRAMME TO FR-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO FR-DATE-TRAITEMENT.
           WRITE RECU-LINE.
           CLOSE RECU-FILE

           .
