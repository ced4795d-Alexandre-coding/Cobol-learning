       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

      *> Revue mensuelle des dossiers de connaissance client : pour
      *> chaque client actif du maitre clients.idx, le dossier
      *> kyc.idx est recote (CoterKyc - un risque qui monte avance
      *> la prochaine revue), puis retenu s'il est absent, si la
      *> piece d'identite est expiree ou si la revue periodique est
      *> echue a la date de traitement. Les dossiers retenus sortent
      *> classes par agence (CL-AGENCE) dans kyc-revues.rpt avec un
      *> sous-total par agence, et chaque client recoit la demande
      *> de pieces via FusionLettre (kyc.mod) - sauf adresse en
      *> NPAI - la relance etant datee et comptee au dossier. Tant
      *> que le dossier n'est pas remis a jour par KYCMNT, tout
      *> nouveau produit est refuse (ControlerKyc).

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

           SELECT KYC-FILE ASSIGN TO "Data/seq/kyc.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-ID-CLIENT
               FILE STATUS IS WS-KYC-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/seq/kyc-revues.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE
                 ASSIGN TO "Data/seq/kyc-revues.srt".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  KYC-FILE.
           COPY KYC-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-AGENCE         PIC X(3).
           05  SW-ID-CLIENT      PIC 9(6).
           05  SW-NOM            PIC X(20).
           05  SW-MOTIF          PIC X(20).
           05  SW-RISQUE         PIC X.
           05  SW-DATE-LIMITE    PIC 9(8).
           05  SW-ADRESSE-KO     PIC X.
           05  SW-DOSSIER        PIC X.

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-KYC-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SORT-EOF           PIC X  VALUE "N".
           88  SORT-EOF                   VALUE "Y".

       01  WS-COUNT-CLIENTS      PIC 9(5) VALUE 0.
       01  WS-COUNT-ECHUS        PIC 9(5) VALUE 0.
       01  WS-COUNT-RECOTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-LETTRES      PIC 9(5) VALUE 0.
       01  WS-COUNT-AGENCE       PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-AGENCE-COURANTE    PIC X(3).
       01  WS-PREMIERE-AGENCE    PIC X VALUE "Y".
           88  PREMIERE-AGENCE            VALUE "Y".

      *> Cotation recalculee, comparee a celle du dossier.
       01  WS-RISQUE             PIC X.
       01  WS-NB-CAS             PIC 9(3).
       01  WS-NB-PRODUITS        PIC 9(3).
       01  WS-PROCHAINE-REVUE    PIC 9(8).

       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-MENTION-NPAI       PIC X(22).

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/kyc.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/seq/lettres-kyc.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).

       01  WS-DOSSIER-LU         PIC X.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== KYCREV START ===".
           MOVE "KYCREV" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-ECHUS
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : un second
      *    passage renverrait la demande de pieces et compterait
      *    une relance de plus, sauf forcage explicite (cf.
      *    RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O KYC-FILE.
           IF WS-KYC-STATUS = "35"
      *       Aucun dossier encore saisi : le fichier est cree, tous
      *       les clients actifs sortent en dossier absent.
              OPEN OUTPUT KYC-FILE
              CLOSE KYC-FILE
              OPEN I-O KYC-FILE
           END-IF.
           IF WS-KYC-STATUS NOT = "00"
              DISPLAY "KYC-FILE OPEN ERROR, STATUS=" WS-KYC-STATUS
              CLOSE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE CLIENT-MASTER KYC-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-AGENCE SW-ID-CLIENT
              INPUT PROCEDURE IS SELECTION-DOSSIERS
              OUTPUT PROCEDURE IS EDITION-REVUES.

           CLOSE CLIENT-MASTER KYC-FILE RAPPORT-FILE.

           DISPLAY "CLIENTS ACTIFS=" WS-COUNT-CLIENTS
              " DOSSIERS ECHUS=" WS-COUNT-ECHUS
              " RECOTES=" WS-COUNT-RECOTES
              " LETTRES=" WS-COUNT-LETTRES.
           MOVE "KYCREV" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-ECHUS > ZERO
              MOVE "DOSSIERS KYC ECHUS" TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-ECHUS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-ECHUS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== KYCREV END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SELECTION-DOSSIERS.
           PERFORM UNTIL EOF
              READ CLIENT-MASTER NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CL-ACTIF OF CLIENT-MASTER-REC
                       ADD 1 TO WS-COUNT-CLIENTS
                       PERFORM CONTROLER-DOSSIER
                    END-IF
              END-READ
           END-PERFORM

           .

       CONTROLER-DOSSIER.
           MOVE SPACES TO SW-MOTIF.
           MOVE CL-AGENCE OF CLIENT-MASTER-REC TO SW-AGENCE.
           MOVE CL-ID OF CLIENT-MASTER-REC TO SW-ID-CLIENT.
           MOVE CL-NAME OF CLIENT-MASTER-REC TO SW-NOM.
           MOVE CL-ADRESSE-INVALIDE OF CLIENT-MASTER-REC
              TO SW-ADRESSE-KO.

           MOVE CL-ID OF CLIENT-MASTER-REC TO KY-ID-CLIENT.
           READ KYC-FILE
              INVALID KEY
                 MOVE "DOSSIER ABSENT" TO SW-MOTIF
                 MOVE SPACE TO SW-RISQUE
                 MOVE WS-DATE-JOUR TO SW-DATE-LIMITE
                 MOVE "N" TO SW-DOSSIER
           END-READ.
           IF SW-MOTIF NOT = SPACES
              ADD 1 TO WS-COUNT-ECHUS
              RELEASE SORT-WORK-REC
              EXIT PARAGRAPH
           END-IF.

           PERFORM RECOTER-DOSSIER.

           EVALUATE TRUE
              WHEN KY-DATE-EXPIRATION < WS-DATE-JOUR
                 MOVE "PIECE EXPIREE" TO SW-MOTIF
                 MOVE KY-DATE-EXPIRATION TO SW-DATE-LIMITE
              WHEN KY-DATE-PROCHAINE-REVUE <= WS-DATE-JOUR
                 MOVE "REVUE ECHUE" TO SW-MOTIF
                 MOVE KY-DATE-PROCHAINE-REVUE TO SW-DATE-LIMITE
           END-EVALUATE.
           IF SW-MOTIF NOT = SPACES
              MOVE KY-RISQUE TO SW-RISQUE
              MOVE "O" TO SW-DOSSIER
              ADD 1 TO WS-COUNT-ECHUS
              RELEASE SORT-WORK-REC
           END-IF

           .

      *> Les cas de surveillance et les produits detenus evoluent
      *> entre deux revues : la cotation est refaite a chaque
      *> passage, la prochaine revue repartant de la derniere.
       RECOTER-DOSSIER.
           CALL "CoterKyc" USING KY-ID-CLIENT KY-PROFESSION-RISQUE
              KY-DATE-REVUE WS-RISQUE WS-NB-CAS WS-NB-PRODUITS
              WS-PROCHAINE-REVUE.
           IF WS-RISQUE NOT = KY-RISQUE
                 OR WS-NB-CAS NOT = KY-NB-CAS-SURV
                 OR WS-NB-PRODUITS NOT = KY-NB-PRODUITS
              MOVE WS-RISQUE TO KY-RISQUE
              MOVE WS-NB-CAS TO KY-NB-CAS-SURV
              MOVE WS-NB-PRODUITS TO KY-NB-PRODUITS
              MOVE WS-PROCHAINE-REVUE TO KY-DATE-PROCHAINE-REVUE
              MOVE WS-DATE-JOUR TO KY-DATE-MAJ
              MOVE "KYCREV" TO KY-OPERATEUR
              REWRITE KYC-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, CLIENT="
                       KY-ID-CLIENT " STATUS=" WS-KYC-STATUS
              END-REWRITE
              ADD 1 TO WS-COUNT-RECOTES
           END-IF

           .

       EDITION-REVUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "DOSSIERS KYC A REVOIR PAR AGENCE - ARRETE LE "
              WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF NOT PREMIERE-AGENCE
                          AND SW-AGENCE NOT = WS-AGENCE-COURANTE
                       PERFORM EDITER-TOTAL-AGENCE
                    END-IF
                    IF PREMIERE-AGENCE
                          OR SW-AGENCE NOT = WS-AGENCE-COURANTE
                       MOVE "N" TO WS-PREMIERE-AGENCE
                       MOVE SW-AGENCE TO WS-AGENCE-COURANTE
                       MOVE ZERO TO WS-COUNT-AGENCE
                       MOVE SPACES TO RAPPORT-LINE
                       STRING "AGENCE " SW-AGENCE
                          DELIMITED BY SIZE INTO RAPPORT-LINE
                       END-STRING
                       WRITE RAPPORT-LINE
                    END-IF
                    PERFORM EDITER-DOSSIER
              END-RETURN
           END-PERFORM.

           IF NOT PREMIERE-AGENCE
              PERFORM EDITER-TOTAL-AGENCE
           END-IF.

           MOVE WS-COUNT-ECHUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "TOTAL DOSSIERS A REVOIR=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-DOSSIER.
           ADD 1 TO WS-COUNT-AGENCE.
           MOVE SPACES TO WS-MENTION-NPAI.
           IF SW-ADRESSE-KO = "O"
              MOVE " NPAI, PAS DE COURRIER" TO WS-MENTION-NPAI
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "  CLIENT=" SW-ID-CLIENT
              " " SW-NOM
              " MOTIF=" SW-MOTIF
              " RISQUE=" SW-RISQUE
              " DEPUIS=" SW-DATE-LIMITE
              WS-MENTION-NPAI
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           IF SW-ADRESSE-KO NOT = "O"
              PERFORM ECRIRE-DEMANDE-PIECES
           END-IF

           .

       EDITER-TOTAL-AGENCE.
           MOVE WS-COUNT-AGENCE TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "  AGENCE " WS-AGENCE-COURANTE
              " : DOSSIERS A REVOIR=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

      *> Un dossier deja relance a la date de traitement (relance
      *> forcee du meme jour) ne recoit ni seconde lettre ni
      *> relance supplementaire.
       ECRIRE-DEMANDE-PIECES.
           MOVE "N" TO WS-DOSSIER-LU.
           IF SW-DOSSIER = "O"
              MOVE SW-ID-CLIENT TO KY-ID-CLIENT
              READ KYC-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "O" TO WS-DOSSIER-LU
              END-READ
           END-IF.
           IF WS-DOSSIER-LU = "O" AND KY-DATE-RELANCE = WS-DATE-JOUR
              EXIT PARAGRAPH
           END-IF.

           MOVE 4 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE SW-NOM TO WS-PARAM-VALEUR(1).
           MOVE "DATE" TO WS-PARAM-NOM(2).
           MOVE WS-DATE-JOUR TO WS-PARAM-VALEUR(2).
           MOVE "MOTIF" TO WS-PARAM-NOM(3).
           MOVE SW-MOTIF TO WS-PARAM-VALEUR(3).
           MOVE "ECHEANCE" TO WS-PARAM-NOM(4).
           MOVE SW-DATE-LIMITE TO WS-PARAM-VALEUR(4).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              SW-ID-CLIENT.
           ADD 1 TO WS-COUNT-LETTRES.

           IF WS-DOSSIER-LU = "O"
              MOVE WS-DATE-JOUR TO KY-DATE-RELANCE
              ADD 1 TO KY-NB-RELANCES
              REWRITE KYC-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, CLIENT="
                       KY-ID-CLIENT " STATUS=" WS-KYC-STATUS
              END-REWRITE
           END-IF

           .
