       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQMNT.

      *> Maintenance par lot des chequiers delivres (chequiers.idx)
      *> et des oppositions sur cheques (oppositions.idx), sur le
      *> modele de COMPTAUT : chaque mouvement de cheques-mvt.in
      *> cite un numero de compte et une plage de numeros de cheque
      *> (dernier numero a zero = un seul cheque).
      *>   E = emission d'un chequier : le compte doit exister et
      *>       etre ouvert, la plage ne pas chevaucher un chequier
      *>       deja delivre au compte ;
      *>   O = opposition : perte, vol, utilisation frauduleuse ou
      *>       procedure judiciaire, sur des cheques delivres au
      *>       compte et pas deja en opposition ;
      *>   L = mainlevee de l'opposition qui commence au premier
      *>       numero du mouvement.
      *> La date du mouvement (zero = date de traitement) est celle
      *> de l'emission ou de l'opposition. COMPTMAJ s'appuie sur les
      *> deux registres pour refuser les cheques non delivres ou en
      *> opposition. Applique ou rejete, chaque mouvement laisse une
      *> ligne dans cheques-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/compte/cheques-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT CHEQUIER-FILE ASSIGN TO "Data/compte/chequiers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CLE
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT OPPOSITION-FILE
                 ASSIGN TO "Data/compte/oppositions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLE
               FILE STATUS IS WS-OPP-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compte/cheques-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> CM-MOTIF n'est lu que pour une opposition.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  CM-ACTION         PIC X.
               88  CM-EMISSION   VALUE "E".
               88  CM-OPPOSITION VALUE "O".
               88  CM-MAINLEVEE  VALUE "L".
           05  CM-NUMERO-COMPTE  PIC 9(8).
           05  CM-PREMIER        PIC 9(7).
           05  CM-DERNIER        PIC 9(7).
           05  CM-MOTIF          PIC X.
           05  CM-DATE           PIC 9(8).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  CHEQUIER-FILE.
           COPY CHEQUIER-REC.

       FD  OPPOSITION-FILE.
           COPY OPPOSITION-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-CHQ-STATUS         PIC XX VALUE "00".
       01  WS-OPP-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-DATE-MVT           PIC 9(8).

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-EMISSIONS    PIC 9(5) VALUE 0.
       01  WS-COUNT-OPPOSITIONS  PIC 9(5) VALUE 0.
       01  WS-COUNT-MAINLEVEES   PIC 9(5) VALUE 0.

      *> Recherche d'un numero de cheque, ou d'une plage, dans les
      *> chequiers ou les oppositions du compte du mouvement.
       01  WS-NUMERO-CHERCHE     PIC 9(7).
       01  WS-RECHERCHE-FIN      PIC X.
       01  WS-RECHERCHE-TROUVE   PIC X.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-LIBELLE-ACTION     PIC X(14).
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-POINTEUR           PIC 9(3).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CHEQMNT START ===".
           MOVE "CHEQMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.

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

           OPEN I-O CHEQUIER-FILE.
           IF WS-CHQ-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT CHEQUIER-FILE
              CLOSE CHEQUIER-FILE
              OPEN I-O CHEQUIER-FILE
           END-IF.
           IF WS-CHQ-STATUS NOT = "00"
              DISPLAY "CHEQUIER-FILE OPEN ERROR, STATUS="
                 WS-CHQ-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O OPPOSITION-FILE.
           IF WS-OPP-STATUS = "35"
              OPEN OUTPUT OPPOSITION-FILE
              CLOSE OPPOSITION-FILE
              OPEN I-O OPPOSITION-FILE
           END-IF.
           IF WS-OPP-STATUS NOT = "00"
              DISPLAY "OPPOSITION-FILE OPEN ERROR, STATUS="
                 WS-OPP-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE CHEQUIER-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE CHEQUIER-FILE
                 OPPOSITION-FILE
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

           CLOSE MOUVEMENT-FILE COMPTE-FILE CHEQUIER-FILE
              OPPOSITION-FILE RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== CHEQMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
              WHEN CM-EMISSION
                 PERFORM CONTROLER-EMISSION
              WHEN CM-OPPOSITION
                 PERFORM CONTROLER-OPPOSITION
              WHEN CM-MAINLEVEE
                 PERFORM LIRE-OPPOSITION
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN CM-EMISSION
                 PERFORM APPLIQUER-EMISSION
              WHEN CM-OPPOSITION
                 PERFORM APPLIQUER-OPPOSITION
              WHEN CM-MAINLEVEE
                 PERFORM APPLIQUER-MAINLEVEE
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           ELSE
              PERFORM ECRIRE-APPLIQUE
           END-IF

           .

      *> Plage du mouvement (un seul cheque si le dernier numero est
      *> a zero) et date d'effet, communes a l'emission et a
      *> l'opposition.
       CONTROLER-PLAGE.
           IF CM-PREMIER IS NOT NUMERIC OR CM-PREMIER = ZERO
              MOVE "PREMIER NUMERO INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF CM-DERNIER IS NOT NUMERIC
              MOVE "DERNIER NUMERO INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF CM-DERNIER = ZERO
              MOVE CM-PREMIER TO CM-DERNIER
           END-IF.
           IF CM-DERNIER < CM-PREMIER
              MOVE "PLAGE DE NUMEROS INVERSEE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF CM-DATE IS NOT NUMERIC OR CM-DATE = ZERO
              MOVE WS-DATE-JOUR TO WS-DATE-MVT
           ELSE
              MOVE CM-DATE TO WS-DATE-MVT
           END-IF.
           IF WS-DATE-MVT > WS-DATE-JOUR
              MOVE "DATE POSTERIEURE AU TRAITEMENT" TO WS-MOTIF-REJET
           END-IF

           .

       CONTROLER-EMISSION.
           MOVE CM-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF CP-CLOS
              MOVE "COMPTE CLOS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-PLAGE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

      *    Les chequiers du compte sont parcourus dans l'ordre des
      *    premiers numeros ; au-dela du dernier numero demande,
      *    aucun ne peut plus chevaucher la plage.
           MOVE "N" TO WS-RECHERCHE-FIN.
           MOVE CM-NUMERO-COMPTE TO CQ-NUMERO-COMPTE.
           MOVE ZERO TO CQ-PREMIER.
           START CHEQUIER-FILE KEY NOT < CQ-CLE
              INVALID KEY
                 MOVE "Y" TO WS-RECHERCHE-FIN
           END-START.
           PERFORM UNTIL WS-RECHERCHE-FIN = "Y"
              READ CHEQUIER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-RECHERCHE-FIN
                 NOT AT END
                    IF CQ-NUMERO-COMPTE NOT = CM-NUMERO-COMPTE
                          OR CQ-PREMIER > CM-DERNIER
                       MOVE "Y" TO WS-RECHERCHE-FIN
                    ELSE
                       IF CQ-DERNIER NOT < CM-PREMIER
                          MOVE "PLAGE DEJA DELIVREE AU COMPTE"
                             TO WS-MOTIF-REJET
                          MOVE "Y" TO WS-RECHERCHE-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

       CONTROLER-OPPOSITION.
           PERFORM CONTROLER-PLAGE.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE CM-MOTIF TO OC-MOTIF.
           IF NOT OC-MOTIF-VALIDE
              MOVE "MOTIF D'OPPOSITION INVALIDE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

      *    Les deux bornes de la plage doivent avoir ete delivrees
      *    au compte.
           MOVE CM-PREMIER TO WS-NUMERO-CHERCHE.
           PERFORM CHERCHER-CHEQUIER.
           IF WS-RECHERCHE-TROUVE = "Y"
              MOVE CM-DERNIER TO WS-NUMERO-CHERCHE
              PERFORM CHERCHER-CHEQUIER
           END-IF.
           IF WS-RECHERCHE-TROUVE = "N"
              MOVE "CHEQUE NON DELIVRE AU COMPTE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RECHERCHE-FIN.
           MOVE CM-NUMERO-COMPTE TO OC-NUMERO-COMPTE.
           MOVE ZERO TO OC-PREMIER.
           START OPPOSITION-FILE KEY NOT < OC-CLE
              INVALID KEY
                 MOVE "Y" TO WS-RECHERCHE-FIN
           END-START.
           PERFORM UNTIL WS-RECHERCHE-FIN = "Y"
              READ OPPOSITION-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-RECHERCHE-FIN
                 NOT AT END
                    IF OC-NUMERO-COMPTE NOT = CM-NUMERO-COMPTE
                          OR OC-PREMIER > CM-DERNIER
                       MOVE "Y" TO WS-RECHERCHE-FIN
                    ELSE
                       IF OC-DERNIER NOT < CM-PREMIER
                          MOVE "CHEQUE DEJA EN OPPOSITION"
                             TO WS-MOTIF-REJET
                          MOVE "Y" TO WS-RECHERCHE-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *> WS-RECHERCHE-TROUVE a "Y" si WS-NUMERO-CHERCHE appartient a
      *> un chequier delivre au compte du mouvement.
       CHERCHER-CHEQUIER.
           MOVE "N" TO WS-RECHERCHE-TROUVE.
           MOVE "N" TO WS-RECHERCHE-FIN.
           MOVE CM-NUMERO-COMPTE TO CQ-NUMERO-COMPTE.
           MOVE ZERO TO CQ-PREMIER.
           START CHEQUIER-FILE KEY NOT < CQ-CLE
              INVALID KEY
                 MOVE "Y" TO WS-RECHERCHE-FIN
           END-START.
           PERFORM UNTIL WS-RECHERCHE-FIN = "Y"
              READ CHEQUIER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-RECHERCHE-FIN
                 NOT AT END
                    IF CQ-NUMERO-COMPTE NOT = CM-NUMERO-COMPTE
                          OR CQ-PREMIER > WS-NUMERO-CHERCHE
                       MOVE "Y" TO WS-RECHERCHE-FIN
                    ELSE
                       IF CQ-DERNIER NOT < WS-NUMERO-CHERCHE
                          MOVE "Y" TO WS-RECHERCHE-TROUVE
                          MOVE "Y" TO WS-RECHERCHE-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

       LIRE-OPPOSITION.
           MOVE CM-NUMERO-COMPTE TO OC-NUMERO-COMPTE.
           MOVE CM-PREMIER TO OC-PREMIER.
           READ OPPOSITION-FILE
              INVALID KEY
                 MOVE "OPPOSITION INEXISTANTE" TO WS-MOTIF-REJET
           END-READ

           .

       APPLIQUER-EMISSION.
           MOVE "EMISSION" TO WS-LIBELLE-ACTION.
           MOVE CM-NUMERO-COMPTE TO CQ-NUMERO-COMPTE.
           MOVE CM-PREMIER TO CQ-PREMIER.
           MOVE CM-DERNIER TO CQ-DERNIER.
           MOVE WS-DATE-MVT TO CQ-DATE-EMISSION.
           MOVE WS-OPERATEUR TO CQ-OPERATEUR.
           WRITE CHEQUIER-REC
              INVALID KEY
                 MOVE "EMISSION IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-EMISSIONS

           .

       APPLIQUER-OPPOSITION.
           MOVE "OPPOSITION" TO WS-LIBELLE-ACTION.
           MOVE CM-NUMERO-COMPTE TO OC-NUMERO-COMPTE.
           MOVE CM-PREMIER TO OC-PREMIER.
           MOVE CM-DERNIER TO OC-DERNIER.
           MOVE CM-MOTIF TO OC-MOTIF.
           MOVE WS-DATE-MVT TO OC-DATE.
           MOVE WS-OPERATEUR TO OC-OPERATEUR.
           WRITE OPPOSITION-REC
              INVALID KEY
                 MOVE "OPPOSITION IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-OPPOSITIONS

           .

       APPLIQUER-MAINLEVEE.
           MOVE "MAINLEVEE" TO WS-LIBELLE-ACTION.
      *    La plage levee est celle de l'opposition enregistree.
           MOVE OC-DERNIER TO CM-DERNIER.
           DELETE OPPOSITION-FILE
              INVALID KEY
                 MOVE "MAINLEVEE IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO WS-COUNT-MAINLEVEES

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE 1 TO WS-POINTEUR.
           STRING
              "APPLIQUE COMPTE=" CM-NUMERO-COMPTE
              " " WS-LIBELLE-ACTION
              " CHEQUES " CM-PREMIER
              " A " CM-DERNIER
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
              WITH POINTER WS-POINTEUR
           END-STRING.
           IF CM-OPPOSITION
              STRING
                 " MOTIF=" CM-MOTIF
                 " DATE=" WS-DATE-MVT
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
              "REJETE   COMPTE=" CM-NUMERO-COMPTE
              " ACTION=" CM-ACTION
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

           MOVE WS-COUNT-EMISSIONS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CHEQUIERS EMIS      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-OPPOSITIONS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "OPPOSITIONS         =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-MAINLEVEES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MAINLEVEES          =" WS-COUNT-ED
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
