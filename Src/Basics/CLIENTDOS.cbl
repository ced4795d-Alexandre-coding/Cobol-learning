
           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "Data/pret/historique.out"
           05  AL-ACTION         PIC X(10).
           05  FILLER            PIC X.
           05  AL-ID-CLIENT      PIC X(6).
           05  AL-SUITE          PIC X(297).

       FD  PORTEFEUILLE.
           COPY PRET-REC.
       01  HISTORY-LINE          PIC X(110).

       FD  CORRESP-FILE.
       01  CORRESP-LINE          PIC X(160).

       FD  DOSSIER-FILE.
       01  DOSSIER-LINE          PIC X(150).
       01  WS-NB-COURRIERS       PIC 9(5) VALUE 0.
       01  WS-SECTION-COMPTE     PIC X(12).
       01  WS-SECTION-EPARGNE    PIC X(12).
       01  WS-FIN-EPARGNE        PIC X.

       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-SOLDE-EPARGNE-ED   PIC Z(8)9,99.
           MOVE "NEANT" TO WS-SECTION-COMPTE.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS = "00"
      *       Tous les comptes dont le client est titulaire
      *       principal, par la cle secondaire.
              MOVE "N" TO WS-EOF
              MOVE WS-ID-CHERCHE TO CP-ID-CLIENT
              START COMPTE-FILE KEY NOT < CP-ID-CLIENT
                 INVALID KEY
                    SET EOF TO TRUE
              END-START
              PERFORM UNTIL EOF
                 READ COMPTE-FILE NEXT RECORD
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       IF CP-ID-CLIENT NOT = WS-ID-CHERCHE
                          SET EOF TO TRUE
                       ELSE
                          MOVE "PRESENT" TO WS-SECTION-COMPTE
                          MOVE CP-SOLDE TO WS-SOLDE-ED
                          MOVE SPACES TO DOSSIER-LINE
                          STRING
                             "  COMPTE COURANT " CP-NUMERO-COMPTE
                             " TYPE=" CP-TYPE-COMPTE
                             " : SOLDE=" WS-SOLDE-ED
                             " DERNIER MOUVEMENT=" CP-DATE-DERN-MVT
                             DELIMITED BY SIZE
                             INTO DOSSIER-LINE
                          END-STRING
                          WRITE DOSSIER-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-SECTION-COMPTE = "NEANT"
                 MOVE "  COMPTE COURANT : NEANT" TO DOSSIER-LINE
                 WRITE DOSSIER-LINE
              END-IF
              CLOSE COMPTE-FILE
           ELSE
              MOVE "  COMPTE COURANT : FICHIER INDISPONIBLE"
           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS = "00"
              MOVE WS-ID-CHERCHE TO EP-ID-CLIENT
              MOVE LOW-VALUES TO EP-PRODUIT
              MOVE "N" TO WS-FIN-EPARGNE
              START COMPTE-EPARGNE KEY NOT < EP-CLE
                 INVALID KEY
                    MOVE "Y" TO WS-FIN-EPARGNE
              END-START
              PERFORM UNTIL WS-FIN-EPARGNE = "Y"
                 READ COMPTE-EPARGNE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-FIN-EPARGNE
                    NOT AT END
                       IF EP-ID-CLIENT NOT = WS-ID-CHERCHE
                          MOVE "Y" TO WS-FIN-EPARGNE
                       ELSE
                          MOVE "PRESENT" TO WS-SECTION-EPARGNE
                          MOVE EP-SOLDE TO WS-SOLDE-EPARGNE-ED
                          MOVE EP-TAUX TO WS-TAUX-ED
                          MOVE SPACES TO DOSSIER-LINE
                          STRING
                             "  EPARGNE " EP-PRODUIT
                             " : SOLDE=" WS-SOLDE-EPARGNE-ED
                             " TAUX=" WS-TAUX-ED "%"
                             " STATUT=" EP-STATUT
                             DELIMITED BY SIZE
                             INTO DOSSIER-LINE
                          END-STRING
                          WRITE DOSSIER-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-SECTION-EPARGNE = "NEANT"
                 MOVE "  EPARGNE : NEANT" TO DOSSIER-LINE
                 WRITE DOSSIER-LINE
              END-IF
              CLOSE COMPTE-EPARGNE
           ELSE
              MOVE "  EPARGNE : FICHIER INDISPONIBLE"
