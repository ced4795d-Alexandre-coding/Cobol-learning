
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

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-EOF-PRETS          PIC X.
       01  WS-EOF-COMPTES        PIC X.
       01  WS-COUNT-COMPTES      PIC 9(3).

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-TRAITES      PIC 9(5) VALUE 0.

       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-SOLDE-EPARGNE-ED   PIC Z(8)9,99.
       01  WS-FIN-EPARGNE        PIC X.
       01  WS-EPARGNE-TROUVEE    PIC X.
       01  WS-SOLDE-PRET-ED      PIC Z(7)9,99.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
           WRITE SUCCESSION-LINE.

           IF WS-CPT-STATUS = "00"
              PERFORM LISTER-COMPTES-DEFUNT
           END-IF.

           IF WS-EPA-STATUS = "00"
              MOVE DD-ID-CLIENT TO EP-ID-CLIENT
              MOVE LOW-VALUES TO EP-PRODUIT
              MOVE "N" TO WS-FIN-EPARGNE
              MOVE "N" TO WS-EPARGNE-TROUVEE
              START COMPTE-EPARGNE KEY NOT < EP-CLE
                 INVALID KEY
                    MOVE "Y" TO WS-FIN-EPARGNE
              END-START
              PERFORM UNTIL WS-FIN-EPARGNE = "Y"
                 READ COMPTE-EPARGNE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-FIN-EPARGNE
                    NOT AT END
                       IF EP-ID-CLIENT NOT = DD-ID-CLIENT
                          MOVE "Y" TO WS-FIN-EPARGNE
                       ELSE
                          MOVE "Y" TO WS-EPARGNE-TROUVEE
                          MOVE EP-SOLDE TO WS-SOLDE-EPARGNE-ED
                          MOVE SPACES TO SUCCESSION-LINE
                          STRING
                             "  EPARGNE " EP-PRODUIT
                             " : SOLDE=" WS-SOLDE-EPARGNE-ED
                             DELIMITED BY SIZE
                             INTO SUCCESSION-LINE
                          END-STRING
                          WRITE SUCCESSION-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-EPARGNE-TROUVEE = "N"
                 MOVE "  EPARGNE : NEANT" TO SUCCESSION-LINE
                 WRITE SUCCESSION-LINE
              END-IF
           END-IF.

           IF WS-PORT-STATUS = "00"
           END-PERFORM

           .

      *> Chaque compte courant dont le defunt est titulaire
      *> principal, par la cle secondaire du fichier des comptes ;
      *> le type signale au notaire les comptes joints.
       LISTER-COMPTES-DEFUNT.
           MOVE ZERO TO WS-COUNT-COMPTES.
           MOVE "N" TO WS-EOF-COMPTES.
           MOVE DD-ID-CLIENT TO CP-ID-CLIENT.
           START COMPTE-FILE KEY NOT < CP-ID-CLIENT
              INVALID KEY
                 MOVE "Y" TO WS-EOF-COMPTES
           END-START.

           PERFORM UNTIL WS-EOF-COMPTES = "Y"
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-COMPTES
                 NOT AT END
                    IF CP-ID-CLIENT NOT = DD-ID-CLIENT
                       MOVE "Y" TO WS-EOF-COMPTES
                    ELSE
                       ADD 1 TO WS-COUNT-COMPTES
                       MOVE CP-SOLDE TO WS-SOLDE-ED
                       MOVE SPACES TO SUCCESSION-LINE
                       STRING
                          "  COMPTE COURANT " CP-NUMERO-COMPTE
                          " TYPE=" CP-TYPE-COMPTE
                          " : SOLDE=" WS-SOLDE-ED
                          DELIMITED BY SIZE
                          INTO SUCCESSION-LINE
                       END-STRING
                       WRITE SUCCESSION-LINE
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-COUNT-COMPTES = ZERO
              MOVE "  COMPTE COURANT : NEANT" TO SUCCESSION-LINE
              WRITE SUCCESSION-LINE
           END-IF

           .
