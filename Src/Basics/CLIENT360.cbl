      *> par CL-ID assemble ce qui demandait jusqu'ici CLIENTINQ,
      *> PRETINQ pret par pret et des extractions a la main :
      *>   - identite et statut du maitre clients.idx,
      *>   - chaque compte courant dont le client est titulaire,
      *>     principal ou joint (titulaires.idx), avec son solde et
      *>     sa date de dernier mouvement,
      *>   - solde et taux du compte d'epargne,
      *>   - chaque pret du portefeuille avec son solde restant du
      *>     et son drapeau d'arriere (echeances facturees moins
           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT TITULAIRE-FILE
                 ASSIGN TO "Data/compte/titulaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLE
               ALTERNATE RECORD KEY IS TT-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-TIT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

           05  AL-ACTION         PIC X(10).
           05  FILLER            PIC X.
           05  AL-ID-CLIENT      PIC X(6).
           05  FILLER            PIC X(297).

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-AUD-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
       01  WS-ID-CHERCHE-X       PIC X(6).
       01  WS-POSITION-NETTE     PIC S9(11)V99.
       01  WS-COUNT-PRETS        PIC 9(3).
       01  WS-COUNT-COMPTES      PIC 9(3).
       01  WS-ECH-MANQUEES       PIC S9(4).
       01  WS-DRAPEAU-ARRIERE    PIC X(8).
       01  WS-DERNIER-AUDIT      PIC X(32).
       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-SOLDE-EPARGNE-ED   PIC Z(8)9,99.
       01  WS-TAUX-ED            PIC Z9,99.
       01  WS-FIN-EPARGNE        PIC X.
       01  WS-EPARGNE-TROUVEE    PIC X.
       01  WS-SOLDE-PRET-ED      PIC Z(7)9,99.
       01  WS-POSITION-ED        PIC Z(10)9,99-.

           END-IF.

           OPEN INPUT COMPTE-FILE.
           OPEN INPUT TITULAIRE-FILE.
           OPEN INPUT COMPTE-EPARGNE.
           OPEN INPUT PORTEFEUILLE.

           IF WS-CPT-STATUS = "00"
              CLOSE COMPTE-FILE
           END-IF.
           IF WS-TIT-STATUS = "00"
              CLOSE TITULAIRE-FILE
           END-IF.
           IF WS-EPA-STATUS = "00"
              CLOSE COMPTE-EPARGNE
           END-IF.

           .

      *> Tous les comptes du client par la cle secondaire des
      *> titulaires ; un compte joint entre pour son solde entier
      *> dans la position nette de chacun de ses titulaires.
       AFFICHER-COMPTE-COURANT.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE COURANT : FICHIER INDISPONIBLE"
              EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-STATUS NOT = "00"
              DISPLAY "COMPTE COURANT : TITULAIRES INDISPONIBLES"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-COUNT-COMPTES.
           MOVE "N" TO WS-EOF.
           MOVE WS-ID-CHERCHE TO TT-ID-CLIENT.
           START TITULAIRE-FILE KEY NOT < TT-ID-CLIENT
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ TITULAIRE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF TT-ID-CLIENT NOT = WS-ID-CHERCHE
                       SET EOF TO TRUE
                    ELSE
                       PERFORM AFFICHER-UN-COMPTE
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-COUNT-COMPTES = ZERO
              DISPLAY "COMPTE COURANT : NEANT"
           END-IF

           .

       AFFICHER-UN-COMPTE.
           MOVE TT-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 DISPLAY "COMPTE COURANT " TT-NUMERO-COMPTE
                    " : ABSENT DU FICHIER DES COMPTES"
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-COMPTES
                 MOVE CP-SOLDE TO WS-SOLDE-ED
                 ADD CP-SOLDE TO WS-POSITION-NETTE
                 DISPLAY "COMPTE COURANT " CP-NUMERO-COMPTE
                    " ROLE=" TT-ROLE
                    " TYPE=" CP-TYPE-COMPTE
                    " SOLDE=" WS-SOLDE-ED
                    " DERNIER MOUVEMENT=" CP-DATE-DERN-MVT
           END-READ

              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-CHERCHE TO EP-ID-CLIENT.
           MOVE LOW-VALUES TO EP-PRODUIT.
           MOVE "N" TO WS-FIN-EPARGNE.
           MOVE "N" TO WS-EPARGNE-TROUVEE.
           START COMPTE-EPARGNE KEY NOT < EP-CLE
              INVALID KEY
                 MOVE "Y" TO WS-FIN-EPARGNE
           END-START.
           PERFORM UNTIL WS-FIN-EPARGNE = "Y"
              READ COMPTE-EPARGNE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN-EPARGNE
                 NOT AT END
                    IF EP-ID-CLIENT NOT = WS-ID-CHERCHE
                       MOVE "Y" TO WS-FIN-EPARGNE
                    ELSE
                       MOVE "Y" TO WS-EPARGNE-TROUVEE
                       MOVE EP-SOLDE TO WS-SOLDE-EPARGNE-ED
                       MOVE EP-TAUX TO WS-TAUX-ED
                       ADD EP-SOLDE TO WS-POSITION-NETTE
                       DISPLAY "EPARGNE " EP-PRODUIT
                          " : SOLDE=" WS-SOLDE-EPARGNE-ED
                          " TAUX=" WS-TAUX-ED "%"
                          " STATUT=" EP-STATUT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-EPARGNE-TROUVEE = "N"
              DISPLAY "EPARGNE : NEANT"
           END-IF

           .

