      *> termine par l'etat de controle des volumes : lus, exclus
      *> motif par motif, selectionnes, generes - celui que le
      *> marketing vise avant de laisser partir les sacs postaux.
      *>
      *> Un courrier de campagne est promotionnel : le client cible
      *> doit avoir donne son accord pour la finalite de la campagne
      *> (C offres de la banque, par defaut, ou P offres des
      *> partenaires) au registre des consentements
      *> (ControlerConsent). Faute d'accord il est ecarte et compte
      *> a part a l'etat de controle.
      *>
      *> Le segment de valeur calcule chaque mois par RENTABIL
      *> (segments.idx : M masse, A aise, P banque privee) est
      *> aussi un critere ; un client encore jamais segmente ne
      *> repond pas a un segment cible.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT SEGMENT-FILE ASSIGN TO "Data/seq/segments.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-ID-CLIENT
               FILE STATUS IS WS-SEG-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/lettres/campagne.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  CP-AGE-MAX        PIC 99.
           05  CP-PRODUIT-CIBLE  PIC X.
           05  CP-MODELE         PIC X(40).
           05  CP-FINALITE       PIC X.
           05  CP-SEGMENT-CIBLE  PIC X.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  SEGMENT-FILE.
           COPY SEGMENT-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(100).

       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-SEG-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
       01  WS-EXCLUS-AGENCE      PIC 9(5) VALUE 0.
       01  WS-EXCLUS-AGE         PIC 9(5) VALUE 0.
       01  WS-EXCLUS-PRODUIT     PIC 9(5) VALUE 0.
       01  WS-EXCLUS-SEGMENT     PIC 9(5) VALUE 0.
       01  WS-EXCLUS-CONSENT     PIC 9(5) VALUE 0.

       01  WS-FINALITE           PIC X.
       01  WS-CONSENT-REPONSE    PIC X.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-JOUR-TRAITEMENT    PIC 99.
       01  WS-AGE-CLIENT         PIC 99.
       01  WS-CLIENT-RETENU      PIC X.
       01  WS-PRODUIT-DETENU     PIC X.
       01  WS-FIN-EPARGNE        PIC X.

       01  WS-CHEMIN-MODELE      PIC X(40).
       01  WS-CHEMIN-SORTIE      PIC X(40)
           OPEN INPUT COMPTE-FILE.
           OPEN INPUT COMPTE-EPARGNE.
           OPEN INPUT PORTEFEUILLE.
           IF CP-SEGMENT-CIBLE NOT = SPACE
              OPEN INPUT SEGMENT-FILE
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
           IF WS-PORT-STATUS = "00"
              CLOSE PORTEFEUILLE
           END-IF.
           IF CP-SEGMENT-CIBLE NOT = SPACE AND WS-SEG-STATUS = "00"
              CLOSE SEGMENT-FILE
           END-IF.

           DISPLAY "CLIENTS LUS=" WS-COUNT-LUS
              " SELECTIONNES=" WS-COUNT-SELECTION
                 STOP RUN
           END-READ.
           MOVE CP-MODELE TO WS-CHEMIN-MODELE.
           MOVE CP-FINALITE TO WS-FINALITE.
           IF WS-FINALITE = SPACE
              MOVE "C" TO WS-FINALITE
           END-IF.
           CLOSE CONTROLE-FILE.

           IF WS-CHEMIN-MODELE = SPACES
              DISPLAY "CAMPAGNE SANS MODELE DE LETTRE, ARRET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-FINALITE NOT = "C" AND WS-FINALITE NOT = "P"
              DISPLAY "FINALITE DE CAMPAGNE INCONNUE, ARRET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           .
              END-IF
           END-IF.

           IF CP-SEGMENT-CIBLE NOT = SPACE
              PERFORM CONTROLER-SEGMENT
              IF WS-CLIENT-RETENU NOT = "Y"
                 ADD 1 TO WS-EXCLUS-SEGMENT
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    Client cible : encore faut-il son accord pour la
      *    finalite de la campagne.
           CALL "ControlerConsent" USING CL-ID OF CLIENT-MASTER-REC
              WS-FINALITE WS-CONSENT-REPONSE.
           IF WS-CONSENT-REPONSE NOT = "O"
              ADD 1 TO WS-EXCLUS-CONSENT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-SELECTION.
           PERFORM GENERER-LETTRE

                 IF WS-CPT-STATUS = "00"
                    MOVE CL-ID OF CLIENT-MASTER-REC
                       TO CP-ID-CLIENT
                    READ COMPTE-FILE KEY IS CP-ID-CLIENT
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                 IF WS-EPA-STATUS = "00"
                    MOVE CL-ID OF CLIENT-MASTER-REC
                       TO EP-ID-CLIENT
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
                             IF EP-ID-CLIENT
                                   NOT = CL-ID OF CLIENT-MASTER-REC
                                MOVE "Y" TO WS-FIN-EPARGNE
                             ELSE
                                IF EP-ACTIF
                                   MOVE "Y" TO WS-PRODUIT-DETENU
                                END-IF
                             END-IF
                       END-READ
                    END-PERFORM
                 END-IF
              WHEN "P"
                 PERFORM CHERCHER-PRET-ACTIF

           .

       CONTROLER-SEGMENT.
           MOVE "N" TO WS-CLIENT-RETENU.
           IF WS-SEG-STATUS NOT = "00" AND WS-SEG-STATUS NOT = "23"
              EXIT PARAGRAPH
           END-IF.
           MOVE CL-ID OF CLIENT-MASTER-REC TO SG-ID-CLIENT.
           READ SEGMENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SG-SEGMENT = CP-SEGMENT-CIBLE
                    MOVE "Y" TO WS-CLIENT-RETENU
                 END-IF
           END-READ

           .

       CHERCHER-PRET-ACTIF.
           IF WS-PORT-STATUS NOT = "00"
              EXIT PARAGRAPH
           STRING
              "CONTROLE DE CAMPAGNE DU " WS-DATE-JOUR
              " - MODELE " WS-CHEMIN-MODELE
              " - FINALITE " WS-FINALITE
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           MOVE WS-EXCLUS-PRODUIT TO WS-NB-ED.
           MOVE "  EXCLUS PRODUIT        =" TO RAPPORT-LINE.
           PERFORM ECRIRE-COMPTEUR.
           MOVE WS-EXCLUS-SEGMENT TO WS-NB-ED.
           MOVE "  EXCLUS SEGMENT        =" TO RAPPORT-LINE.
           PERFORM ECRIRE-COMPTEUR.
           MOVE WS-EXCLUS-CONSENT TO WS-NB-ED.
           MOVE "  EXCLUS CONSENTEMENT   =" TO RAPPORT-LINE.
           PERFORM ECRIRE-COMPTEUR.
           MOVE WS-COUNT-SELECTION TO WS-NB-ED.
           MOVE "  SELECTIONNES          =" TO RAPPORT-LINE.
           PERFORM ECRIRE-COMPTEUR.
