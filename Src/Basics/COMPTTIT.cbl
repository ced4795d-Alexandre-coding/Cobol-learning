       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTTIT.

      *> Maintenance par lot des comptes courants et de leurs
      *> titulaires (comptes.idx, titulaires.idx), sur le modele de
      *> SUSPMNT : chaque mouvement de titulaires-mvt.in cite un
      *> client et, selon l'action, un numero de compte.
      *>   O = ouverture d'un compte supplementaire au nom du client,
      *>       qui en devient titulaire principal (numero attribue
      *>       par le compteur numcompte.ctl, solde a zero), en
      *>       EUR ou dans la devise citee au mouvement, qui doit
      *>       figurer a la table des cours Data/pret/devises.in ;
      *>   A = ajout du client comme co-titulaire d'un compte
      *>       existant, qui passe en compte joint ;
      *>   R = retrait d'un co-titulaire ; le titulaire principal ne
      *>       se retire pas, et le compte redevient individuel
      *>       quand il ne reste que lui.
      *> Le client ouvrant ou ajoute doit etre connu et actif au
      *> maitre clients.idx. Applique ou rejete, chaque mouvement
      *> laisse une ligne dans titulaires-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/compte/titulaires-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT NUMCOMPTE-FILE ASSIGN TO "Data/compte/numcompte.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compte/titulaires-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Numero de compte ignore pour une ouverture ; devise lue
      *> pour une ouverture seulement (a blanc = EUR).
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  TM-ACTION         PIC X.
               88  TM-OUVERTURE  VALUE "O".
               88  TM-AJOUT      VALUE "A".
               88  TM-RETRAIT    VALUE "R".
           05  TM-NUMERO-COMPTE  PIC 9(8).
           05  TM-ID-CLIENT      PIC 9(6).
           05  TM-DEVISE         PIC X(3).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  NUMCOMPTE-FILE.
       01  NUMCOMPTE-LINE        PIC 9(8).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-TIT-EOF            PIC X  VALUE "N".
           88  TIT-EOF                    VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DERNIER-COMPTE     PIC 9(8) VALUE 0.
       01  WS-NB-TITULAIRES      PIC 9(3).

      *> Devises admises a l'ouverture (EUR toujours admis).
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-DEVISE-OUVERTURE   PIC X(3).

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-OUVERTURES   PIC 9(5) VALUE 0.
       01  WS-COUNT-AJOUTS       PIC 9(5) VALUE 0.
       01  WS-COUNT-RETRAITS     PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-LIBELLE-ACTION     PIC X(14).
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTTIT START ===".
           MOVE "COMPTTIT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O COMPTE-FILE.
           IF WS-CPT-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT COMPTE-FILE
              CLOSE COMPTE-FILE
              OPEN I-O COMPTE-FILE
           END-IF.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O TITULAIRE-FILE.
           IF WS-TIT-STATUS = "35"
              OPEN OUTPUT TITULAIRE-FILE
              CLOSE TITULAIRE-FILE
              OPEN I-O TITULAIRE-FILE
           END-IF.
           IF WS-TIT-STATUS NOT = "00"
              DISPLAY "TITULAIRE-FILE OPEN ERROR, STATUS="
                 WS-TIT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
                 CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LECTURE-DERNIER-COMPTE.
           PERFORM CHARGEMENT-COURS.

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

           CLOSE MOUVEMENT-FILE COMPTE-FILE TITULAIRE-FILE
              CLIENT-MASTER RAPPORT-FILE.
           PERFORM ECRITURE-DERNIER-COMPTE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTTIT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
              WHEN TM-OUVERTURE
                 PERFORM CONTROLER-CLIENT
                 IF WS-MOTIF-REJET = SPACES
                    PERFORM CONTROLER-DEVISE
                 END-IF
              WHEN TM-AJOUT
                 PERFORM CONTROLER-AJOUT
              WHEN TM-RETRAIT
                 PERFORM CONTROLER-RETRAIT
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN TM-OUVERTURE
                 PERFORM APPLIQUER-OUVERTURE
              WHEN TM-AJOUT
                 PERFORM APPLIQUER-AJOUT
              WHEN TM-RETRAIT
                 PERFORM APPLIQUER-RETRAIT
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
           ELSE
              PERFORM ECRIRE-APPLIQUE
           END-IF

           .

       CONTROLER-CLIENT.
           MOVE TM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
              NOT INVALID KEY
                 IF NOT CL-ACTIF OF CLIENT-MASTER-REC
                    MOVE "CLIENT NON ACTIF" TO WS-MOTIF-REJET
                 END-IF
           END-READ

           .

      *> La devise d'ouverture doit avoir un cours, sans quoi ni
      *> le deversement comptable ni la reevaluation de fin de mois
      *> ne sauraient convertir le solde en EUR.
       CONTROLER-DEVISE.
           MOVE TM-DEVISE TO WS-DEVISE-OUVERTURE.
           IF WS-DEVISE-OUVERTURE = SPACES
              MOVE "EUR" TO WS-DEVISE-OUVERTURE
           END-IF.
           IF WS-DEVISE-OUVERTURE = "EUR"
              EXIT PARAGRAPH
           END-IF.

           MOVE "DEVISE SANS COURS A DEVISES.IN" TO WS-MOTIF-REJET.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = WS-DEVISE-OUVERTURE
                    AND WS-CRS-COURS(WS-COURS-INDEX) > ZERO
                 MOVE SPACES TO WS-MOTIF-REJET
              END-IF
           END-PERFORM

           .

       CONTROLER-AJOUT.
           PERFORM CONTROLER-CLIENT.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE TM-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF CP-CLOS
              MOVE "COMPTE CLOS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE TM-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE TM-ID-CLIENT TO TT-ID-CLIENT.
           READ TITULAIRE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "CLIENT DEJA TITULAIRE DU COMPTE"
                    TO WS-MOTIF-REJET
           END-READ

           .

       CONTROLER-RETRAIT.
           MOVE TM-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE TM-ID-CLIENT TO TT-ID-CLIENT.
           READ TITULAIRE-FILE
              INVALID KEY
                 MOVE "CLIENT NON TITULAIRE DU COMPTE"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           IF TT-PRINCIPAL
              MOVE "TITULAIRE PRINCIPAL NON RETIRABLE"
                 TO WS-MOTIF-REJET
           END-IF

           .

      *> Compte supplementaire ouvert a zero : le premier mouvement
      *> passera par COMPTMAJ avec ce numero.
       APPLIQUER-OUVERTURE.
           MOVE SPACES TO WS-LIBELLE-ACTION.
           STRING "OUVERTURE " WS-DEVISE-OUVERTURE
              DELIMITED BY SIZE INTO WS-LIBELLE-ACTION
           END-STRING.
           ADD 1 TO WS-DERNIER-COMPTE.
           MOVE WS-DERNIER-COMPTE TO CP-NUMERO-COMPTE.
           MOVE TM-ID-CLIENT TO CP-ID-CLIENT.
           SET CP-COMPTE-INDIVIDUEL TO TRUE.
           MOVE ZERO TO CP-SOLDE.
           MOVE WS-DATE-JOUR TO CP-DATE-OUVERTURE.
           MOVE WS-DATE-JOUR TO CP-DATE-DERN-MVT.
           SET CP-OUVERT TO TRUE.
           MOVE ZERO TO CP-DATE-CLOTURE.
           MOVE WS-DEVISE-OUVERTURE TO CP-DEVISE.
           MOVE ZERO TO CP-CONTRE-VALEUR.
           MOVE WS-DATE-JOUR TO CP-DATE-REEVAL.
           WRITE COMPTE-REC
              INVALID KEY
                 MOVE "OUVERTURE IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE CP-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE TM-ID-CLIENT TO TT-ID-CLIENT.
           SET TT-PRINCIPAL TO TRUE.
           MOVE WS-DATE-JOUR TO TT-DATE-ENTREE.
           WRITE TITULAIRE-REC
              INVALID KEY
                 MOVE "TITULAIRE DEJA INSCRIT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE CP-NUMERO-COMPTE TO TM-NUMERO-COMPTE.
           ADD 1 TO WS-COUNT-OUVERTURES

           .

       APPLIQUER-AJOUT.
           MOVE "AJOUT JOINT" TO WS-LIBELLE-ACTION.
           MOVE TM-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE TM-ID-CLIENT TO TT-ID-CLIENT.
           SET TT-JOINT TO TRUE.
           MOVE WS-DATE-JOUR TO TT-DATE-ENTREE.
           WRITE TITULAIRE-REC
              INVALID KEY
                 MOVE "AJOUT IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-WRITE.

      *    Le compte est encore en zone depuis le controle.
           SET CP-COMPTE-JOINT TO TRUE.
           REWRITE COMPTE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                    CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
           END-REWRITE.
           ADD 1 TO WS-COUNT-AJOUTS

           .

       APPLIQUER-RETRAIT.
           MOVE "RETRAIT JOINT" TO WS-LIBELLE-ACTION.
           DELETE TITULAIRE-FILE
              INVALID KEY
                 MOVE "RETRAIT IMPOSSIBLE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO WS-COUNT-RETRAITS.

           PERFORM COMPTER-TITULAIRES.
           IF WS-NB-TITULAIRES > 1
              EXIT PARAGRAPH
           END-IF.

           MOVE TM-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           SET CP-COMPTE-INDIVIDUEL TO TRUE.
           REWRITE COMPTE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                    CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
           END-REWRITE

           .

       COMPTER-TITULAIRES.
           MOVE ZERO TO WS-NB-TITULAIRES.
           MOVE "N" TO WS-TIT-EOF.
           MOVE TM-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE ZERO TO TT-ID-CLIENT.
           START TITULAIRE-FILE KEY NOT < TT-CLE
              INVALID KEY
                 SET TIT-EOF TO TRUE
           END-START.

           PERFORM UNTIL TIT-EOF
              READ TITULAIRE-FILE NEXT RECORD
                 AT END
                    SET TIT-EOF TO TRUE
                 NOT AT END
                    IF TT-NUMERO-COMPTE NOT = TM-NUMERO-COMPTE
                       SET TIT-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-NB-TITULAIRES
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Compteur des numeros de compte, partage avec COMPTMAJ et
      *> COMPTVIR ; absent a la premiere execution, il part de 1.
       LECTURE-DERNIER-COMPTE.
           OPEN INPUT NUMCOMPTE-FILE.
           IF WS-NUM-STATUS = "00"
              READ NUMCOMPTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NUMCOMPTE-LINE TO WS-DERNIER-COMPTE
              END-READ
              CLOSE NUMCOMPTE-FILE
           END-IF

           .

       ECRITURE-DERNIER-COMPTE.
           OPEN OUTPUT NUMCOMPTE-FILE.
           MOVE WS-DERNIER-COMPTE TO NUMCOMPTE-LINE.
           WRITE NUMCOMPTE-LINE.
           CLOSE NUMCOMPTE-FILE

           .

      *> Table des cours, facultative : sans elle seules les
      *> ouvertures en EUR passent.
       CHARGEMENT-COURS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT COURS-FILE.
           IF WS-COURS-STATUS NOT = "00"
              DISPLAY "COURS-FILE INDISPONIBLE, STATUS="
                 WS-COURS-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ COURS-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-COURS < 10
                       ADD 1 TO WS-NB-COURS
                       MOVE CO-DEVISE TO WS-CRS-CODE(WS-NB-COURS)
                       MOVE CO-COURS TO WS-CRS-COURS(WS-NB-COURS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COURS-FILE.
           MOVE "N" TO WS-EOF

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE COMPTE=" TM-NUMERO-COMPTE
              " " WS-LIBELLE-ACTION
              " CLIENT=" TM-ID-CLIENT
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   COMPTE=" TM-NUMERO-COMPTE
              " ACTION=" TM-ACTION
              " CLIENT=" TM-ID-CLIENT
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

           MOVE WS-COUNT-OUVERTURES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "COMPTES OUVERTS     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-AJOUTS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "JOINTS AJOUTES      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-RETRAITS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "JOINTS RETIRES      =" WS-COUNT-ED
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
