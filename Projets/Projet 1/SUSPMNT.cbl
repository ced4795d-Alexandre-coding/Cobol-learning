       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

      *> Resolution par lot des postes du registre des suspens
      *> (suspens.idx, alimente par PRETPAIE), sur le modele de
      *> GARMNT : chaque mouvement de suspens-mvt.in cite un poste
      *> ouvert et la facon de le solder.
      *>   R = reimputation : le paiement est redepose dans
      *>       paiements.in sous le bon numero de pret, que PRETPAIE
      *>       impute au passage suivant ;
      *>   B = remboursement : une operation REMB SUSP creditrice
      *>       est deposee dans operations.in pour le compte courant
      *>       du payeur (imputee par COMPTMAJ) ;
      *>   A = abandon en produit, reserve aux postes ne depassant
      *>       pas le seuil de suspens.ctl (30,00 a defaut).
      *> Chaque resolution solde le compte d'attente des suspens :
      *> au debit, contre la banque (l'argent ressort vers le pret
      *> ou le compte courant) ou contre un produit divers pour un
      *> abandon. Le poste garde la trace de la resolution (statut,
      *> date, operateur, destination) ; applique ou rejete, chaque
      *> mouvement laisse une ligne dans suspens-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/pret/suspens-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT SEUIL-FILE ASSIGN TO "Data/pret/suspens.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEU-STATUS.

           SELECT REGISTRE-SUSPENS ASSIGN TO "Data/pret/suspens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-REG-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT PAIEMENT-FILE ASSIGN TO "Data/pret/paiements.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIE-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/pret/suspens-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Destination : numero de pret pour une reimputation, numero
      *> de client pour un remboursement (a zero, le client cite
      *> par un paiement client), ignoree pour un abandon.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  SM-ACTION         PIC X.
               88  SM-REIMPUTATION VALUE "R".
               88  SM-REMBOURSEMENT VALUE "B".
               88  SM-ABANDON    VALUE "A".
           05  SM-NUMERO         PIC 9(6).
           05  SM-DESTINATION    PIC 9(6).

       FD  SEUIL-FILE.
       01  SEUIL-LINE.
           05  SC-SEUIL-ABANDON  PIC 9(5)V99.

       FD  REGISTRE-SUSPENS.
           COPY SUSPENS-REC.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

      *> Paiement redepose, au format lu par PRETPAIE.
       FD  PAIEMENT-FILE.
       01  PAIEMENT-REC.
           05  PM-NUMERO-PRET    PIC 9(6).
           05  PM-DATE           PIC 9(8).
           05  PM-MONTANT        PIC 9(7)V99.
           05  PM-TYPE           PIC X.
           05  PM-OPTION         PIC X.
           05  PM-DEVISE         PIC X(3).

       FD  OPERATION-FILE.
       01  OPERATION-LINE.
           05  OL-ID-CLIENT      PIC 9(6).
           05  OL-DATE           PIC 9(8).
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-SEU-STATUS         PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-PAIE-STATUS        PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

      *> Portefeuille et maitre client ne servent qu'aux controles
      *> de destination : absents, les reimputations ou les
      *> remboursements correspondants sont rejetes.
       01  WS-PORTEFEUILLE-DISPO PIC X VALUE "N".
       01  WS-CLIENTS-DISPO      PIC X VALUE "N".

       01  WS-SEUIL-ABANDON      PIC 9(5)V99 VALUE 30,00.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-REIMPUTES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REMBOURSES   PIC 9(5) VALUE 0.
       01  WS-COUNT-ABANDONNES   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RESOLU       PIC 9(9)V99 VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-LIBELLE-ACTION     PIC X(14).
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-TOTAL-ED           PIC Z(8)9,99.
       01  WS-SEUIL-ED           PIC Z(4)9,99.

      *> Deversement comptable via ECRITCPT : compte d'attente des
      *> suspens au debit, banque ou produit d'abandon au credit.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "SUSPMNT".
       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== SUSPMNT START ===".
           MOVE "SUSPMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM CHARGEMENT-SEUIL.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O REGISTRE-SUSPENS.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "REGISTRE-SUSPENS OPEN ERROR, STATUS="
                 WS-REG-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND PAIEMENT-FILE.
           IF WS-PAIE-STATUS NOT = "00" AND WS-PAIE-STATUS NOT = "05"
              DISPLAY "PAIEMENT-FILE OPEN ERROR, STATUS="
                 WS-PAIE-STATUS
              CLOSE MOUVEMENT-FILE REGISTRE-SUSPENS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              CLOSE MOUVEMENT-FILE REGISTRE-SUSPENS PAIEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE REGISTRE-SUSPENS PAIEMENT-FILE
                 OPERATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS = "00"
              MOVE "Y" TO WS-PORTEFEUILLE-DISPO
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = "00"
              MOVE "Y" TO WS-CLIENTS-DISPO
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

           CLOSE MOUVEMENT-FILE REGISTRE-SUSPENS PAIEMENT-FILE
              OPERATION-FILE RAPPORT-FILE.
           IF WS-PORTEFEUILLE-DISPO = "Y"
              CLOSE PORTEFEUILLE
           END-IF.
           IF WS-CLIENTS-DISPO = "Y"
              CLOSE CLIENT-MASTER
           END-IF.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== SUSPMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Seuil d'abandon en produit ; fichier absent ou illisible,
      *> le seuil par defaut s'applique.
       CHARGEMENT-SEUIL.
           OPEN INPUT SEUIL-FILE.
           IF WS-SEU-STATUS = "00"
              READ SEUIL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SC-SEUIL-ABANDON IS NUMERIC
                       MOVE SC-SEUIL-ABANDON TO WS-SEUIL-ABANDON
                    END-IF
              END-READ
              CLOSE SEUIL-FILE
           END-IF

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE SM-NUMERO TO SU-NUMERO.
           READ REGISTRE-SUSPENS
              INVALID KEY
                 MOVE "POSTE DE SUSPENS INCONNU" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
           END-READ.

           IF NOT SU-OUVERT
              MOVE "POSTE DEJA RESOLU" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN SM-REIMPUTATION
                 PERFORM CONTROLER-REIMPUTATION
              WHEN SM-REMBOURSEMENT
                 PERFORM CONTROLER-REMBOURSEMENT
              WHEN SM-ABANDON
                 PERFORM CONTROLER-ABANDON
              WHEN OTHER
                 MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN SM-REIMPUTATION
                 PERFORM APPLIQUER-REIMPUTATION
              WHEN SM-REMBOURSEMENT
                 PERFORM APPLIQUER-REMBOURSEMENT
              WHEN SM-ABANDON
                 PERFORM APPLIQUER-ABANDON
           END-EVALUATE.

           MOVE WS-DATE-JOUR TO SU-DATE-RESOLUTION.
           MOVE WS-OPERATEUR TO SU-OPERATEUR.
           REWRITE SUSPENS-REC
              INVALID KEY
                 MOVE "REECRITURE DU POSTE IMPOSSIBLE"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD SU-MONTANT TO WS-TOTAL-RESOLU.
           PERFORM ECRIRE-APPLIQUE

           .

      *> Le pret cible doit exister et pouvoir encore recevoir un
      *> paiement (actif, ou passe en perte pour un recouvrement).
       CONTROLER-REIMPUTATION.
           IF WS-PORTEFEUILLE-DISPO NOT = "Y"
              MOVE "PORTEFEUILLE INDISPONIBLE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE SM-DESTINATION TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 MOVE "PRET DESTINATAIRE INCONNU" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF NOT PR-ACTIF AND NOT PR-PASSE-PERTE
              MOVE "PRET DESTINATAIRE NON ACTIF" TO WS-MOTIF-REJET
           END-IF

           .

      *> Remboursement au client cite par le mouvement ou, a
      *> defaut, au client d'un paiement client ; il doit figurer
      *> au maitre client.
       CONTROLER-REMBOURSEMENT.
           IF SM-DESTINATION = ZERO
              IF SU-TYPE-PAIEMENT = "C"
                 MOVE SU-REFERENCE TO SM-DESTINATION
              ELSE
                 MOVE "CLIENT A REMBOURSER NON CITE"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-CLIENTS-DISPO NOT = "Y"
              MOVE "FICHIER CLIENTS INDISPONIBLE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE SM-DESTINATION TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT A REMBOURSER INCONNU" TO WS-MOTIF-REJET
           END-READ

           .

       CONTROLER-ABANDON.
           IF SU-MONTANT > WS-SEUIL-ABANDON
              MOVE WS-SEUIL-ABANDON TO WS-SEUIL-ED
              STRING
                 "MONTANT AU-DELA DU SEUIL " WS-SEUIL-ED
                 DELIMITED BY SIZE
                 INTO WS-MOTIF-REJET
              END-STRING
           END-IF.
           MOVE ZERO TO SM-DESTINATION

           .

      *> Le paiement repart dans le flux ordinaire sous le bon
      *> numero de pret, avec sa date et sa devise d'origine ; un
      *> paiement client devient une echeance ordinaire du pret.
       APPLIQUER-REIMPUTATION.
           MOVE SM-DESTINATION TO PM-NUMERO-PRET.
           MOVE SU-DATE TO PM-DATE.
           MOVE SU-MONTANT TO PM-MONTANT.
           IF SU-TYPE-PAIEMENT = "C"
              MOVE SPACE TO PM-TYPE
           ELSE
              MOVE SU-TYPE-PAIEMENT TO PM-TYPE
           END-IF.
           MOVE SPACE TO PM-OPTION.
           MOVE SU-DEVISE TO PM-DEVISE.
           WRITE PAIEMENT-REC.

           SET SU-REIMPUTE TO TRUE.
           MOVE SM-DESTINATION TO SU-DESTINATION.
           ADD 1 TO WS-COUNT-REIMPUTES.
           MOVE "REIMPUTE PRET" TO WS-LIBELLE-ACTION.
           MOVE "BANQUE" TO WS-EC-NATURE.
           PERFORM SOLDER-COMPTE-ATTENTE

           .

      *> Credit au compte courant du client, passe par COMPTMAJ
      *> (compte client au credit, banque au debit).
       APPLIQUER-REMBOURSEMENT.
           MOVE SM-DESTINATION TO OL-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE "REMB SUSP" TO OL-LIBELLE.
           MOVE SU-MONTANT TO OL-MONTANT.
           MOVE ZERO TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.

           SET SU-REMBOURSE TO TRUE.
           MOVE SM-DESTINATION TO SU-DESTINATION.
           ADD 1 TO WS-COUNT-REMBOURSES.
           MOVE "REMB CLIENT" TO WS-LIBELLE-ACTION.
           MOVE "BANQUE" TO WS-EC-NATURE.
           PERFORM SOLDER-COMPTE-ATTENTE

           .

       APPLIQUER-ABANDON.
           SET SU-ABANDONNE TO TRUE.
           MOVE ZERO TO SU-DESTINATION.
           ADD 1 TO WS-COUNT-ABANDONNES.
           MOVE "ABANDON" TO WS-LIBELLE-ACTION.
           MOVE "SUSP-ABANDON" TO WS-EC-NATURE.
           PERFORM SOLDER-COMPTE-ATTENTE

           .

      *> Compte d'attente des suspens au debit, contrepartie au
      *> credit selon la nature preparee par l'appelant.
       SOLDER-COMPTE-ATTENTE.
           MOVE WS-DATE-JOUR TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE SU-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE SU-MONTANT TO WS-EC-MONTANT.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "PRET-SUSPENS" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SU-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE POSTE=" SU-NUMERO
              " " WS-LIBELLE-ACTION
              " DESTINATION=" SU-DESTINATION
              " MONTANT=" WS-MONTANT-ED
              " " SU-DEVISE
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE   POSTE=" SM-NUMERO
              " ACTION=" SM-ACTION
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

           MOVE WS-COUNT-REIMPUTES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "POSTES REIMPUTES    =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REMBOURSES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "POSTES REMBOURSES   =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-ABANDONNES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "POSTES ABANDONNES   =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-TOTAL-RESOLU TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MONTANT RESOLU      =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
