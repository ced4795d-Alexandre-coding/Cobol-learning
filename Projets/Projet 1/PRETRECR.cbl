       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETRECR.

      *> Retour mensuel de l'agence de recouvrement sur les dossiers
      *> transmis par PRETRECX : agence-retours.in, au format
      *> d'interface maison (1 = entete, 2 = detail, 9 = totaux avec
      *> nombre de details et cumul des montants), valide en bloc
      *> avant tout traitement comme prets.in - un ecart refuse le
      *> fichier entier en RC=8. Chaque detail porte :
      *>  - E = encaissement reverse par l'agence : reecrit au format
      *>    paiements.in pour que PRETPAIE l'impute comme un
      *>    reglement ordinaire (ou comme un recouvrement si le pret
      *>    a ete passe en perte entre-temps) ;
      *>  - P = echeancier convenu avec l'emprunteur (mensualite et
      *>    nombre d'echeances), le dossier passe au statut E ;
      *>  - C = cloture du dossier par l'agence, avec son motif.
      *> La commission de l'agence portee sur la ligne est passee en
      *> charge via ECRITCPT (commissions de recouvrement au debit,
      *> banque au credit). Le registre recouvrement.idx cumule les
      *> recouvrements et les commissions par dossier ; chaque
      *> retour laisse une ligne dans agence-retours.rpt. Pas de
      *> fichier retour ce mois-ci : rien a traiter.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETOUR-FILE ASSIGN TO "Data/pret/agence-retours.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT RECOUVR-FILE ASSIGN TO "Data/pret/recouvrement.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-NUMERO-PRET
               FILE STATUS IS WS-REC-STATUS.

           SELECT PAIEMENT-FILE ASSIGN TO "Data/pret/paiements.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIE-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/pret/agence-retours.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETOUR-FILE.
       01  RETOUR-REC.
           05 AR-TYPE-ENR             PIC X.
              88 AR-ENTETE            VALUE "1".
              88 AR-DETAIL            VALUE "2".
              88 AR-TOTAUX            VALUE "9".
           05 AR-NUMERO-PRET          PIC 9(6).
           05 AR-NATURE               PIC X.
              88 AR-ENCAISSEMENT      VALUE "E".
              88 AR-PLAN              VALUE "P".
              88 AR-CLOTURE           VALUE "C".
           05 AR-DATE                 PIC 9(8).
      *    Montant encaisse (E) ou mensualite de l'echeancier (P).
           05 AR-MONTANT              PIC 9(7)V99.
           05 AR-NB-ECHEANCES         PIC 9(3).
           05 AR-COMMISSION           PIC 9(7)V99.
           05 AR-MOTIF                PIC X(4).

       01  RETOUR-ENTETE.
           05 AE-TYPE-ENR             PIC X.
           05 AE-DATE-FICHIER         PIC 9(8).
           05 AE-EMETTEUR             PIC X(10).
           05 FILLER                  PIC X(22).

       01  RETOUR-TOTAUX.
           05 AT-TYPE-ENR             PIC X.
           05 AT-NB-DETAILS           PIC 9(5).
           05 AT-TOTAL-MONTANTS       PIC 9(11)V99.
           05 FILLER                  PIC X(22).

       FD  RECOUVR-FILE.
           COPY RECOUVR-REC.

      *> Meme layout que l'intake de PRETPAIE (cf. PRETRETB) : un
      *> encaissement de l'agence est une echeance ordinaire, type
      *> et option de remboursement anticipe a blanc.
       FD  PAIEMENT-FILE.
       01  PAIEMENT-REC.
           05 PM-NUMERO-PRET          PIC 9(6).
           05 PM-DATE                 PIC 9(8).
           05 PM-MONTANT              PIC 9(7)V99.
           05 PM-TYPE                 PIC X.
           05 PM-OPTION               PIC X.
           05 PM-DEVISE               PIC X(3).

       FD  ETAT-FILE.
       01  ETAT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RET-STATUS         PIC XX VALUE "00".
       01  WS-REC-STATUS         PIC XX VALUE "00".
       01  WS-PAIE-STATUS        PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-ENCAISSES    PIC 9(5) VALUE 0.
       01  WS-COUNT-PLANS        PIC 9(5) VALUE 0.
       01  WS-COUNT-CLOTURES     PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-ENCAISSE     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COMMISSIONS  PIC 9(11)V99 VALUE 0.

      *> Controle de l'interface avant traitement.
       01  WS-CTL-ENTETE-VUE     PIC X VALUE "N".
       01  WS-CTL-TOTAUX-VUS     PIC X VALUE "N".
       01  WS-CTL-NB-DETAILS     PIC 9(5) VALUE 0.
       01  WS-CTL-NB-ATTENDU     PIC 9(5) VALUE 0.
       01  WS-CTL-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-CTL-TOTAL-ATTENDU  PIC 9(11)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOTIF-REJET        PIC X(30).

       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-COMMISSION-ED      PIC Z(6)9,99.
       01  WS-NB-ECH-ED          PIC ZZ9.
       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-TOTAL-COM-ED       PIC Z(10)9,99.

      *> Deversement comptable de la commission de l'agence via
      *> ECRITCPT : charge au debit, banque au credit, en reference
      *> le numero de pret.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "PRETRECR".
       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== PRETRECR START ===".
           MOVE "PRETRECR" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-ENCAISSES
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : un passage
      *    deja TERMINE pour la date de traitement refuse de
      *    repartir sans forcage explicite (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           PERFORM CONTROLER-INTERFACE.

           IF WS-CTL-ENTETE-VUE = "Y"
              PERFORM TRAITER-RETOURS
           ELSE
              DISPLAY "PAS DE RETOUR DE L'AGENCE A TRAITER"
           END-IF.

           MOVE WS-TOTAL-ENCAISSE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-COMMISSIONS TO WS-TOTAL-COM-ED.
           DISPLAY "RETOURS LUS=" WS-COUNT-LUS
              " ENCAISSEMENTS=" WS-COUNT-ENCAISSES
              " ECHEANCIERS=" WS-COUNT-PLANS
              " CLOTURES=" WS-COUNT-CLOTURES
              " REJETS=" WS-COUNT-REJETS.
           DISPLAY "TOTAL ENCAISSE=" WS-TOTAL-ED
              " COMMISSIONS=" WS-TOTAL-COM-ED.
           MOVE "PRETRECR" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-ENCAISSES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETRECR END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Passe de validation : fichier absent = pas de retour ce
      *> mois-ci ; fichier present = entete, totaux, nombre de
      *> details et cumul des montants conformes au trailer, sinon
      *> refus en bloc avec un evenement ERREUR au journal.
       CONTROLER-INTERFACE.
           OPEN INPUT RETOUR-FILE.
           IF WS-RET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ RETOUR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN AR-ENTETE
                          MOVE "Y" TO WS-CTL-ENTETE-VUE
                       WHEN AR-TOTAUX
                          MOVE "Y" TO WS-CTL-TOTAUX-VUS
                          MOVE AT-NB-DETAILS TO WS-CTL-NB-ATTENDU
                          MOVE AT-TOTAL-MONTANTS TO
                             WS-CTL-TOTAL-ATTENDU
                       WHEN AR-DETAIL
                          ADD 1 TO WS-CTL-NB-DETAILS
                          ADD AR-MONTANT TO WS-CTL-TOTAL
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE RETOUR-FILE.

           IF WS-CTL-ENTETE-VUE NOT = "Y"
                 OR WS-CTL-TOTAUX-VUS NOT = "Y"
                 OR WS-CTL-NB-DETAILS NOT = WS-CTL-NB-ATTENDU
                 OR WS-CTL-TOTAL NOT = WS-CTL-TOTAL-ATTENDU
              DISPLAY "INTERFACE AGENCE-RETOURS.IN REFUSEE :"
              DISPLAY "  ENTETE=" WS-CTL-ENTETE-VUE
                 " TOTAUX=" WS-CTL-TOTAUX-VUS
              DISPLAY "  DETAILS LUS=" WS-CTL-NB-DETAILS
                 " ATTENDUS=" WS-CTL-NB-ATTENDU
              DISPLAY "  TOTAL LU=" WS-CTL-TOTAL
                 " ATTENDU=" WS-CTL-TOTAL-ATTENDU
              MOVE "INTERFACE AGENCE REFUSEE" TO WS-JOURNAL-EVENEMENT
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-ENCAISSES
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           .

       TRAITER-RETOURS.
           OPEN INPUT RETOUR-FILE.
           IF WS-RET-STATUS NOT = "00"
              DISPLAY "RETOUR-FILE OPEN ERROR, STATUS="
                 WS-RET-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RECOUVR-FILE.
           IF WS-REC-STATUS NOT = "00"
              DISPLAY "RECOUVR-FILE OPEN ERROR, STATUS="
                 WS-REC-STATUS
              CLOSE RETOUR-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    En ajout, comme PRETRETB et ORDREGEN : les paiements
      *    deja en attente dans l'intake ne doivent pas etre
      *    ecrases par les encaissements de l'agence.
           OPEN EXTEND PAIEMENT-FILE.
           IF WS-PAIE-STATUS NOT = "00" AND WS-PAIE-STATUS NOT = "05"
              DISPLAY "PAIEMENT-FILE EXTEND ERROR, STATUS="
                 WS-PAIE-STATUS
              CLOSE RETOUR-FILE RECOUVR-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE RETOUR-FILE RECOUVR-FILE PAIEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO ETAT-LINE.
           STRING
              "RETOURS DE L'AGENCE DE RECOUVREMENT TRAITES LE "
              WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ RETOUR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF AR-DETAIL
                       ADD 1 TO WS-COUNT-LUS
                       PERFORM TRAITER-RETOUR
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-TOTAL-ENCAISSE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-COMMISSIONS TO WS-TOTAL-COM-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAUX RETOURS=" WS-COUNT-LUS
              " ENCAISSEMENTS=" WS-COUNT-ENCAISSES
              " ECHEANCIERS=" WS-COUNT-PLANS
              " CLOTURES=" WS-COUNT-CLOTURES
              " REJETS=" WS-COUNT-REJETS
              " ENCAISSE=" WS-TOTAL-ED
              " COMMISSIONS=" WS-TOTAL-COM-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           CLOSE RETOUR-FILE RECOUVR-FILE PAIEMENT-FILE ETAT-FILE

           .

      *> Un retour n'est applique qu'a un dossier en cours a
      *> l'agence ; un retour sur un dossier inconnu ou deja clos
      *> est rejete pour revue avec l'agence.
       TRAITER-RETOUR.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE AR-NUMERO-PRET TO RA-NUMERO-PRET.
           READ RECOUVR-FILE
              INVALID KEY
                 MOVE "DOSSIER INCONNU" TO WS-MOTIF-REJET
           END-READ.

           IF WS-MOTIF-REJET = SPACES
              EVALUATE TRUE
                 WHEN RA-CLOS
                    MOVE "DOSSIER DEJA CLOS" TO WS-MOTIF-REJET
                 WHEN AR-ENCAISSEMENT AND AR-MONTANT = ZERO
                    MOVE "ENCAISSEMENT NUL" TO WS-MOTIF-REJET
                 WHEN AR-PLAN AND
                       (AR-MONTANT = ZERO OR AR-NB-ECHEANCES = ZERO)
                    MOVE "ECHEANCIER INCOMPLET" TO WS-MOTIF-REJET
                 WHEN AR-ENCAISSEMENT OR AR-PLAN OR AR-CLOTURE
                    CONTINUE
                 WHEN OTHER
                    MOVE "NATURE DE RETOUR INCONNUE" TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-COUNT-REJETS
              MOVE SPACES TO ETAT-LINE
              STRING
                 "REJET PRET=" AR-NUMERO-PRET
                 " NATURE=" AR-NATURE
                 " DATE=" AR-DATE
                 " MOTIF=" WS-MOTIF-REJET
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN AR-ENCAISSEMENT
                 PERFORM ECRIRE-PAIEMENT
              WHEN AR-PLAN
                 SET RA-ECHEANCIER TO TRUE
                 MOVE AR-DATE TO RA-DATE-STATUT
                 MOVE AR-MONTANT TO RA-PLAN-MENSUALITE
                 MOVE AR-NB-ECHEANCES TO RA-PLAN-NB-ECH
                 ADD 1 TO WS-COUNT-PLANS
              WHEN AR-CLOTURE
                 SET RA-CLOS TO TRUE
                 MOVE AR-DATE TO RA-DATE-STATUT
                 MOVE AR-MOTIF TO RA-MOTIF-CLOTURE
                 ADD 1 TO WS-COUNT-CLOTURES
           END-EVALUATE.

           IF AR-COMMISSION > ZERO
              PERFORM PASSER-COMMISSION
           END-IF.

           REWRITE RECOUVR-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, DOSSIER="
                    RA-NUMERO-PRET " STATUS=" WS-REC-STATUS
           END-REWRITE.

           MOVE AR-MONTANT TO WS-MONTANT-ED.
           MOVE AR-COMMISSION TO WS-COMMISSION-ED.
           MOVE AR-NB-ECHEANCES TO WS-NB-ECH-ED.
           MOVE SPACES TO ETAT-LINE.
           EVALUATE TRUE
              WHEN AR-ENCAISSEMENT
                 STRING
                    "ENCAISSEMENT PRET=" AR-NUMERO-PRET
                    " DATE=" AR-DATE
                    " MONTANT=" WS-MONTANT-ED
                    " COMMISSION=" WS-COMMISSION-ED
                    DELIMITED BY SIZE
                    INTO ETAT-LINE
                 END-STRING
              WHEN AR-PLAN
                 STRING
                    "ECHEANCIER PRET=" AR-NUMERO-PRET
                    " DATE=" AR-DATE
                    " MENSUALITE=" WS-MONTANT-ED
                    " ECHEANCES=" WS-NB-ECH-ED
                    " COMMISSION=" WS-COMMISSION-ED
                    DELIMITED BY SIZE
                    INTO ETAT-LINE
                 END-STRING
              WHEN OTHER
                 STRING
                    "CLOTURE PRET=" AR-NUMERO-PRET
                    " DATE=" AR-DATE
                    " MOTIF AGENCE=" AR-MOTIF
                    " COMMISSION=" WS-COMMISSION-ED
                    DELIMITED BY SIZE
                    INTO ETAT-LINE
                 END-STRING
           END-EVALUATE.
           WRITE ETAT-LINE

           .

       ECRIRE-PAIEMENT.
           MOVE AR-NUMERO-PRET TO PM-NUMERO-PRET.
           MOVE AR-DATE TO PM-DATE.
           MOVE AR-MONTANT TO PM-MONTANT.
           MOVE SPACE TO PM-TYPE.
           MOVE SPACE TO PM-OPTION.
           MOVE SPACES TO PM-DEVISE.
           WRITE PAIEMENT-REC.

           ADD AR-MONTANT TO RA-MONTANT-RECOUVRE.
           ADD 1 TO WS-COUNT-ENCAISSES.
           ADD AR-MONTANT TO WS-TOTAL-ENCAISSE

           .

       PASSER-COMMISSION.
           ADD AR-COMMISSION TO RA-COMMISSIONS.
           ADD AR-COMMISSION TO WS-TOTAL-COMMISSIONS.

           MOVE WS-DATE-JOUR TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE AR-NUMERO-PRET TO WS-EC-REFERENCE(1:6).
           MOVE AR-COMMISSION TO WS-EC-MONTANT.
           MOVE "RECOUV-COMM" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .
