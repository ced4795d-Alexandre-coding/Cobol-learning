       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETPERT.

      *> Passage en perte des prets compromis sur decision du comite
      *> de credit. Les decisions arrivent dans decisions-perte.in
      *> (numero de pret, date de la seance, reference du proces-
      *> verbal). Pour chaque pret actif classe compromis (3
      *> echeances impayees et plus, la categorie C de PRETPROV) :
      *>  - le stock de provision du pret est repris et purge de
      *>    provisions.idx, la reprise passee au journal comptable
      *>    (stock au debit, produit de reprise au credit) ;
      *>  - le capital restant du est abandonne : perte au debit,
      *>    encours de credit au credit, via ECRITCPT ;
      *>  - le contrat passe au statut P (passe en perte) avec la
      *>    date et le montant abandonne, le solde ramene a zero :
      *>    PRETAVIS ne le facture plus, PRETRELA ne le relance
      *>    plus, et PRETPAIE traite tout reglement ulterieur comme
      *>    un recouvrement sur creance amortie.
      *> Les decisions inapplicables sont rejetees avec leur motif ;
      *> le tout est trace dans pertes.out avec les totaux.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE
                 ASSIGN TO "Data/pret/decisions-perte.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "Data/pret/provisions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-NUMERO-PRET
               FILE STATUS IS WS-PROV-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/pret/pertes.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Decision du comite de credit : pret, date de seance et
      *> reference du proces-verbal.
       FD  DECISION-FILE.
       01  DECISION-REC.
           05 DP-NUMERO-PRET          PIC 9(6).
           05 DP-DATE-COMITE          PIC 9(8).
           05 DP-REFERENCE            PIC X(12).

       FD  PORTEFEUILLE.
           COPY PRET-REC.

      *> Stock de provisions par pret tenu par PRETPROV.
       FD  PROVISION-FILE.
       01  PROVISION-REC.
           05 PV-NUMERO-PRET          PIC 9(6).
           05 PV-CLASSE               PIC X.
           05 PV-PROVISION            PIC 9(8)V99.
           05 PV-DATE-CALCUL          PIC 9(8).

       FD  ETAT-FILE.
       01  ETAT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEC-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-PROV-STATUS        PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUES         PIC 9(5) VALUE 0.
       01  WS-COUNT-PERTES       PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-PERTES       PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-REPRISES     PIC 9(10)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-ECH-MANQUEES       PIC S9(4).
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-PROVISION-REPRISE  PIC 9(8)V99.

       01  WS-IMPAYES-ED         PIC ZZZ9.
       01  WS-PERTE-ED           PIC Z(7)9,99.
       01  WS-PROVISION-ED       PIC Z(7)9,99.
       01  WS-TOTAL-ED           PIC Z(9)9,99.
       01  WS-TOTAL-PROV-ED      PIC Z(9)9,99.

      *> Deversement comptable de la perte via ECRITCPT : charge de
      *> creance irrecouvrable au debit, encours de credit au
      *> credit, en reference le numero de pret.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "PRETPERT".
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
           DISPLAY "=== PRETPERT START ===".
           MOVE "PRETPERT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PERTES
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

           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS NOT = "00"
              DISPLAY "DECISION-FILE OPEN ERROR, STATUS="
                 WS-DEC-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              CLOSE DECISION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O PROVISION-FILE.
           IF WS-PROV-STATUS = "35"
              OPEN OUTPUT PROVISION-FILE
              CLOSE PROVISION-FILE
              OPEN I-O PROVISION-FILE
           END-IF.
           IF WS-PROV-STATUS NOT = "00"
              DISPLAY "PROVISION-FILE OPEN ERROR, STATUS="
                 WS-PROV-STATUS
              CLOSE DECISION-FILE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE DECISION-FILE PORTEFEUILLE PROVISION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           MOVE SPACES TO ETAT-LINE.
           STRING
              "PASSAGES EN PERTE DU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           PERFORM UNTIL EOF
              READ DECISION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUES
                    PERFORM TRAITER-DECISION
              END-READ
           END-PERFORM.

           MOVE WS-TOTAL-PERTES TO WS-TOTAL-ED.
           MOVE WS-TOTAL-REPRISES TO WS-TOTAL-PROV-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAUX DECISIONS=" WS-COUNT-LUES
              " PASSEES=" WS-COUNT-PERTES
              " REJETEES=" WS-COUNT-REJETS
              " PERTES=" WS-TOTAL-ED
              " PROVISIONS REPRISES=" WS-TOTAL-PROV-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE.

           CLOSE DECISION-FILE PORTEFEUILLE PROVISION-FILE ETAT-FILE.

           MOVE "PRETPERT" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PERTES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETPERT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Seul un pret actif compromis (meme bareme d'arrieres que
      *> PRETPROV et PRETARR) peut etre passe en perte : une
      *> decision sur un pret regularise entre la seance et le
      *> passage est rejetee pour revue.
       TRAITER-DECISION.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE DP-NUMERO-PRET TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 MOVE "PRET INCONNU" TO WS-MOTIF-REJET
           END-READ.

           IF WS-MOTIF-REJET = SPACES
              COMPUTE WS-ECH-MANQUEES =
                 PR-NB-ECH-FACTUREES - PR-NB-ECH-PAYEES
              EVALUATE TRUE
                 WHEN PR-PASSE-PERTE
                    MOVE "DEJA PASSE EN PERTE" TO WS-MOTIF-REJET
                 WHEN NOT PR-ACTIF
                    MOVE "PRET NON ACTIF" TO WS-MOTIF-REJET
                 WHEN WS-ECH-MANQUEES < 3
                    MOVE "PRET NON COMPROMIS" TO WS-MOTIF-REJET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-COUNT-REJETS
              MOVE SPACES TO ETAT-LINE
              STRING
                 "REJET PRET=" DP-NUMERO-PRET
                 " COMITE DU " DP-DATE-COMITE
                 " PV=" DP-REFERENCE
                 " MOTIF=" WS-MOTIF-REJET
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM REPRENDRE-PROVISION.
           PERFORM PASSER-EN-PERTE

           .

      *> La provision constituee n'a plus d'objet une fois la perte
      *> constatee : elle est reprise et la ligne purgee du stock.
       REPRENDRE-PROVISION.
           MOVE ZERO TO WS-PROVISION-REPRISE.
           MOVE PR-NUMERO-PRET TO PV-NUMERO-PRET.
           READ PROVISION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE PV-PROVISION TO WS-PROVISION-REPRISE.
           ADD PV-PROVISION TO WS-TOTAL-REPRISES.
           DELETE PROVISION-FILE
              INVALID KEY
                 DISPLAY "DELETE IMPOSSIBLE, PROVISION PRET="
                    PV-NUMERO-PRET " STATUS=" WS-PROV-STATUS
           END-DELETE.

           IF WS-PROVISION-REPRISE > ZERO
              MOVE WS-DATE-JOUR TO WS-EC-DATE
              MOVE SPACES TO WS-EC-REFERENCE
              MOVE PR-NUMERO-PRET TO WS-EC-REFERENCE(1:6)
              MOVE WS-PROVISION-REPRISE TO WS-EC-MONTANT
              MOVE "PRET-PROVIS" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "REP-PROVIS" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF

           .

       PASSER-EN-PERTE.
           MOVE PR-SOLDE-RESTANT TO PR-MONTANT-PERTE.
           MOVE DP-DATE-COMITE TO PR-DATE-PASSAGE-PERTE.
           MOVE ZERO TO PR-MONTANT-RECOUVRE.
           MOVE ZERO TO PR-SOLDE-RESTANT.
           SET PR-PASSE-PERTE TO TRUE.
           REWRITE PRET-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, PRET=" PR-NUMERO-PRET
                    " STATUS=" WS-PORT-STATUS
           END-REWRITE.

           IF PR-MONTANT-PERTE > ZERO
              MOVE WS-DATE-JOUR TO WS-EC-DATE
              MOVE SPACES TO WS-EC-REFERENCE
              MOVE PR-NUMERO-PRET TO WS-EC-REFERENCE(1:6)
              MOVE PR-MONTANT-PERTE TO WS-EC-MONTANT
              MOVE "PRET-PERTE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "PRET-CAPITAL" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF.

           ADD 1 TO WS-COUNT-PERTES.
           ADD PR-MONTANT-PERTE TO WS-TOTAL-PERTES.

           MOVE WS-ECH-MANQUEES TO WS-IMPAYES-ED.
           MOVE PR-MONTANT-PERTE TO WS-PERTE-ED.
           MOVE WS-PROVISION-REPRISE TO WS-PROVISION-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "PERTE PRET=" PR-NUMERO-PRET
              " CLIENT=" PR-ID-CLIENT
              " COMITE DU " DP-DATE-COMITE
              " PV=" DP-REFERENCE
              " IMPAYES=" WS-IMPAYES-ED
              " CAPITAL ABANDONNE=" WS-PERTE-ED
              " PROVISION REPRISE=" WS-PROVISION-ED
              " " PR-DEVISE
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .
