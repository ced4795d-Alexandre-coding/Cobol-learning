       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPARGREV.

      *> Reversement mensuel au Tresor des prelevements a la source
      *> sur interets : relit le registre fiscal interets.log tenu
      *> par PRELVSRC, retient les credits du mois de la date de
      *> traitement et edite l'etat de reversement
      *> reversement-fiscal.out - une ligne par origine (produit de
      *> livret, DAT pour les depots a terme) avec le nombre de
      *> credits, les interets bruts, le prelevement forfaitaire et
      *> les prelevements sociaux, puis le total a reverser et le
      *> nombre de credits dispenses du forfaitaire. Le montant
      *> reverse solde le compte d'Etat en comptabilite (ECRITCPT :
      *> Etat au debit, banque au credit). Passage protege contre
      *> la relance du meme jour par RegistreExec, l'ecriture de
      *> reversement ne devant partir qu'une fois.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERET-FILE ASSIGN TO "Data/epargne/interets.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.

           SELECT ETAT-FILE
                 ASSIGN TO "Data/epargne/reversement-fiscal.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERET-FILE.
           COPY INTERET-REC.

       FD  ETAT-FILE.
       01  ETAT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INT-STATUS         PIC XX VALUE "00".
       01  WS-ETA-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(7) VALUE 0.
       01  WS-COUNT-RETENUS      PIC 9(7) VALUE 0.
       01  WS-COUNT-DISPENSES    PIC 9(7) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).

      *> Cumuls du mois par origine.
       01  WS-TABLE-ORIGINES.
           05  WS-NB-ORIGINES    PIC 99 VALUE 0.
           05  WS-ORIGINE OCCURS 20 TIMES.
               10  WS-OR-CODE    PIC X(4).
               10  WS-OR-NB      PIC 9(7).
               10  WS-OR-BRUT    PIC 9(11)V99.
               10  WS-OR-PFL     PIC 9(11)V99.
               10  WS-OR-SOCIAL  PIC 9(11)V99.
       01  WS-ORIGINE-INDEX      PIC 99.
       01  WS-ORIGINE-TROUVEE    PIC X.
           88  ORIGINE-TROUVEE            VALUE "Y".
           88  ORIGINE-ABSENTE            VALUE "N".

       01  WS-TOTAL-BRUT         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PFL          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SOCIAL       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-REVERSE      PIC 9(11)V99 VALUE 0.

       01  WS-NB-ED              PIC Z(6)9.
       01  WS-BRUT-ED            PIC Z(10)9,99.
       01  WS-PFL-ED             PIC Z(10)9,99.
       01  WS-SOCIAL-ED          PIC Z(10)9,99.
       01  WS-REVERSE-ED         PIC Z(10)9,99.

      *> Deversement comptable du reversement via ECRITCPT.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "EPARGREV".
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
           DISPLAY "=== EPARGREV START ===".
           MOVE "EPARGREV" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-RETENUS
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETA-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETA-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT INTERET-FILE.
           IF WS-INT-STATUS = "35"
              DISPLAY "AUCUN INTERET CREDITE, ETAT A NEANT"
              SET EOF TO TRUE
           ELSE
              IF WS-INT-STATUS NOT = "00"
                 DISPLAY "INTERET-FILE OPEN ERROR, STATUS="
                    WS-INT-STATUS
                 CLOSE ETAT-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM UNTIL EOF
              READ INTERET-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    IF IT-DATE(1:6) = WS-DATE-JOUR(1:6)
                       PERFORM CUMULER-INTERET
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-INT-STATUS NOT = "35"
              CLOSE INTERET-FILE
           END-IF.

           PERFORM EDITER-ETAT.
           IF WS-TOTAL-REVERSE > ZERO
              PERFORM DEVERSER-COMPTA
           END-IF.

           CLOSE ETAT-FILE.

           MOVE WS-TOTAL-REVERSE TO WS-REVERSE-ED.
           DISPLAY "CREDITS LUS=" WS-COUNT-LUS
              " DU MOIS=" WS-COUNT-RETENUS
              " A REVERSER=" WS-REVERSE-ED.
           MOVE "EPARGREV" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-RETENUS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== EPARGREV END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CUMULER-INTERET.
           ADD 1 TO WS-COUNT-RETENUS.
           IF IT-DISPENSE-PFL
              ADD 1 TO WS-COUNT-DISPENSES
           END-IF.

           SET ORIGINE-ABSENTE TO TRUE.
           PERFORM VARYING WS-ORIGINE-INDEX FROM 1 BY 1
                 UNTIL WS-ORIGINE-INDEX > WS-NB-ORIGINES
                 OR ORIGINE-TROUVEE
              IF WS-OR-CODE(WS-ORIGINE-INDEX) = IT-ORIGINE
                 SET ORIGINE-TROUVEE TO TRUE
              END-IF
           END-PERFORM.

           IF ORIGINE-TROUVEE
              SUBTRACT 1 FROM WS-ORIGINE-INDEX
           ELSE
              IF WS-NB-ORIGINES >= 20
                 DISPLAY "TABLE DES ORIGINES SATUREE, ORIGINE="
                    IT-ORIGINE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-ORIGINES
              MOVE WS-NB-ORIGINES TO WS-ORIGINE-INDEX
              MOVE IT-ORIGINE TO WS-OR-CODE(WS-ORIGINE-INDEX)
              MOVE ZERO TO WS-OR-NB(WS-ORIGINE-INDEX)
                 WS-OR-BRUT(WS-ORIGINE-INDEX)
                 WS-OR-PFL(WS-ORIGINE-INDEX)
                 WS-OR-SOCIAL(WS-ORIGINE-INDEX)
           END-IF.

           ADD 1 TO WS-OR-NB(WS-ORIGINE-INDEX).
           ADD IT-BRUT TO WS-OR-BRUT(WS-ORIGINE-INDEX).
           ADD IT-PFL TO WS-OR-PFL(WS-ORIGINE-INDEX).
           ADD IT-SOCIAL TO WS-OR-SOCIAL(WS-ORIGINE-INDEX).

           ADD IT-BRUT TO WS-TOTAL-BRUT.
           ADD IT-PFL TO WS-TOTAL-PFL.
           ADD IT-SOCIAL TO WS-TOTAL-SOCIAL

           .

       EDITER-ETAT.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "ETAT DE REVERSEMENT DES PRELEVEMENTS A LA SOURCE - "
              "MOIS " WS-DATE-JOUR(1:6)
              " - ARRETE LE " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           PERFORM VARYING WS-ORIGINE-INDEX FROM 1 BY 1
                 UNTIL WS-ORIGINE-INDEX > WS-NB-ORIGINES
              MOVE WS-OR-NB(WS-ORIGINE-INDEX) TO WS-NB-ED
              MOVE WS-OR-BRUT(WS-ORIGINE-INDEX) TO WS-BRUT-ED
              MOVE WS-OR-PFL(WS-ORIGINE-INDEX) TO WS-PFL-ED
              MOVE WS-OR-SOCIAL(WS-ORIGINE-INDEX) TO WS-SOCIAL-ED
              MOVE SPACES TO ETAT-LINE
              STRING
                 "ORIGINE=" WS-OR-CODE(WS-ORIGINE-INDEX)
                 " CREDITS=" WS-NB-ED
                 " BRUT=" WS-BRUT-ED
                 " FORFAITAIRE=" WS-PFL-ED
                 " SOCIAUX=" WS-SOCIAL-ED
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
           END-PERFORM.

           COMPUTE WS-TOTAL-REVERSE = WS-TOTAL-PFL + WS-TOTAL-SOCIAL.
           MOVE WS-COUNT-RETENUS TO WS-NB-ED.
           MOVE WS-TOTAL-BRUT TO WS-BRUT-ED.
           MOVE WS-TOTAL-PFL TO WS-PFL-ED.
           MOVE WS-TOTAL-SOCIAL TO WS-SOCIAL-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAL   CREDITS=" WS-NB-ED
              " BRUT=" WS-BRUT-ED
              " FORFAITAIRE=" WS-PFL-ED
              " SOCIAUX=" WS-SOCIAL-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           MOVE WS-TOTAL-REVERSE TO WS-REVERSE-ED.
           MOVE WS-COUNT-DISPENSES TO WS-NB-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "MONTANT A REVERSER AU TRESOR=" WS-REVERSE-ED
              " CREDITS DISPENSES DU FORFAITAIRE=" WS-NB-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE

           .

      *> Le reversement solde le compte d'Etat contre la banque ;
      *> reference = REV + mois reverse.
       DEVERSER-COMPTA.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE "REV" TO WS-EC-REFERENCE(1:3).
           MOVE WS-DATE-JOUR(1:6) TO WS-EC-REFERENCE(4:6).
           MOVE WS-TOTAL-REVERSE TO WS-EC-MONTANT.

           MOVE "ETAT-PRELEV" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .
