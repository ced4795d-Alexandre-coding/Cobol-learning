      *> comptabilite. Tout desequilibre sort en code retour 8 avec
      *> un evenement ERREUR, comme les autres lots a total de
      *> controle (cf. PAIE).
      *> Le dernier jour du mois, avant la balance, les comptes
      *> courants tenus en devise sont reevalues au cours de fin de
      *> mois de Data/pret/devises.in : l'ecart entre la nouvelle
      *> contre-valeur EUR du solde et celle deja passee en
      *> comptabilite (CP-CONTRE-VALEUR) part au journal sur la
      *> nature ECART-CHANGE, contrepartie CPT-CLIENT, et le detail
      *> dans Data/compta/reevaluation-devises.out. Un second
      *> passage le meme jour ne trouve plus d'ecart.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT REEVAL-FILE
                 ASSIGN TO "Data/compta/reevaluation-devises.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REE-STATUS.

           SELECT CONTROLE-FILE
                 ASSIGN TO "Data/compta/journal-controle.out"
               ORGANIZATION IS LINE SEQUENTIAL
           05  JR-REFERENCE      PIC X(12).
           05  FILLER            PIC X.
           05  JR-PROGRAMME      PIC X(10).
           05  FILLER            PIC X.
           05  JR-CHAINE         PIC 9(10).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  REEVAL-FILE.
       01  REEVAL-LINE           PIC X(132).

       FD  CONTROLE-FILE.
       01  CONTROLE-LINE         PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS         PIC XX VALUE "00".
       01  WS-CTL-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-REE-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-RETENUES     PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-LENDEMAIN     PIC 9(8).

      *> Reevaluation de fin de mois des comptes en devises.
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).
       01  WS-CPT-FIN            PIC X.
       01  WS-NOUVELLE-VALEUR    PIC S9(9)V99.
       01  WS-ECART-CHANGE       PIC S9(9)V99.
       01  WS-COUNT-REEVALUES    PIC 9(5) VALUE 0.
       01  WS-TOTAL-PERTES       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-GAINS        PIC 9(11)V99 VALUE 0.
       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-VALEUR-ED          PIC Z(8)9,99-.
       01  WS-ECART-ED           PIC Z(8)9,99-.
       01  WS-COURS-ED           PIC ZZ9,999999.

       01  WS-EC-PROGRAMME       PIC X(10) VALUE "COMPTAEQ".
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).
       01  WS-TOT-DEBITS         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-CREDITS        PIC 9(11)V99 VALUE 0.

       01  WS-CREDIT-ED          PIC Z(10)9,99.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              WS-JOURNAL-EVENEMENT WS-COUNT-RETENUES
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

      *    Dernier jour du mois : les ecritures de reevaluation
      *    entrent au journal avant sa relecture, et donc dans la
      *    balance du jour.
           COMPUTE WS-DATE-LENDEMAIN = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + 1).
           IF WS-DATE-LENDEMAIN(5:2) NOT = WS-DATE-JOUR(5:2)
              PERFORM REEVALUER-DEVISES
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
              DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS="
           END-IF.

           DISPLAY "JOURNAL EQUILIBRE, REMISE LIBEREE.".
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-RETENUES
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       REEVALUER-DEVISES.
           PERFORM CHARGEMENT-COURS.

           OPEN I-O COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE INDISPONIBLE, REEVALUATION NON "
                 "FAITE, STATUS=" WS-CPT-STATUS
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT REEVAL-FILE.
           IF WS-REE-STATUS NOT = "00"
              DISPLAY "REEVAL-FILE OPEN ERROR, STATUS=" WS-REE-STATUS
              CLOSE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REEVAL-LINE.
           STRING
              "REEVALUATION DES COMPTES EN DEVISES AU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO REEVAL-LINE
           END-STRING.
           WRITE REEVAL-LINE.

           MOVE "N" TO WS-CPT-FIN.
           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 MOVE "Y" TO WS-CPT-FIN
           END-START.

           PERFORM UNTIL WS-CPT-FIN = "Y"
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-CPT-FIN
                 NOT AT END
                    IF NOT CP-EN-EUR
                       PERFORM REEVALUER-COMPTE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-TOTAL-PERTES TO WS-DEBIT-ED.
           MOVE WS-TOTAL-GAINS TO WS-CREDIT-ED.
           MOVE WS-COUNT-REEVALUES TO WS-NB-ED.
           MOVE SPACES TO REEVAL-LINE.
           STRING
              "TOTAUX COMPTES REEVALUES=" WS-NB-ED
              " PERTES DE CHANGE=" WS-DEBIT-ED
              " GAINS DE CHANGE=" WS-CREDIT-ED
              DELIMITED BY SIZE
              INTO REEVAL-LINE
           END-STRING.
           WRITE REEVAL-LINE.
           DISPLAY REEVAL-LINE.

           CLOSE COMPTE-FILE REEVAL-FILE

           .

      *> Le compte client est au passif : une contre-valeur qui
      *> monte est une perte de change (ECART-CHANGE au debit), une
      *> contre-valeur qui baisse un gain (ECART-CHANGE au credit).
       REEVALUER-COMPTE.
           MOVE ZERO TO WS-COURS-TROUVE.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = CP-DEVISE
                 MOVE WS-CRS-COURS(WS-COURS-INDEX)
                    TO WS-COURS-TROUVE
              END-IF
           END-PERFORM.
           IF WS-COURS-TROUVE = ZERO
              DISPLAY "DEVISE SANS COURS, COMPTE=" CP-NUMERO-COMPTE
                 " DEVISE=" CP-DEVISE " NON REEVALUE"
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NOUVELLE-VALEUR ROUNDED =
              CP-SOLDE * WS-COURS-TROUVE.
           COMPUTE WS-ECART-CHANGE =
              WS-NOUVELLE-VALEUR - CP-CONTRE-VALEUR.
           IF WS-ECART-CHANGE = ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE CP-NUMERO-COMPTE TO WS-EC-REFERENCE(1:8).
           IF WS-ECART-CHANGE > ZERO
              MOVE WS-ECART-CHANGE TO WS-EC-MONTANT
              ADD WS-ECART-CHANGE TO WS-TOTAL-PERTES
              MOVE "ECART-CHANGE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "CPT-CLIENT" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           ELSE
              COMPUTE WS-EC-MONTANT = ZERO - WS-ECART-CHANGE
              ADD WS-EC-MONTANT TO WS-TOTAL-GAINS
              MOVE "CPT-CLIENT" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "ECART-CHANGE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF.

           MOVE CP-SOLDE TO WS-SOLDE-ED.
           MOVE WS-COURS-TROUVE TO WS-COURS-ED.
           MOVE WS-NOUVELLE-VALEUR TO WS-VALEUR-ED.
           MOVE WS-ECART-CHANGE TO WS-ECART-ED.
           MOVE SPACES TO REEVAL-LINE.
           STRING
              "COMPTE=" CP-NUMERO-COMPTE
              " DEVISE=" CP-DEVISE
              " SOLDE=" WS-SOLDE-ED
              " COURS=" WS-COURS-ED
              " CONTRE-VALEUR EUR=" WS-VALEUR-ED
              " ECART=" WS-ECART-ED
              DELIMITED BY SIZE
              INTO REEVAL-LINE
           END-STRING.
           WRITE REEVAL-LINE.

           MOVE WS-NOUVELLE-VALEUR TO CP-CONTRE-VALEUR.
           MOVE WS-DATE-JOUR TO CP-DATE-REEVAL.
           REWRITE COMPTE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                    CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
           END-REWRITE.
           ADD 1 TO WS-COUNT-REEVALUES

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

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

       CUMULER-ECRITURE.
           IF JR-SENS = "D"
              ADD JR-MONTANT TO WS-TOT-DEBITS
