       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOT.

      *> Cloture mensuelle du grand livre (soldes-gl.idx, cf.
      *> SOLDEGL-REC), pour le mois de la date de traitement, une
      *> fois le journal comptable entierement integre par GLMAJ :
      *>   1. report des soldes des comptes sans mouvement dans le
      *>      mois, pour que chaque compte porte son solde de la
      *>      periode ;
      *>   2. balance generale du mois (balance-generale.rpt) :
      *>      solde d'ouverture, debits, credits et solde de fin par
      *>      compte, avec la preuve que debits et credits du mois
      *>      s'egalent et que les soldes de fin se compensent ;
      *>   3. grand livre du mois par compte (grand-livre.rpt) :
      *>      ecritures du journal triees par compte et par date,
      *>      avec solde progressif depuis l'ouverture ;
      *>   4. cloture de la periode dans gl-etat.ctl : ECRITCPT
      *>      refuse ensuite toute ecriture datee du mois ou d'un
      *>      mois anterieur, GLMAJ ne l'integre plus.
      *> Un journal non integre, une periode deja cloturee ou une
      *> balance en desequilibre sortent en code retour 8 sans
      *> cloturer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "Data/compta/journal.jrn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT SOLDEGL-FILE ASSIGN TO "Data/compta/soldes-gl.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CLE
               FILE STATUS IS WS-SGL-STATUS.

           SELECT GLETAT-FILE ASSIGN TO "Data/compta/gl-etat.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLE-STATUS.

           SELECT BALANCE-FILE
                 ASSIGN TO "Data/compta/balance-generale.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT GRANDLIV-FILE ASSIGN TO "Data/compta/grand-livre.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLV-STATUS.

           SELECT SORT-WORK-FILE
                 ASSIGN TO "Data/compta/grand-livre.srt".

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-LIGNE.
           05  JR-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  JR-COMPTE         PIC X(6).
           05  FILLER            PIC X.
           05  JR-SENS           PIC X.
           05  FILLER            PIC X.
           05  JR-MONTANT        PIC 9(9)V99.
           05  FILLER            PIC X.
           05  JR-NATURE         PIC X(12).
           05  FILLER            PIC X.
           05  JR-REFERENCE      PIC X(12).
           05  FILLER            PIC X.
           05  JR-PROGRAMME      PIC X(10).
           05  FILLER            PIC X.
           05  JR-CHAINE         PIC 9(10).

       FD  SOLDEGL-FILE.
           COPY SOLDEGL-REC.

       FD  GLETAT-FILE.
           COPY GLETAT-REC.

       FD  BALANCE-FILE.
       01  BALANCE-LINE          PIC X(132).

       FD  GRANDLIV-FILE.
       01  GRANDLIV-LINE         PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-COMPTE         PIC X(6).
           05  SW-DATE           PIC 9(8).
           05  SW-SENS           PIC X.
           05  SW-MONTANT        PIC 9(9)V99.
           05  SW-NATURE         PIC X(12).
           05  SW-REFERENCE      PIC X(12).
           05  SW-PROGRAMME      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS         PIC XX VALUE "00".
       01  WS-SGL-STATUS         PIC XX VALUE "00".
       01  WS-GLE-STATUS         PIC XX VALUE "00".
       01  WS-BAL-STATUS         PIC XX VALUE "00".
       01  WS-GLV-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SORT-EOF           PIC X  VALUE "N".
           88  SORT-EOF                   VALUE "Y".
       01  WS-SGL-FIN            PIC X.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-PERIODE            PIC 9(6).
       01  FILLER REDEFINES WS-PERIODE.
           05  WS-EXERCICE       PIC 9(4).
           05  WS-MOIS           PIC 99.

      *> Etat du grand livre au lancement.
       01  WS-NB-LIGNES-INTEGREES PIC 9(9) VALUE 0.
       01  WS-DERNIER-JOUR       PIC 9(8) VALUE 0.
       01  WS-PERIODE-CLOSE      PIC 9(6) VALUE 0.
       01  WS-EXERCICE-CLOS      PIC 9(4) VALUE 0.
       01  WS-NB-LIGNES-LUES     PIC 9(9) VALUE 0.

      *> Derniere periode connue de chaque compte avant ou pendant
      *> le mois clos, pour le report des comptes sans mouvement.
       01  WS-TABLE-COMPTES.
           05  WS-NB-COMPTES     PIC 999 VALUE 0.
           05  WS-LIGNE-COMPTE OCCURS 300 TIMES.
               10  WS-TC-COMPTE  PIC X(6).
               10  WS-TC-PERIODE PIC 9(6).
               10  WS-TC-SOLDE   PIC S9(11)V99.
       01  WS-COMPTE-INDEX       PIC 999.
       01  WS-REPORT-SOLDE       PIC S9(11)V99.
       01  WS-CLASSE-COMPTE      PIC X.
           88  COMPTE-GESTION             VALUE "6" "7".

       01  WS-COUNT-REPORTES     PIC 9(5) VALUE 0.
       01  WS-COUNT-COMPTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-ECRITURES    PIC 9(5) VALUE 0.
       01  WS-TOT-DEBITS         PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CREDITS        PIC 9(13)V99 VALUE 0.
       01  WS-TOT-SOLDES-DEBIT   PIC 9(13)V99 VALUE 0.
       01  WS-TOT-SOLDES-CREDIT  PIC 9(13)V99 VALUE 0.

      *> Rupture par compte du grand livre.
       01  WS-PREMIER-COMPTE     PIC X VALUE "Y".
           88  PREMIER-COMPTE             VALUE "Y".
       01  WS-COMPTE-COURANT     PIC X(6).
       01  WS-SOLDE-PROGRESSIF   PIC S9(11)V99.
       01  WS-CPT-DEBITS         PIC 9(11)V99.
       01  WS-CPT-CREDITS        PIC 9(11)V99.

       01  WS-SOLDE-ED           PIC Z(10)9,99-.
       01  WS-OUVERTURE-ED       PIC Z(10)9,99-.
       01  WS-DEBIT-ED           PIC Z(12)9,99.
       01  WS-CREDIT-ED          PIC Z(12)9,99.
       01  WS-MVT-DEBIT-ED       PIC Z(12)9,99 BLANK WHEN ZERO.
       01  WS-MVT-CREDIT-ED      PIC Z(12)9,99 BLANK WHEN ZERO.
       01  WS-SENS-SOLDE         PIC X.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== GLCLOT START ===".
           MOVE "GLCLOT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-COMPTES
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
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.
           PERFORM LECTURE-ETAT.

           IF WS-PERIODE NOT > WS-PERIODE-CLOSE
              DISPLAY "PERIODE " WS-PERIODE " DEJA CLOTUREE (DERNIERE "
                 "CLOTURE " WS-PERIODE-CLOSE ")"
              MOVE "PERIODE DEJA CLOTUREE" TO WS-JOURNAL-EVENEMENT
              PERFORM ARRET-CONTROLE
           END-IF.

      *    La balance ne vaut que sur un journal entierement
      *    integre : GLMAJ doit etre passe apres la derniere
      *    ecriture.
           PERFORM COMPTER-LIGNES-JOURNAL.
           IF WS-NB-LIGNES-LUES NOT = WS-NB-LIGNES-INTEGREES
              DISPLAY "JOURNAL COMPTABLE NON INTEGRE AU GRAND LIVRE ("
                 WS-NB-LIGNES-LUES " LIGNES, " WS-NB-LIGNES-INTEGREES
                 " INTEGREES)"
              MOVE "JOURNAL NON INTEGRE, CLOTURE REFUSEE"
                 TO WS-JOURNAL-EVENEMENT
              PERFORM ARRET-CONTROLE
           END-IF.

           OPEN I-O SOLDEGL-FILE.
           IF WS-SGL-STATUS = "35"
      *       Grand livre encore vierge : le fichier est cree, la
      *       balance sortira vide.
              OPEN OUTPUT SOLDEGL-FILE
              CLOSE SOLDEGL-FILE
              OPEN I-O SOLDEGL-FILE
           END-IF.
           IF WS-SGL-STATUS NOT = "00"
              DISPLAY "SOLDEGL-FILE OPEN ERROR, STATUS="
                 WS-SGL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM REPORTER-SOLDES.

           OPEN OUTPUT BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
              DISPLAY "BALANCE-FILE OPEN ERROR, STATUS="
                 WS-BAL-STATUS
              CLOSE SOLDEGL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM EDITER-BALANCE.
           CLOSE BALANCE-FILE.

           OPEN OUTPUT GRANDLIV-FILE.
           IF WS-GLV-STATUS NOT = "00"
              DISPLAY "GRANDLIV-FILE OPEN ERROR, STATUS="
                 WS-GLV-STATUS
              CLOSE SOLDEGL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-COMPTE SW-DATE
              INPUT PROCEDURE IS CHARGEMENT-ECRITURES
              OUTPUT PROCEDURE IS EDITION-GRAND-LIVRE.
           CLOSE GRANDLIV-FILE SOLDEGL-FILE.

           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                 OR WS-TOT-SOLDES-DEBIT NOT = WS-TOT-SOLDES-CREDIT
              DISPLAY "BALANCE GENERALE EN DESEQUILIBRE, PERIODE "
                 WS-PERIODE " NON CLOTUREE"
              MOVE "BALANCE EN DESEQUILIBRE, CLOTURE REFUSEE"
                 TO WS-JOURNAL-EVENEMENT
              PERFORM ARRET-CONTROLE
           END-IF.

           MOVE WS-PERIODE TO WS-PERIODE-CLOSE.
           PERFORM ECRITURE-ETAT.

           DISPLAY "PERIODE " WS-PERIODE " CLOTUREE : COMPTES="
              WS-COUNT-COMPTES " REPORTES=" WS-COUNT-REPORTES
              " ECRITURES=" WS-COUNT-ECRITURES.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-COMPTES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== GLCLOT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ARRET-CONTROLE.
           MOVE "ERREUR" TO WS-JOURNAL-SEVERITE.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-COMPTES
              WS-JOURNAL-SEVERITE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN

           .

       LECTURE-ETAT.
           OPEN INPUT GLETAT-FILE.
           IF WS-GLE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GLETAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE GE-NB-LIGNES TO WS-NB-LIGNES-INTEGREES
                 MOVE GE-DERNIER-JOUR TO WS-DERNIER-JOUR
                 MOVE GE-PERIODE-CLOSE TO WS-PERIODE-CLOSE
                 MOVE GE-EXERCICE-CLOS TO WS-EXERCICE-CLOS
           END-READ.
           CLOSE GLETAT-FILE

           .

       ECRITURE-ETAT.
           OPEN OUTPUT GLETAT-FILE.
           IF WS-GLE-STATUS NOT = "00"
              DISPLAY "GLETAT-FILE OPEN ERROR, STATUS="
                 WS-GLE-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO GLETAT-REC.
           MOVE WS-NB-LIGNES-INTEGREES TO GE-NB-LIGNES.
           MOVE WS-DERNIER-JOUR TO GE-DERNIER-JOUR.
           MOVE WS-PERIODE-CLOSE TO GE-PERIODE-CLOSE.
           MOVE WS-EXERCICE-CLOS TO GE-EXERCICE-CLOS.
           WRITE GLETAT-REC.
           CLOSE GLETAT-FILE

           .

       COMPTER-LIGNES-JOURNAL.
           MOVE ZERO TO WS-NB-LIGNES-LUES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ JOURNAL-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES-LUES
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE

           .

      *> Releve de la derniere periode de chaque compte jusqu'au
      *> mois clos, puis creation de la periode pour les comptes
      *> sans mouvement dont le solde reporte n'est pas nul (un
      *> compte de gestion repart de zero avec l'exercice).
       REPORTER-SOLDES.
           MOVE LOW-VALUES TO GL-CLE.
           MOVE "N" TO WS-SGL-FIN.
           START SOLDEGL-FILE KEY NOT < GL-CLE
              INVALID KEY
                 MOVE "Y" TO WS-SGL-FIN
           END-START.

           PERFORM UNTIL WS-SGL-FIN = "Y"
              READ SOLDEGL-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SGL-FIN
                 NOT AT END
                    IF GL-PERIODE NOT > WS-PERIODE
                       PERFORM RELEVER-COMPTE
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM VARYING WS-COMPTE-INDEX FROM 1 BY 1
                 UNTIL WS-COMPTE-INDEX > WS-NB-COMPTES
              IF WS-TC-PERIODE(WS-COMPTE-INDEX) < WS-PERIODE
                 PERFORM CREER-REPORT
              END-IF
           END-PERFORM

           .

      *> Les cles sont triees par compte puis par periode : le
      *> dernier enregistrement lu d'un compte est sa derniere
      *> periode.
       RELEVER-COMPTE.
           IF WS-NB-COMPTES = ZERO
                 OR WS-TC-COMPTE(WS-NB-COMPTES) NOT = GL-COMPTE
              IF WS-NB-COMPTES >= 300
                 DISPLAY "TABLE DES COMPTES SATUREE, COMPTE="
                    GL-COMPTE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-COMPTES
              MOVE GL-COMPTE TO WS-TC-COMPTE(WS-NB-COMPTES)
           END-IF.
           MOVE GL-PERIODE TO WS-TC-PERIODE(WS-NB-COMPTES).
           MOVE GL-SOLDE-FIN TO WS-TC-SOLDE(WS-NB-COMPTES)

           .

       CREER-REPORT.
           MOVE WS-TC-SOLDE(WS-COMPTE-INDEX) TO WS-REPORT-SOLDE.
           MOVE WS-TC-COMPTE(WS-COMPTE-INDEX)(1:1)
              TO WS-CLASSE-COMPTE.
           IF COMPTE-GESTION
                 AND WS-TC-PERIODE(WS-COMPTE-INDEX)(1:4)
                    NOT = WS-EXERCICE
              MOVE ZERO TO WS-REPORT-SOLDE
           END-IF.
           IF WS-REPORT-SOLDE = ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TC-COMPTE(WS-COMPTE-INDEX) TO GL-COMPTE.
           MOVE WS-PERIODE TO GL-PERIODE.
           MOVE WS-REPORT-SOLDE TO GL-SOLDE-OUVERTURE.
           MOVE WS-REPORT-SOLDE TO GL-SOLDE-FIN.
           MOVE ZERO TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT.
           MOVE ZERO TO GL-NB-ECRITURES.
           MOVE WS-DATE-JOUR TO GL-DATE-MAJ.
           WRITE SOLDEGL-REC
              INVALID KEY
                 DISPLAY "WRITE IMPOSSIBLE, COMPTE=" GL-COMPTE
                    " PERIODE=" GL-PERIODE " STATUS=" WS-SGL-STATUS
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-REPORTES

           .

       EDITER-BALANCE.
           MOVE SPACES TO BALANCE-LINE.
           STRING
              "BALANCE GENERALE DE LA PERIODE " WS-PERIODE
              " AU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO BALANCE-LINE
           END-STRING.
           WRITE BALANCE-LINE.

           MOVE LOW-VALUES TO GL-CLE.
           MOVE "N" TO WS-SGL-FIN.
           START SOLDEGL-FILE KEY NOT < GL-CLE
              INVALID KEY
                 MOVE "Y" TO WS-SGL-FIN
           END-START.

           PERFORM UNTIL WS-SGL-FIN = "Y"
              READ SOLDEGL-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SGL-FIN
                 NOT AT END
                    IF GL-PERIODE = WS-PERIODE
                       PERFORM EDITER-LIGNE-BALANCE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-COUNT-COMPTES TO WS-NB-ED.
           MOVE WS-TOT-DEBITS TO WS-DEBIT-ED.
           MOVE WS-TOT-CREDITS TO WS-CREDIT-ED.
           MOVE SPACES TO BALANCE-LINE.
           STRING
              "TOTAUX COMPTES=" WS-NB-ED
              " MOUVEMENTS DEBIT=" WS-DEBIT-ED
              " CREDIT=" WS-CREDIT-ED
              DELIMITED BY SIZE
              INTO BALANCE-LINE
           END-STRING.
           WRITE BALANCE-LINE.
           DISPLAY BALANCE-LINE.
           MOVE WS-TOT-SOLDES-DEBIT TO WS-DEBIT-ED.
           MOVE WS-TOT-SOLDES-CREDIT TO WS-CREDIT-ED.
           MOVE SPACES TO BALANCE-LINE.
           STRING
              "SOLDES DEBITEURS=" WS-DEBIT-ED
              " SOLDES CREDITEURS=" WS-CREDIT-ED
              DELIMITED BY SIZE
              INTO BALANCE-LINE
           END-STRING.
           WRITE BALANCE-LINE.
           DISPLAY BALANCE-LINE

           .

       EDITER-LIGNE-BALANCE.
           ADD 1 TO WS-COUNT-COMPTES.
           ADD GL-TOTAL-DEBIT TO WS-TOT-DEBITS.
           ADD GL-TOTAL-CREDIT TO WS-TOT-CREDITS.
           IF GL-SOLDE-FIN < ZERO
              MOVE "C" TO WS-SENS-SOLDE
              SUBTRACT GL-SOLDE-FIN FROM WS-TOT-SOLDES-CREDIT
           ELSE
              MOVE "D" TO WS-SENS-SOLDE
              ADD GL-SOLDE-FIN TO WS-TOT-SOLDES-DEBIT
           END-IF.

           MOVE GL-SOLDE-OUVERTURE TO WS-OUVERTURE-ED.
           MOVE GL-TOTAL-DEBIT TO WS-DEBIT-ED.
           MOVE GL-TOTAL-CREDIT TO WS-CREDIT-ED.
           MOVE GL-SOLDE-FIN TO WS-SOLDE-ED.
           MOVE SPACES TO BALANCE-LINE.
           STRING
              "COMPTE=" GL-COMPTE
              " OUVERTURE=" WS-OUVERTURE-ED
              " DEBIT=" WS-DEBIT-ED
              " CREDIT=" WS-CREDIT-ED
              " SOLDE=" WS-SOLDE-ED
              " " WS-SENS-SOLDE
              DELIMITED BY SIZE
              INTO BALANCE-LINE
           END-STRING.
           WRITE BALANCE-LINE

           .

       CHARGEMENT-ECRITURES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ JOURNAL-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF JR-DATE(1:6) = WS-PERIODE
                       MOVE JR-COMPTE TO SW-COMPTE
                       MOVE JR-DATE TO SW-DATE
                       MOVE JR-SENS TO SW-SENS
                       MOVE JR-MONTANT TO SW-MONTANT
                       MOVE JR-NATURE TO SW-NATURE
                       MOVE JR-REFERENCE TO SW-REFERENCE
                       MOVE JR-PROGRAMME TO SW-PROGRAMME
                       RELEASE SORT-WORK-REC
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE

           .

       EDITION-GRAND-LIVRE.
           MOVE SPACES TO GRANDLIV-LINE.
           STRING
              "GRAND LIVRE DE LA PERIODE " WS-PERIODE
              " AU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO GRANDLIV-LINE
           END-STRING.
           WRITE GRANDLIV-LINE.

           PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF PREMIER-COMPTE
                          OR SW-COMPTE NOT = WS-COMPTE-COURANT
                       IF NOT PREMIER-COMPTE
                          PERFORM EDITER-PIED-COMPTE
                       END-IF
                       MOVE "N" TO WS-PREMIER-COMPTE
                       MOVE SW-COMPTE TO WS-COMPTE-COURANT
                       PERFORM EDITER-TETE-COMPTE
                    END-IF
                    PERFORM EDITER-ECRITURE
              END-RETURN
           END-PERFORM.

           IF NOT PREMIER-COMPTE
              PERFORM EDITER-PIED-COMPTE
           END-IF

           .

      *> Le solde d'ouverture du compte vient du grand livre de la
      *> periode, le solde progressif en part.
       EDITER-TETE-COMPTE.
           MOVE ZERO TO WS-CPT-DEBITS WS-CPT-CREDITS.
           MOVE ZERO TO WS-SOLDE-PROGRESSIF.
           MOVE WS-COMPTE-COURANT TO GL-COMPTE.
           MOVE WS-PERIODE TO GL-PERIODE.
           READ SOLDEGL-FILE
              INVALID KEY
                 DISPLAY "COMPTE SANS SOLDE AU GRAND LIVRE : "
                    WS-COMPTE-COURANT
              NOT INVALID KEY
                 MOVE GL-SOLDE-OUVERTURE TO WS-SOLDE-PROGRESSIF
           END-READ.

           MOVE WS-SOLDE-PROGRESSIF TO WS-SOLDE-ED.
           MOVE SPACES TO GRANDLIV-LINE.
           WRITE GRANDLIV-LINE.
           MOVE SPACES TO GRANDLIV-LINE.
           STRING
              "COMPTE " WS-COMPTE-COURANT
              "   SOLDE D'OUVERTURE=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO GRANDLIV-LINE
           END-STRING.
           WRITE GRANDLIV-LINE

           .

       EDITER-ECRITURE.
           ADD 1 TO WS-COUNT-ECRITURES.
           MOVE ZERO TO WS-MVT-DEBIT-ED WS-MVT-CREDIT-ED.
           IF SW-SENS = "D"
              ADD SW-MONTANT TO WS-CPT-DEBITS
              ADD SW-MONTANT TO WS-SOLDE-PROGRESSIF
              MOVE SW-MONTANT TO WS-MVT-DEBIT-ED
           ELSE
              ADD SW-MONTANT TO WS-CPT-CREDITS
              SUBTRACT SW-MONTANT FROM WS-SOLDE-PROGRESSIF
              MOVE SW-MONTANT TO WS-MVT-CREDIT-ED
           END-IF.
           MOVE WS-SOLDE-PROGRESSIF TO WS-SOLDE-ED.
           MOVE SPACES TO GRANDLIV-LINE.
           STRING
              "  " SW-DATE
              " " SW-NATURE
              " " SW-REFERENCE
              " " SW-PROGRAMME
              " DEBIT=" WS-MVT-DEBIT-ED
              " CREDIT=" WS-MVT-CREDIT-ED
              " SOLDE=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO GRANDLIV-LINE
           END-STRING.
           WRITE GRANDLIV-LINE

           .

       EDITER-PIED-COMPTE.
           MOVE WS-CPT-DEBITS TO WS-DEBIT-ED.
           MOVE WS-CPT-CREDITS TO WS-CREDIT-ED.
           MOVE WS-SOLDE-PROGRESSIF TO WS-SOLDE-ED.
           MOVE SPACES TO GRANDLIV-LINE.
           STRING
              "  TOTAL COMPTE " WS-COMPTE-COURANT
              " DEBIT=" WS-DEBIT-ED
              " CREDIT=" WS-CREDIT-ED
              " SOLDE DE FIN=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO GRANDLIV-LINE
           END-STRING.
           WRITE GRANDLIV-LINE

           .
