       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLANNU.

      *> Cloture de l'exercice au grand livre (soldes-gl.idx, cf.
      *> SOLDEGL-REC), lancee par la chaine annuelle une fois
      *> decembre cloture par GLCLOT :
      *>   1. les soldes des comptes de charges et de produits
      *>      (classes 6 et 7) sont vires au compte de report a
      *>      nouveau (nature REPORT-NOUV de comptes-map.in) : une
      *>      periode AAAA13 porte, par compte, l'ecriture de
      *>      cloture qui le ramene a zero, et au report a nouveau
      *>      le resultat de l'exercice ;
      *>   2. les soldes des comptes de bilan, report a nouveau
      *>      compris, sont repris en a-nouveaux de l'exercice
      *>      suivant (periode AAAA00) ; les periodes du nouvel
      *>      exercice deja ouvertes au report a nouveau recoivent
      *>      le resultat ;
      *>   3. l'etat de cloture (cloture-annuelle.rpt) detaille les
      *>      soldes vires, le resultat et les a-nouveaux ;
      *>   4. l'exercice est marque clos dans gl-etat.ctl.
      *> Decembre non cloture, exercice deja clos ou compte de
      *> report a nouveau inconnu : code retour 8, rien n'est fait.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLDEGL-FILE ASSIGN TO "Data/compta/soldes-gl.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CLE
               FILE STATUS IS WS-SGL-STATUS.

           SELECT GLETAT-FILE ASSIGN TO "Data/compta/gl-etat.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLE-STATUS.

           SELECT MAP-FILE ASSIGN TO "Data/compta/comptes-map.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT CLOTURE-FILE
                 ASSIGN TO "Data/compta/cloture-annuelle.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLDEGL-FILE.
           COPY SOLDEGL-REC.

       FD  GLETAT-FILE.
           COPY GLETAT-REC.

       FD  MAP-FILE.
       01  MAP-REC.
           05  MP-NATURE         PIC X(12).
           05  MP-COMPTE         PIC X(6).

       FD  CLOTURE-FILE.
       01  CLOTURE-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SGL-STATUS         PIC XX VALUE "00".
       01  WS-GLE-STATUS         PIC XX VALUE "00".
       01  WS-MAP-STATUS         PIC XX VALUE "00".
       01  WS-CLO-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SGL-FIN            PIC X.

       01  WS-DATE-JOUR          PIC 9(8).

      *> Etat du grand livre au lancement.
       01  WS-NB-LIGNES-INTEGREES PIC 9(9) VALUE 0.
       01  WS-DERNIER-JOUR       PIC 9(8) VALUE 0.
       01  WS-PERIODE-CLOSE      PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-PERIODE-CLOSE.
           05  WS-EXERCICE-CLOTURE PIC 9(4).
           05  WS-MOIS-CLOTURE   PIC 99.
       01  WS-EXERCICE-CLOS      PIC 9(4) VALUE 0.

       01  WS-EXERCICE-SUIVANT   PIC 9(4).
       01  WS-PERIODE-DECEMBRE   PIC 9(6).
       01  WS-PERIODE-CLOTURE    PIC 9(6).
       01  WS-PERIODE-A-NOUVEAUX PIC 9(6).
       01  WS-COMPTE-REPORT      PIC X(6) VALUE SPACES.
       01  WS-INDEX-REPORT       PIC 999 VALUE 0.

      *> Solde de fin d'exercice de chaque compte : derniere periode
      *> du compte jusqu'a decembre.
       01  WS-TABLE-COMPTES.
           05  WS-NB-COMPTES     PIC 999 VALUE 0.
           05  WS-LIGNE-COMPTE OCCURS 300 TIMES.
               10  WS-TC-COMPTE  PIC X(6).
               10  WS-TC-PERIODE PIC 9(6).
               10  WS-TC-SOLDE   PIC S9(11)V99.
       01  WS-COMPTE-INDEX       PIC 999.
       01  WS-CLASSE-COMPTE      PIC X.
           88  COMPTE-GESTION             VALUE "6" "7".

       01  WS-SOLDE              PIC S9(11)V99.
       01  WS-RESULTAT           PIC S9(13)V99 VALUE 0.
       01  WS-REPORT-AVANT       PIC S9(11)V99.
       01  WS-TOTAL-A-NOUVEAUX   PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-VIRES        PIC 9(5) VALUE 0.
       01  WS-COUNT-A-NOUVEAUX   PIC 9(5) VALUE 0.
       01  WS-COUNT-AJUSTES      PIC 9(5) VALUE 0.

       01  WS-SOLDE-ED           PIC Z(10)9,99-.
       01  WS-RESULTAT-ED        PIC Z(12)9,99-.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== GLANNU START ===".
           MOVE "GLANNU" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-VIRES
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
           PERFORM LECTURE-ETAT.

      *    L'exercice clos est celui du dernier decembre cloture.
           IF WS-MOIS-CLOTURE NOT = 12
              DISPLAY "DECEMBRE NON CLOTURE (DERNIERE PERIODE CLOSE "
                 WS-PERIODE-CLOSE "), EXERCICE NON CLOS"
              MOVE "DECEMBRE NON CLOTURE, EXERCICE NON CLOS"
                 TO WS-JOURNAL-EVENEMENT
              PERFORM ARRET-CONTROLE
           END-IF.
           IF WS-EXERCICE-CLOS NOT < WS-EXERCICE-CLOTURE
              DISPLAY "EXERCICE " WS-EXERCICE-CLOTURE " DEJA CLOS"
              MOVE "EXERCICE DEJA CLOS" TO WS-JOURNAL-EVENEMENT
              PERFORM ARRET-CONTROLE
           END-IF.

           PERFORM LECTURE-COMPTE-REPORT.
           IF WS-COMPTE-REPORT = SPACES
              DISPLAY "NATURE REPORT-NOUV ABSENTE DE COMPTES-MAP.IN"
              MOVE "COMPTE DE REPORT A NOUVEAU INCONNU"
                 TO WS-JOURNAL-EVENEMENT
              PERFORM ARRET-CONTROLE
           END-IF.

           COMPUTE WS-EXERCICE-SUIVANT = WS-EXERCICE-CLOTURE + 1.
           COMPUTE WS-PERIODE-DECEMBRE =
              WS-EXERCICE-CLOTURE * 100 + 12.
           COMPUTE WS-PERIODE-CLOTURE =
              WS-EXERCICE-CLOTURE * 100 + 13.
           COMPUTE WS-PERIODE-A-NOUVEAUX =
              WS-EXERCICE-SUIVANT * 100.

           OPEN I-O SOLDEGL-FILE.
           IF WS-SGL-STATUS NOT = "00"
              DISPLAY "SOLDEGL-FILE OPEN ERROR, STATUS="
                 WS-SGL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CLOTURE-FILE.
           IF WS-CLO-STATUS NOT = "00"
              DISPLAY "CLOTURE-FILE OPEN ERROR, STATUS="
                 WS-CLO-STATUS
              CLOSE SOLDEGL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO CLOTURE-LINE.
           STRING
              "CLOTURE DE L'EXERCICE " WS-EXERCICE-CLOTURE
              " AU " WS-DATE-JOUR
              " - REPORT A NOUVEAU " WS-COMPTE-REPORT
              DELIMITED BY SIZE
              INTO CLOTURE-LINE
           END-STRING.
           WRITE CLOTURE-LINE.

           PERFORM RELEVER-SOLDES.
           PERFORM VIRER-COMPTES-GESTION.
           PERFORM VIRER-RESULTAT.
           PERFORM AJUSTER-EXERCICE-SUIVANT.
           PERFORM ECRIRE-A-NOUVEAUX.

           MOVE WS-COUNT-A-NOUVEAUX TO WS-NB-ED.
           MOVE SPACES TO CLOTURE-LINE.
           STRING
              "A-NOUVEAUX " WS-EXERCICE-SUIVANT
              " COMPTES=" WS-NB-ED
              DELIMITED BY SIZE
              INTO CLOTURE-LINE
           END-STRING.
           WRITE CLOTURE-LINE.
           DISPLAY CLOTURE-LINE.

           CLOSE SOLDEGL-FILE CLOTURE-FILE.

      *    Les a-nouveaux d'un grand livre equilibre se compensent.
           IF WS-TOTAL-A-NOUVEAUX NOT = ZERO
              MOVE WS-TOTAL-A-NOUVEAUX TO WS-RESULTAT-ED
              DISPLAY "A-NOUVEAUX EN DESEQUILIBRE : " WS-RESULTAT-ED
              MOVE "A-NOUVEAUX EN DESEQUILIBRE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-A-NOUVEAUX
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.

           MOVE WS-EXERCICE-CLOTURE TO WS-EXERCICE-CLOS.
           PERFORM ECRITURE-ETAT.

           DISPLAY "EXERCICE " WS-EXERCICE-CLOTURE " CLOS : COMPTES "
              "VIRES=" WS-COUNT-VIRES " A-NOUVEAUX="
              WS-COUNT-A-NOUVEAUX.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-VIRES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== GLANNU END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ARRET-CONTROLE.
           MOVE "ERREUR" TO WS-JOURNAL-SEVERITE.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-VIRES
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

       LECTURE-COMPTE-REPORT.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ MAP-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF MP-NATURE = "REPORT-NOUV"
                       MOVE MP-COMPTE TO WS-COMPTE-REPORT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MAP-FILE

           .

      *> Les cles sont triees par compte puis par periode : le
      *> dernier enregistrement lu d'un compte jusqu'a decembre
      *> porte son solde de fin d'exercice.
       RELEVER-SOLDES.
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
                    IF GL-PERIODE NOT > WS-PERIODE-DECEMBRE
                       PERFORM RELEVER-COMPTE
                    END-IF
              END-READ
           END-PERFORM.

      *    Le report a nouveau recoit le resultat meme s'il n'a
      *    encore jamais ete mouvemente.
           PERFORM VARYING WS-COMPTE-INDEX FROM 1 BY 1
                 UNTIL WS-COMPTE-INDEX > WS-NB-COMPTES
              IF WS-TC-COMPTE(WS-COMPTE-INDEX) = WS-COMPTE-REPORT
                 MOVE WS-COMPTE-INDEX TO WS-INDEX-REPORT
              END-IF
           END-PERFORM.
           IF WS-INDEX-REPORT = ZERO
              IF WS-NB-COMPTES >= 300
                 DISPLAY "TABLE DES COMPTES SATUREE, COMPTE="
                    WS-COMPTE-REPORT
                 MOVE "TABLE DES COMPTES SATUREE"
                    TO WS-JOURNAL-EVENEMENT
                 PERFORM ARRET-CONTROLE
              END-IF
              ADD 1 TO WS-NB-COMPTES
              MOVE WS-NB-COMPTES TO WS-INDEX-REPORT
              MOVE WS-COMPTE-REPORT TO WS-TC-COMPTE(WS-INDEX-REPORT)
              MOVE ZERO TO WS-TC-PERIODE(WS-INDEX-REPORT)
              MOVE ZERO TO WS-TC-SOLDE(WS-INDEX-REPORT)
           END-IF

           .

       RELEVER-COMPTE.
           IF WS-NB-COMPTES = ZERO
                 OR WS-TC-COMPTE(WS-NB-COMPTES) NOT = GL-COMPTE
              IF WS-NB-COMPTES >= 300
                 DISPLAY "TABLE DES COMPTES SATUREE, COMPTE="
                    GL-COMPTE
                 MOVE "TABLE DES COMPTES SATUREE"
                    TO WS-JOURNAL-EVENEMENT
                 PERFORM ARRET-CONTROLE
              END-IF
              ADD 1 TO WS-NB-COMPTES
              MOVE GL-COMPTE TO WS-TC-COMPTE(WS-NB-COMPTES)
           END-IF.
           MOVE GL-PERIODE TO WS-TC-PERIODE(WS-NB-COMPTES).
           MOVE GL-SOLDE-FIN TO WS-TC-SOLDE(WS-NB-COMPTES)

           .

      *> Ecriture de cloture de chaque compte de gestion de
      *> l'exercice : le solde est contrepasse et s'ajoute au
      *> resultat.
       VIRER-COMPTES-GESTION.
           PERFORM VARYING WS-COMPTE-INDEX FROM 1 BY 1
                 UNTIL WS-COMPTE-INDEX > WS-NB-COMPTES
              MOVE WS-TC-COMPTE(WS-COMPTE-INDEX)(1:1)
                 TO WS-CLASSE-COMPTE
              IF COMPTE-GESTION
                    AND WS-TC-PERIODE(WS-COMPTE-INDEX)(1:4)
                       = WS-EXERCICE-CLOTURE
                    AND WS-TC-SOLDE(WS-COMPTE-INDEX) NOT = ZERO
                 PERFORM VIRER-COMPTE
              END-IF
           END-PERFORM

           .

       VIRER-COMPTE.
           MOVE WS-TC-SOLDE(WS-COMPTE-INDEX) TO WS-SOLDE.
           ADD WS-SOLDE TO WS-RESULTAT.

           MOVE WS-TC-COMPTE(WS-COMPTE-INDEX) TO GL-COMPTE.
           MOVE WS-PERIODE-CLOTURE TO GL-PERIODE.
           MOVE WS-SOLDE TO GL-SOLDE-OUVERTURE.
           MOVE ZERO TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT.
           IF WS-SOLDE > ZERO
              MOVE WS-SOLDE TO GL-TOTAL-CREDIT
           ELSE
              COMPUTE GL-TOTAL-DEBIT = ZERO - WS-SOLDE
           END-IF.
           MOVE ZERO TO GL-SOLDE-FIN.
           MOVE 1 TO GL-NB-ECRITURES.
           MOVE WS-DATE-JOUR TO GL-DATE-MAJ.
           WRITE SOLDEGL-REC
              INVALID KEY
                 DISPLAY "WRITE IMPOSSIBLE, COMPTE=" GL-COMPTE
                    " PERIODE=" GL-PERIODE " STATUS=" WS-SGL-STATUS
           END-WRITE.
           MOVE ZERO TO WS-TC-SOLDE(WS-COMPTE-INDEX).
           ADD 1 TO WS-COUNT-VIRES.

           MOVE WS-SOLDE TO WS-SOLDE-ED.
           MOVE SPACES TO CLOTURE-LINE.
           STRING
              "COMPTE DE GESTION " GL-COMPTE
              " SOLDE VIRE AU REPORT A NOUVEAU=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO CLOTURE-LINE
           END-STRING.
           WRITE CLOTURE-LINE

           .

      *> Le resultat (debiteur = perte, crediteur = benefice) passe
      *> au report a nouveau dans la periode de cloture.
       VIRER-RESULTAT.
           MOVE WS-TC-SOLDE(WS-INDEX-REPORT) TO WS-REPORT-AVANT.
           ADD WS-RESULTAT TO WS-TC-SOLDE(WS-INDEX-REPORT).

           MOVE WS-COMPTE-REPORT TO GL-COMPTE.
           MOVE WS-PERIODE-CLOTURE TO GL-PERIODE.
           MOVE WS-REPORT-AVANT TO GL-SOLDE-OUVERTURE.
           MOVE ZERO TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT.
           IF WS-RESULTAT > ZERO
              MOVE WS-RESULTAT TO GL-TOTAL-DEBIT
           ELSE
              COMPUTE GL-TOTAL-CREDIT = ZERO - WS-RESULTAT
           END-IF.
           MOVE WS-TC-SOLDE(WS-INDEX-REPORT) TO GL-SOLDE-FIN.
           MOVE WS-COUNT-VIRES TO GL-NB-ECRITURES.
           MOVE WS-DATE-JOUR TO GL-DATE-MAJ.
           WRITE SOLDEGL-REC
              INVALID KEY
                 DISPLAY "WRITE IMPOSSIBLE, COMPTE=" GL-COMPTE
                    " PERIODE=" GL-PERIODE " STATUS=" WS-SGL-STATUS
           END-WRITE.

           MOVE WS-RESULTAT TO WS-RESULTAT-ED.
           MOVE SPACES TO CLOTURE-LINE.
           IF WS-RESULTAT > ZERO
              STRING
                 "RESULTAT DE L'EXERCICE : PERTE=" WS-RESULTAT-ED
                 DELIMITED BY SIZE
                 INTO CLOTURE-LINE
              END-STRING
           ELSE
              STRING
                 "RESULTAT DE L'EXERCICE : BENEFICE=" WS-RESULTAT-ED
                 DELIMITED BY SIZE
                 INTO CLOTURE-LINE
              END-STRING
           END-IF.
           WRITE CLOTURE-LINE.
           DISPLAY CLOTURE-LINE

           .

      *> Periodes du nouvel exercice ouvertes au report a nouveau
      *> avant la cloture : leur ouverture ignorait le resultat.
       AJUSTER-EXERCICE-SUIVANT.
           IF WS-RESULTAT = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMPTE-REPORT TO GL-COMPTE.
           MOVE WS-PERIODE-CLOTURE TO GL-PERIODE.
           MOVE "N" TO WS-SGL-FIN.
           START SOLDEGL-FILE KEY > GL-CLE
              INVALID KEY
                 MOVE "Y" TO WS-SGL-FIN
           END-START.

           PERFORM UNTIL WS-SGL-FIN = "Y"
              READ SOLDEGL-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SGL-FIN
                 NOT AT END
                    IF GL-COMPTE NOT = WS-COMPTE-REPORT
                       MOVE "Y" TO WS-SGL-FIN
                    ELSE
                       ADD WS-RESULTAT TO GL-SOLDE-OUVERTURE
                       ADD WS-RESULTAT TO GL-SOLDE-FIN
                       MOVE WS-DATE-JOUR TO GL-DATE-MAJ
                       REWRITE SOLDEGL-REC
                          INVALID KEY
                             DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                                GL-COMPTE " PERIODE=" GL-PERIODE
                       END-REWRITE
                       ADD 1 TO WS-COUNT-AJUSTES
                    END-IF
              END-READ
           END-PERFORM

           .

       ECRIRE-A-NOUVEAUX.
           PERFORM VARYING WS-COMPTE-INDEX FROM 1 BY 1
                 UNTIL WS-COMPTE-INDEX > WS-NB-COMPTES
              MOVE WS-TC-COMPTE(WS-COMPTE-INDEX)(1:1)
                 TO WS-CLASSE-COMPTE
              IF NOT COMPTE-GESTION
                    AND WS-TC-SOLDE(WS-COMPTE-INDEX) NOT = ZERO
                 PERFORM ECRIRE-A-NOUVEAU
              END-IF
           END-PERFORM

           .

       ECRIRE-A-NOUVEAU.
           MOVE WS-TC-SOLDE(WS-COMPTE-INDEX) TO WS-SOLDE.
           ADD WS-SOLDE TO WS-TOTAL-A-NOUVEAUX.
           MOVE WS-TC-COMPTE(WS-COMPTE-INDEX) TO GL-COMPTE.
           MOVE WS-PERIODE-A-NOUVEAUX TO GL-PERIODE.
           MOVE WS-SOLDE TO GL-SOLDE-OUVERTURE.
           MOVE WS-SOLDE TO GL-SOLDE-FIN.
           MOVE ZERO TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT.
           MOVE ZERO TO GL-NB-ECRITURES.
           MOVE WS-DATE-JOUR TO GL-DATE-MAJ.
           WRITE SOLDEGL-REC
              INVALID KEY
                 DISPLAY "WRITE IMPOSSIBLE, COMPTE=" GL-COMPTE
                    " PERIODE=" GL-PERIODE " STATUS=" WS-SGL-STATUS
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-A-NOUVEAUX.

           MOVE WS-SOLDE TO WS-SOLDE-ED.
           MOVE SPACES TO CLOTURE-LINE.
           STRING
              "A-NOUVEAU COMPTE " GL-COMPTE
              " SOLDE=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO CLOTURE-LINE
           END-STRING.
           WRITE CLOTURE-LINE

           .
