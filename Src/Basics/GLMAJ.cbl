       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAJ.

      *> Mise a jour du grand livre (Data/compta/soldes-gl.idx, un
      *> solde par compte et par periode, cf. SOLDEGL-REC) a partir
      *> du journal comptable journal.jrn alimente par ECRITCPT.
      *> Le journal est en ajout pur : seules les lignes posterieures
      *> a la derniere integration (nombre de lignes tenu dans
      *> gl-etat.ctl) sont reprises, ce qui permet de passer le
      *> programme dans la chaine de nuit comme dans la cloture
      *> mensuelle sans rien compter deux fois.
      *> Rien n'est integre tant que chaque journee reprise n'est
      *> pas equilibree (debits = credits, comme le prouve COMPTAEQ) :
      *> une journee en desequilibre sort en code retour 8 avec un
      *> evenement ERREUR, le grand livre reste en l'etat.
      *> Le premier mouvement d'un compte dans une periode ouvre son
      *> solde sur le solde de fin de la periode precedente du
      *> compte (zero en debut d'exercice pour les comptes de
      *> charges et de produits) ; un mouvement tardif dans une
      *> periode encore ouverte est reporte sur les periodes
      *> suivantes deja presentes. Une ligne datee dans une periode
      *> cloturee (cf. GLCLOT) n'est pas integree : elle sort dans
      *> gl-rejets.out avec un AVERTISSEMENT.

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

           SELECT REJET-FILE ASSIGN TO "Data/compta/gl-rejets.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

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

       FD  REJET-FILE.
       01  REJET-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS         PIC XX VALUE "00".
       01  WS-SGL-STATUS         PIC XX VALUE "00".
       01  WS-GLE-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SGL-FIN            PIC X.

       01  WS-DATE-JOUR          PIC 9(8).

      *> Etat du grand livre au lancement.
       01  WS-NB-LIGNES-INTEGREES PIC 9(9) VALUE 0.
       01  WS-DERNIER-JOUR       PIC 9(8) VALUE 0.
       01  WS-PERIODE-CLOSE      PIC 9(6) VALUE 0.
       01  WS-EXERCICE-CLOS      PIC 9(4) VALUE 0.

       01  WS-NB-LIGNES-LUES     PIC 9(9) VALUE 0.
       01  WS-COUNT-NOUVELLES    PIC 9(5) VALUE 0.
       01  WS-COUNT-INTEGREES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETEES     PIC 9(5) VALUE 0.
       01  WS-COUNT-CREES        PIC 9(5) VALUE 0.
       01  WS-COUNT-DESEQUILIBRE PIC 9(5) VALUE 0.

      *> Cumuls par journee des lignes nouvelles, pour la preuve
      *> d'equilibre avant integration.
       01  WS-TABLE-JOURNEES.
           05  WS-NB-JOURNEES    PIC 999 VALUE 0.
           05  WS-JOURNEE OCCURS 400 TIMES.
               10  WS-JO-DATE    PIC 9(8).
               10  WS-JO-DEBIT   PIC 9(11)V99.
               10  WS-JO-CREDIT  PIC 9(11)V99.
       01  WS-JOURNEE-INDEX      PIC 999.
       01  WS-JOURNEE-TROUVEE    PIC X.
           88  JOURNEE-TROUVEE            VALUE "Y".

      *> Mouvement en cours d'integration et recherche du solde a
      *> reporter.
       01  WS-MOUVEMENT          PIC S9(11)V99.
       01  WS-CLE-COURANTE.
           05  WS-COMPTE-COURANT PIC X(6).
           05  WS-PERIODE-COURANTE PIC 9(6).
           05  FILLER REDEFINES WS-PERIODE-COURANTE.
               10  WS-EXERCICE-COURANT PIC 9(4).
               10  WS-MOIS-COURANT PIC 99.
       01  WS-REPORT-TROUVE      PIC X.
           88  REPORT-TROUVE              VALUE "Y".
       01  WS-REPORT-SOLDE       PIC S9(11)V99.
       01  WS-REPORT-EXERCICE    PIC 9(4).
       01  WS-CLASSE-COMPTE      PIC X.
           88  COMPTE-GESTION             VALUE "6" "7".

       01  WS-DEBIT-ED           PIC Z(10)9,99.
       01  WS-CREDIT-ED          PIC Z(10)9,99.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== GLMAJ START ===".
           MOVE "GLMAJ" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-INTEGREES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM LECTURE-ETAT.

           PERFORM CONTROLER-JOURNEES.
           IF WS-COUNT-DESEQUILIBRE > ZERO
              DISPLAY "JOURNEES EN DESEQUILIBRE, GRAND LIVRE NON "
                 "MIS A JOUR"
              MOVE "JOURNAL EN DESEQUILIBRE, GL NON MIS A JOUR"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-DESEQUILIBRE
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O SOLDEGL-FILE.
           IF WS-SGL-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et ecritures qui suivent en
      *       dependent.
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

           OPEN OUTPUT REJET-FILE.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "REJET-FILE OPEN ERROR, STATUS="
                 WS-REJ-STATUS
              CLOSE SOLDEGL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM INTEGRER-JOURNAL.

           CLOSE SOLDEGL-FILE REJET-FILE.
           PERFORM ECRITURE-ETAT.

           DISPLAY "LIGNES DU JOURNAL=" WS-NB-LIGNES-LUES
              " NOUVELLES=" WS-COUNT-NOUVELLES
              " INTEGREES=" WS-COUNT-INTEGREES
              " REJETEES=" WS-COUNT-REJETEES
              " SOLDES CREES=" WS-COUNT-CREES.
           IF WS-COUNT-REJETEES > ZERO
              MOVE "ECRITURES EN PERIODE CLOSE NON INTEGREES"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-REJETEES
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-INTEGREES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== GLMAJ END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

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
           MOVE WS-NB-LIGNES-LUES TO GE-NB-LIGNES.
           MOVE WS-DERNIER-JOUR TO GE-DERNIER-JOUR.
           MOVE WS-PERIODE-CLOSE TO GE-PERIODE-CLOSE.
           MOVE WS-EXERCICE-CLOS TO GE-EXERCICE-CLOS.
           WRITE GLETAT-REC.
           CLOSE GLETAT-FILE

           .

      *> Premier passage : preuve d'equilibre, journee par journee,
      *> des lignes nouvelles a integrer. Un journal plus court que
      *> ce qui a deja ete integre a ete remplace : rien ne peut
      *> plus etre repris sans erreur.
       CONTROLER-JOURNEES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
              DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS="
                 WS-JRN-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ZERO TO WS-NB-LIGNES-LUES.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ JOURNAL-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES-LUES
                    IF WS-NB-LIGNES-LUES > WS-NB-LIGNES-INTEGREES
                          AND JR-DATE(1:6) > WS-PERIODE-CLOSE
                       PERFORM CUMULER-JOURNEE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           IF WS-NB-LIGNES-LUES < WS-NB-LIGNES-INTEGREES
              DISPLAY "JOURNAL COMPTABLE PLUS COURT QUE LE DERNIER "
                 "PASSAGE (" WS-NB-LIGNES-LUES " < "
                 WS-NB-LIGNES-INTEGREES ")"
              ADD 1 TO WS-COUNT-DESEQUILIBRE
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-JOURNEE-INDEX FROM 1 BY 1
                 UNTIL WS-JOURNEE-INDEX > WS-NB-JOURNEES
              IF WS-JO-DEBIT(WS-JOURNEE-INDEX) NOT =
                    WS-JO-CREDIT(WS-JOURNEE-INDEX)
                 ADD 1 TO WS-COUNT-DESEQUILIBRE
                 MOVE WS-JO-DEBIT(WS-JOURNEE-INDEX) TO WS-DEBIT-ED
                 MOVE WS-JO-CREDIT(WS-JOURNEE-INDEX)
                    TO WS-CREDIT-ED
                 DISPLAY "JOURNEE " WS-JO-DATE(WS-JOURNEE-INDEX)
                    " DEBITS=" WS-DEBIT-ED
                    " CREDITS=" WS-CREDIT-ED
              END-IF
           END-PERFORM

           .

       CUMULER-JOURNEE.
           MOVE "N" TO WS-JOURNEE-TROUVEE.
           PERFORM VARYING WS-JOURNEE-INDEX FROM 1 BY 1
                 UNTIL WS-JOURNEE-INDEX > WS-NB-JOURNEES
                 OR JOURNEE-TROUVEE
              IF WS-JO-DATE(WS-JOURNEE-INDEX) = JR-DATE
                 SET JOURNEE-TROUVEE TO TRUE
              END-IF
           END-PERFORM.

           IF JOURNEE-TROUVEE
              SUBTRACT 1 FROM WS-JOURNEE-INDEX
           ELSE
              IF WS-NB-JOURNEES >= 400
                 DISPLAY "TABLE DES JOURNEES SATUREE, DATE=" JR-DATE
                 ADD 1 TO WS-COUNT-DESEQUILIBRE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-JOURNEES
              MOVE WS-NB-JOURNEES TO WS-JOURNEE-INDEX
              MOVE JR-DATE TO WS-JO-DATE(WS-JOURNEE-INDEX)
              MOVE ZERO TO WS-JO-DEBIT(WS-JOURNEE-INDEX)
              MOVE ZERO TO WS-JO-CREDIT(WS-JOURNEE-INDEX)
           END-IF.

           IF JR-SENS = "D"
              ADD JR-MONTANT TO WS-JO-DEBIT(WS-JOURNEE-INDEX)
           ELSE
              ADD JR-MONTANT TO WS-JO-CREDIT(WS-JOURNEE-INDEX)
           END-IF

           .

      *> Second passage : integration des lignes nouvelles.
       INTEGRER-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
              DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS="
                 WS-JRN-STATUS
              CLOSE SOLDEGL-FILE REJET-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ZERO TO WS-NB-LIGNES-LUES.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ JOURNAL-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES-LUES
                    IF WS-NB-LIGNES-LUES > WS-NB-LIGNES-INTEGREES
                       ADD 1 TO WS-COUNT-NOUVELLES
                       IF JR-DATE(1:6) > WS-PERIODE-CLOSE
                          PERFORM IMPUTER-LIGNE
                       ELSE
                          PERFORM REJETER-LIGNE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE

           .

       REJETER-LIGNE.
           ADD 1 TO WS-COUNT-REJETEES.
           MOVE SPACES TO REJET-LINE.
           STRING
              JOURNAL-LIGNE
              " PERIODE CLOSE"
              DELIMITED BY SIZE
              INTO REJET-LINE
           END-STRING.
           WRITE REJET-LINE

           .

       IMPUTER-LIGNE.
           IF JR-SENS = "D"
              MOVE JR-MONTANT TO WS-MOUVEMENT
           ELSE
              COMPUTE WS-MOUVEMENT = ZERO - JR-MONTANT
           END-IF.

           MOVE JR-COMPTE TO WS-COMPTE-COURANT.
           MOVE JR-DATE(1:6) TO WS-PERIODE-COURANTE.
           MOVE JR-COMPTE(1:1) TO WS-CLASSE-COMPTE.
           MOVE WS-CLE-COURANTE TO GL-CLE.
           READ SOLDEGL-FILE
              INVALID KEY
                 PERFORM CREER-SOLDE-PERIODE
           END-READ.

           IF JR-SENS = "D"
              ADD JR-MONTANT TO GL-TOTAL-DEBIT
           ELSE
              ADD JR-MONTANT TO GL-TOTAL-CREDIT
           END-IF.
           ADD WS-MOUVEMENT TO GL-SOLDE-FIN.
           ADD 1 TO GL-NB-ECRITURES.
           MOVE WS-DATE-JOUR TO GL-DATE-MAJ.
           REWRITE SOLDEGL-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, COMPTE=" GL-COMPTE
                    " PERIODE=" GL-PERIODE " STATUS=" WS-SGL-STATUS
           END-REWRITE.
           ADD 1 TO WS-COUNT-INTEGREES.
           IF JR-DATE > WS-DERNIER-JOUR
              MOVE JR-DATE TO WS-DERNIER-JOUR
           END-IF.

           PERFORM REPORTER-MOUVEMENT

           .

      *> Solde d'ouverture d'un compte dans une periode nouvelle :
      *> solde de fin de la derniere periode anterieure du compte ;
      *> zero pour un compte de gestion dont la derniere periode
      *> est d'un exercice precedent.
       CREER-SOLDE-PERIODE.
           MOVE "N" TO WS-REPORT-TROUVE.
           MOVE ZERO TO WS-REPORT-SOLDE.
           MOVE WS-COMPTE-COURANT TO GL-COMPTE.
           MOVE ZERO TO GL-PERIODE.
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
                    IF GL-COMPTE NOT = WS-COMPTE-COURANT
                          OR GL-PERIODE NOT < WS-PERIODE-COURANTE
                       MOVE "Y" TO WS-SGL-FIN
                    ELSE
                       SET REPORT-TROUVE TO TRUE
                       MOVE GL-SOLDE-FIN TO WS-REPORT-SOLDE
                       MOVE GL-EXERCICE TO WS-REPORT-EXERCICE
                    END-IF
              END-READ
           END-PERFORM.

           IF REPORT-TROUVE AND COMPTE-GESTION
                 AND WS-REPORT-EXERCICE NOT = WS-EXERCICE-COURANT
              MOVE ZERO TO WS-REPORT-SOLDE
           END-IF.

           MOVE WS-CLE-COURANTE TO GL-CLE.
           MOVE WS-REPORT-SOLDE TO GL-SOLDE-OUVERTURE.
           MOVE WS-REPORT-SOLDE TO GL-SOLDE-FIN.
           MOVE ZERO TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT.
           MOVE ZERO TO GL-NB-ECRITURES.
           MOVE WS-DATE-JOUR TO GL-DATE-MAJ.
           WRITE SOLDEGL-REC
              INVALID KEY
                 DISPLAY "WRITE IMPOSSIBLE, COMPTE=" GL-COMPTE
                    " PERIODE=" GL-PERIODE " STATUS=" WS-SGL-STATUS
           END-WRITE.
           ADD 1 TO WS-COUNT-CREES

           .

      *> Un mouvement passe dans une periode qui n'est pas la
      *> derniere du compte se reporte sur les periodes suivantes
      *> deja ouvertes - jusqu'a la fin de l'exercice seulement
      *> pour un compte de gestion.
       REPORTER-MOUVEMENT.
           MOVE WS-CLE-COURANTE TO GL-CLE.
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
                    IF GL-COMPTE NOT = WS-COMPTE-COURANT
                       MOVE "Y" TO WS-SGL-FIN
                    ELSE
                       IF COMPTE-GESTION
                             AND GL-EXERCICE NOT = WS-EXERCICE-COURANT
                          MOVE "Y" TO WS-SGL-FIN
                       ELSE
                          ADD WS-MOUVEMENT TO GL-SOLDE-OUVERTURE
                          ADD WS-MOUVEMENT TO GL-SOLDE-FIN
                          MOVE WS-DATE-JOUR TO GL-DATE-MAJ
                          REWRITE SOLDEGL-REC
                             INVALID KEY
                                DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                                   GL-COMPTE " PERIODE=" GL-PERIODE
                          END-REWRITE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .
