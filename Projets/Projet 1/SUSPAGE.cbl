       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

      *> Balance agee du registre des suspens (suspens.idx) : relit
      *> les postes encore ouverts, calcule leur anciennete depuis
      *> la date du paiement et les range par tranche (0-30, 31-60,
      *> 61-90, 91-180, plus de 180 jours) dans suspens-age.rpt,
      *> poste par poste puis en totaux par tranche.
      *> Le total des postes ouverts est ensuite rapproche du solde
      *> du compte d'attente des suspens au journal comptable
      *> (journal.jrn, toutes dates, compte de la nature
      *> PRET-SUSPENS dans comptes-map.in) : PRETPAIE le credite a
      *> l'inscription, SUSPMNT le debite a la resolution. Un ecart
      *> sort en code retour 8 avec un evenement ERREUR, comme
      *> COMPTAEQ pour l'equilibre du journal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-SUSPENS ASSIGN TO "Data/pret/suspens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-REG-STATUS.

           SELECT MAP-FILE ASSIGN TO "Data/compta/comptes-map.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "Data/compta/journal.jrn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/pret/suspens-age.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRE-SUSPENS.
           COPY SUSPENS-REC.

       FD  MAP-FILE.
       01  MAP-REC.
           05  MP-NATURE         PIC X(12).
           05  MP-COMPTE         PIC X(6).

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

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-MAP-STATUS         PIC XX VALUE "00".
       01  WS-JRN-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-AGE-JOURS          PIC S9(5).
       01  WS-TRANCHE            PIC 9.

      *> Compte d'attente des suspens ; sans correspondance au plan,
      *> ECRITCPT aurait impute au compte d'attente general.
       01  WS-NATURE-SUSPENS     PIC X(12) VALUE "PRET-SUSPENS".
       01  WS-COMPTE-SUSPENS     PIC X(6)  VALUE "999999".

       01  WS-TRANCHES.
           05  WS-TR OCCURS 5 TIMES.
               10  WS-TR-LIBELLE PIC X(14).
               10  WS-TR-NOMBRE  PIC 9(5).
               10  WS-TR-MONTANT PIC 9(9)V99.
       01  WS-TR-INDEX           PIC 9.

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-OUVERTS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-OUVERT       PIC 9(9)V99 VALUE 0.
       01  WS-SOLDE-COMPTABLE    PIC S9(11)V99 VALUE 0.
       01  WS-ECART              PIC S9(11)V99 VALUE 0.

       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-TOTAL-ED           PIC Z(8)9,99.
       01  WS-SOLDE-ED           PIC Z(10)9,99-.
       01  WS-AGE-ED             PIC ZZZZ9.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== SUSPAGE START ===".
           MOVE "SUSPAGE" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-OUVERTS
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM INITIALISER-TRANCHES.
           PERFORM CHARGEMENT-COMPTE.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "BALANCE AGEE DES SUSPENS AU " WS-DATE-JOUR
              " - COMPTE D'ATTENTE " WS-COMPTE-SUSPENS
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

      *    Registre absent : aucun suspens n'a encore ete inscrit,
      *    la balance est vide mais le rapprochement reste du.
           OPEN INPUT REGISTRE-SUSPENS.
           IF WS-REG-STATUS = "00"
              PERFORM UNTIL EOF
                 READ REGISTRE-SUSPENS
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-COUNT-LUS
                       IF SU-OUVERT
                          PERFORM CLASSER-POSTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-SUSPENS
           ELSE
              IF WS-REG-STATUS NOT = "35"
                 DISPLAY "REGISTRE-SUSPENS OPEN ERROR, STATUS="
                    WS-REG-STATUS
                 CLOSE RAPPORT-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM EDITER-TRANCHES.
           PERFORM SOLDER-COMPTE-ATTENTE.
           PERFORM EDITER-RAPPROCHEMENT.

           CLOSE RAPPORT-FILE.

           DISPLAY "POSTES LUS=" WS-COUNT-LUS
              " OUVERTS=" WS-COUNT-OUVERTS.

           IF WS-ECART NOT = ZERO
              MOVE WS-ECART TO WS-SOLDE-ED
              DISPLAY "REGISTRE DES SUSPENS ET COMPTE D'ATTENTE "
                 "DISCORDANTS, ECART=" WS-SOLDE-ED
              MOVE "SUSPENS NON RAPPROCHES DU COMPTE" TO
                 WS-JOURNAL-EVENEMENT
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-OUVERTS
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-OUVERTS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== SUSPAGE END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       INITIALISER-TRANCHES.
           MOVE "0 A 30 J"       TO WS-TR-LIBELLE(1).
           MOVE "31 A 60 J"      TO WS-TR-LIBELLE(2).
           MOVE "61 A 90 J"      TO WS-TR-LIBELLE(3).
           MOVE "91 A 180 J"     TO WS-TR-LIBELLE(4).
           MOVE "PLUS DE 180 J"  TO WS-TR-LIBELLE(5).
           PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                 UNTIL WS-TR-INDEX > 5
              MOVE ZERO TO WS-TR-NOMBRE(WS-TR-INDEX)
              MOVE ZERO TO WS-TR-MONTANT(WS-TR-INDEX)
           END-PERFORM

           .

      *> Compte du plan associe a la nature des suspens, lu dans
      *> la meme table de correspondance que ECRITCPT.
       CHARGEMENT-COMPTE.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ MAP-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF MP-NATURE = WS-NATURE-SUSPENS
                       MOVE MP-COMPTE TO WS-COMPTE-SUSPENS
                       SET EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
           SET NOT-EOF TO TRUE

           .

      *> Anciennete depuis la date du paiement ; une date illisible
      *> se classe a la date d'inscription au registre.
       CLASSER-POSTE.
           ADD 1 TO WS-COUNT-OUVERTS.
           ADD SU-MONTANT TO WS-TOTAL-OUVERT.

           IF SU-DATE IS NUMERIC AND SU-DATE > ZERO
              COMPUTE WS-AGE-JOURS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(SU-DATE)
           ELSE
              COMPUTE WS-AGE-JOURS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(SU-DATE-INSCRIPTION)
           END-IF.
           IF WS-AGE-JOURS < ZERO
              MOVE ZERO TO WS-AGE-JOURS
           END-IF.

           EVALUATE TRUE
              WHEN WS-AGE-JOURS <= 30
                 MOVE 1 TO WS-TRANCHE
              WHEN WS-AGE-JOURS <= 60
                 MOVE 2 TO WS-TRANCHE
              WHEN WS-AGE-JOURS <= 90
                 MOVE 3 TO WS-TRANCHE
              WHEN WS-AGE-JOURS <= 180
                 MOVE 4 TO WS-TRANCHE
              WHEN OTHER
                 MOVE 5 TO WS-TRANCHE
           END-EVALUATE.
           ADD 1 TO WS-TR-NOMBRE(WS-TRANCHE).
           ADD SU-MONTANT TO WS-TR-MONTANT(WS-TRANCHE).

           MOVE SU-MONTANT TO WS-MONTANT-ED.
           MOVE WS-AGE-JOURS TO WS-AGE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "POSTE=" SU-NUMERO
              " DATE=" SU-DATE
              " REF=" SU-REFERENCE
              " MONTANT=" WS-MONTANT-ED
              " " SU-DEVISE
              " AGE=" WS-AGE-ED " J"
              " TRANCHE=" WS-TR-LIBELLE(WS-TRANCHE)
              " MOTIF=" SU-MOTIF
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-TRANCHES.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                 UNTIL WS-TR-INDEX > 5
              MOVE WS-TR-NOMBRE(WS-TR-INDEX) TO WS-NB-ED
              MOVE WS-TR-MONTANT(WS-TR-INDEX) TO WS-TOTAL-ED
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "TRANCHE " WS-TR-LIBELLE(WS-TR-INDEX)
                 " POSTES=" WS-NB-ED
                 " MONTANT=" WS-TOTAL-ED
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
           END-PERFORM.

           MOVE WS-COUNT-OUVERTS TO WS-NB-ED.
           MOVE WS-TOTAL-OUVERT TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "TOTAL OUVERT           POSTES=" WS-NB-ED
              " MONTANT=" WS-TOTAL-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE

           .

      *> Solde crediteur du compte d'attente des suspens sur tout
      *> le journal comptable ; journal absent, le solde est nul.
       SOLDER-COMPTE-ATTENTE.
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
                    IF JR-COMPTE = WS-COMPTE-SUSPENS
                       IF JR-SENS = "C"
                          ADD JR-MONTANT TO WS-SOLDE-COMPTABLE
                       ELSE
                          SUBTRACT JR-MONTANT
                             FROM WS-SOLDE-COMPTABLE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE

           .

       EDITER-RAPPROCHEMENT.
           COMPUTE WS-ECART = WS-SOLDE-COMPTABLE - WS-TOTAL-OUVERT.

           MOVE WS-SOLDE-COMPTABLE TO WS-SOLDE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "SOLDE COMPTE " WS-COMPTE-SUSPENS
              " (CREDITEUR)=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE.

           MOVE WS-ECART TO WS-SOLDE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           IF WS-ECART = ZERO
              MOVE "REGISTRE ET COMPTE D'ATTENTE CONCORDANTS"
                 TO RAPPORT-LINE
           ELSE
              STRING
                 "ECART REGISTRE / COMPTE D'ATTENTE=" WS-SOLDE-ED
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
           END-IF.
           WRITE RAPPORT-LINE

           .
