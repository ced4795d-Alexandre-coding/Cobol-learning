       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETDEBL.

      *> Deblocage des fonds des prets inscrits par PRETENR :
      *>  - un pret classique (sans differe) est verse en une fois
      *>    des son premier passage, pour tout son reste a
      *>    debloquer ;
      *>  - un pret travaux (PR-DIFFERE-MOIS non nul) est verse par
      *>    tranches, au fil des appels de fonds du constructeur
      *>    recus dans appels-fonds.in (numero de pret, date,
      *>    montant, reference de l'appel), dans la limite du reste
      *>    a debloquer porte au contrat.
      *> Chaque versement credite le compte courant de l'emprunteur
      *> par une operation DEBLOCAGE deposee dans operations.in
      *> (COMPTMAJ passe banque au debit, compte client au credit)
      *> et passe ici au journal via ECRITCPT l'encours de credit
      *> au debit contre la banque ; le capital verse rejoint
      *> PR-SOLDE-RESTANT, seule base des interets de PRETAVIS.
      *> A chaque versement la mensualite est recalculee sur ce
      *> capital verse et la duree d'amortissement restante, pour
      *> que l'echeance amortisse ce qui est reellement du.
      *> Les appels refuses et les versements sortent dans
      *> deblocages.out avec les totaux du passage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT APPEL-FILE ASSIGN TO "Data/pret/appels-fonds.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/pret/deblocages.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTEFEUILLE.
           COPY PRET-REC.

      *> Appel de fonds du constructeur pour une tranche de travaux.
       FD  APPEL-FILE.
       01  APPEL-LINE.
           05  AF-NUMERO-PRET    PIC 9(6).
           05  AF-DATE           PIC 9(8).
           05  AF-MONTANT        PIC 9(8)V99.
           05  AF-REFERENCE      PIC X(12).

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

       FD  ETAT-FILE.
       01  ETAT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-APP-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-APPELS       PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETS       PIC 9(5) VALUE 0.
       01  WS-COUNT-TRANCHES     PIC 9(5) VALUE 0.
       01  WS-COUNT-INTEGRAUX    PIC 9(5) VALUE 0.
       01  WS-TOTAL-DEBLOQUE     PIC 9(10)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MONTANT-VERSE      PIC 9(8)V99.
       01  WS-REFERENCE-VERS     PIC X(12).
       01  WS-MOTIF-REJET        PIC X(30).

       01  WS-TAUX-MENSUEL       PIC 9V9(16).
       01  WS-FACTEUR-CAPI       PIC 9(4)V9(16).
       01  WS-MOIS-RESTANTS      PIC 9(4).

       01  WS-MONTANT-ED         PIC Z(7)9,99.
       01  WS-RESTE-ED           PIC Z(7)9,99.
       01  WS-TOTAL-ED           PIC Z(9)9,99.

      *> Deversement comptable du versement via ECRITCPT : encours
      *> de credit au debit, banque au credit (contrepartie de
      *> l'operation DEBLOCAGE imputee par COMPTMAJ).
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "PRETDEBL".
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
       01  WS-JOURNAL-NB-ENR     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "=== PRETDEBL START ===".
           MOVE "PRETDEBL" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB-ENR
              WS-JOURNAL-SEVERITE.

      *    Un appel de fonds deja verse ne doit pas repartir : pas
      *    de second passage le meme jour sans forcage explicite
      *    (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              CLOSE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE PORTEFEUILLE OPERATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           MOVE SPACES TO ETAT-LINE.
           STRING
              "DEBLOCAGES DE FONDS DU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           PERFORM TRAITER-APPELS.
           PERFORM DEBLOQUER-PRETS-CLASSIQUES.

           MOVE WS-TOTAL-DEBLOQUE TO WS-TOTAL-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAUX APPELS=" WS-COUNT-APPELS
              " REJETES=" WS-COUNT-REJETS
              " TRANCHES=" WS-COUNT-TRANCHES
              " VERSEMENTS INTEGRAUX=" WS-COUNT-INTEGRAUX
              " MONTANT=" WS-TOTAL-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE.

           CLOSE PORTEFEUILLE OPERATION-FILE ETAT-FILE.

           COMPUTE WS-JOURNAL-NB-ENR =
              WS-COUNT-TRANCHES + WS-COUNT-INTEGRAUX.
           MOVE "PRETDEBL" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB-ENR
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETDEBL END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Appels de fonds des prets travaux. Fichier facultatif :
      *> pas d'appel recu, pas de tranche.
       TRAITER-APPELS.
           OPEN INPUT APPEL-FILE.
           IF WS-APP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ APPEL-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-APPELS
                    PERFORM TRAITER-APPEL
              END-READ
           END-PERFORM.

           CLOSE APPEL-FILE

           .

       TRAITER-APPEL.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE AF-NUMERO-PRET TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 MOVE "PRET INCONNU" TO WS-MOTIF-REJET
           END-READ.

           IF WS-MOTIF-REJET = SPACES
              EVALUATE TRUE
                 WHEN NOT PR-ACTIF
                    MOVE "PRET NON ACTIF" TO WS-MOTIF-REJET
                 WHEN PR-DIFFERE-MOIS = ZERO
                    MOVE "PRET SANS TRANCHES" TO WS-MOTIF-REJET
                 WHEN AF-MONTANT = ZERO
                    MOVE "MONTANT NUL" TO WS-MOTIF-REJET
                 WHEN PR-RESTE-A-DEBLOQUER = ZERO
                    MOVE "PRET ENTIEREMENT DEBLOQUE"
                       TO WS-MOTIF-REJET
                 WHEN AF-MONTANT > PR-RESTE-A-DEBLOQUER
                    MOVE "APPEL SUPERIEUR AU RESTE" TO WS-MOTIF-REJET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-COUNT-REJETS
              MOVE AF-MONTANT TO WS-MONTANT-ED
              MOVE SPACES TO ETAT-LINE
              STRING
                 "REJET APPEL PRET=" AF-NUMERO-PRET
                 " DU " AF-DATE
                 " REF=" AF-REFERENCE
                 " MONTANT=" WS-MONTANT-ED
                 " MOTIF=" WS-MOTIF-REJET
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE AF-MONTANT TO WS-MONTANT-VERSE.
           MOVE AF-REFERENCE TO WS-REFERENCE-VERS.
           PERFORM VERSER-FONDS.
           ADD 1 TO WS-COUNT-TRANCHES

           .

      *> Prets classiques inscrits et pas encore verses : tout le
      *> reste a debloquer part en une fois.
       DEBLOQUER-PRETS-CLASSIQUES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PR-NUMERO-PRET.
           START PORTEFEUILLE KEY NOT < PR-NUMERO-PRET
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ PORTEFEUILLE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF PR-ACTIF AND PR-DIFFERE-MOIS = ZERO
                          AND PR-RESTE-A-DEBLOQUER > ZERO
                       MOVE PR-RESTE-A-DEBLOQUER TO WS-MONTANT-VERSE
                       MOVE SPACES TO WS-REFERENCE-VERS
                       PERFORM VERSER-FONDS
                       ADD 1 TO WS-COUNT-INTEGRAUX
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Versement au compte courant, ecritures et mise a jour du
      *> contrat (pret courant en zone d'enregistrement).
       VERSER-FONDS.
           MOVE PR-ID-CLIENT TO OL-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE "DEBLOCAGE" TO OL-LIBELLE.
           MOVE WS-MONTANT-VERSE TO OL-MONTANT.
           MOVE ZERO TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.

           MOVE WS-DATE-JOUR TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE PR-NUMERO-PRET TO WS-EC-REFERENCE(1:6).
           MOVE WS-MONTANT-VERSE TO WS-EC-MONTANT.
           MOVE "PRET-CAPITAL" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           SUBTRACT WS-MONTANT-VERSE FROM PR-RESTE-A-DEBLOQUER.
           ADD WS-MONTANT-VERSE TO PR-SOLDE-RESTANT.
           ADD 1 TO PR-NB-DEBLOCAGES.
           MOVE WS-DATE-JOUR TO PR-DATE-DERN-DEBLOCAGE.
           PERFORM RECALCULER-MENSUALITE.
           REWRITE PRET-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, PRET=" PR-NUMERO-PRET
                    " STATUS=" WS-PORT-STATUS
           END-REWRITE.

           ADD WS-MONTANT-VERSE TO WS-TOTAL-DEBLOQUE.
           MOVE WS-MONTANT-VERSE TO WS-MONTANT-ED.
           MOVE PR-RESTE-A-DEBLOQUER TO WS-RESTE-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "DEBLOCAGE PRET=" PR-NUMERO-PRET
              " CLIENT=" PR-ID-CLIENT
              " VERSEMENT N." PR-NB-DEBLOCAGES
              " REF=" WS-REFERENCE-VERS
              " MONTANT=" WS-MONTANT-ED
              " RESTE A DEBLOQUER=" WS-RESTE-ED
              " " PR-DEVISE
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .

      *> Mensualite sur le capital verse et la duree d'amortissement
      *> residuelle (echeances non encore facturees, differe exclu),
      *> meme formule de capitalisation que CALCPRET et PRETREV.
       RECALCULER-MENSUALITE.
      *    Duree entierement facturee : la mensualite reste telle.
           IF PR-NB-ECH-FACTUREES NOT < PR-DUREE-MOIS
              OR PR-DIFFERE-MOIS NOT < PR-DUREE-MOIS
              EXIT PARAGRAPH
           END-IF.
      *    Une tranche versee apres le debut de l'amortissement
      *    reamortit le plan en cours : le contrat est marque
      *    reamenage pour PRETVER.
           IF PR-NB-ECH-FACTUREES > PR-DIFFERE-MOIS
              COMPUTE WS-MOIS-RESTANTS =
                 PR-DUREE-MOIS - PR-NB-ECH-FACTUREES
              SET PR-EST-REAMENAGE TO TRUE
           ELSE
              COMPUTE WS-MOIS-RESTANTS =
                 PR-DUREE-MOIS - PR-DIFFERE-MOIS
           END-IF.

           IF PR-TAUX = ZERO
              COMPUTE PR-MENSUALITE ROUNDED =
                 PR-SOLDE-RESTANT / WS-MOIS-RESTANTS
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TAUX-MENSUEL = (PR-TAUX / 100) / 12.
           COMPUTE WS-FACTEUR-CAPI =
              (1 + WS-TAUX-MENSUEL) ** WS-MOIS-RESTANTS.
           COMPUTE PR-MENSUALITE ROUNDED =
              PR-SOLDE-RESTANT * WS-TAUX-MENSUEL /
              (1 - (1 / WS-FACTEUR-CAPI))

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .
