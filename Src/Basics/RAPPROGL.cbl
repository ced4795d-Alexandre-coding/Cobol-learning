       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROGL.

      *> Rapprochement mensuel des auxiliaires avec le grand livre :
      *> chaque fichier maitre est totalise - portefeuille de prets
      *> (PR-SOLDE-RESTANT), comptes courants (CP-SOLDE), livrets
      *> (EP-SOLDE), depots a terme actifs (DA-MONTANT), stock de
      *> provisions (PV-PROVISION) - et compare au solde du compte
      *> general correspondant dans soldes-gl.idx (cf. GLMAJ), le
      *> compte venant de la nature de comptes-map.in.
      *> Les stocks anterieurs au deversement comptable des livrets,
      *> des depots a terme et des provisions sont repris une fois
      *> au grand livre par GLOUVERT.
      *> Le fichier de pilotage rapprochement.ctl donne, par
      *> auxiliaire, la nature comptable, le sens normal du solde
      *> general (D = actif, C = passif ou provision) et la
      *> tolerance d'ecart admise ; un auxiliaire absent du fichier
      *> n'est pas rapproche. Les encours en devise sont convertis
      *> en EUR au cours de Data/pret/devises.in (les comptes
      *> courants en devise a leur contre-valeur comptable).
      *> L'etat rapprochement.rpt donne pour chaque auxiliaire le
      *> nombre d'elements, le total, le solde general et l'ecart ;
      *> un ecart au-dela de la tolerance sort en code retour 8
      *> avec un evenement ERREUR, comme les autres controles de
      *> fin de mois (cf. COMPTAEQ).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PILOTE-FILE
                 ASSIGN TO "Data/compta/rapprochement.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIL-STATUS.

           SELECT MAP-FILE ASSIGN TO "Data/compta/comptes-map.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT SOLDEGL-FILE ASSIGN TO "Data/compta/soldes-gl.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CLE
               FILE STATUS IS WS-SGL-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT DAT-FILE ASSIGN TO "Data/epargne/dat.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-NUMERO
               FILE STATUS IS WS-DAT-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "Data/pret/provisions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-NUMERO-PRET
               FILE STATUS IS WS-PROV-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compta/rapprochement.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Auxiliaire (PRETS, COMPTES, EPARGNE, DAT, PROVIS), nature
      *> comptable, sens normal du solde general, tolerance.
       FD  PILOTE-FILE.
       01  PILOTE-REC.
           05  RP-AUXILIAIRE     PIC X(8).
           05  RP-NATURE         PIC X(12).
           05  RP-SENS           PIC X.
           05  RP-TOLERANCE      PIC 9(7)V99.

       FD  MAP-FILE.
       01  MAP-REC.
           05  MP-NATURE         PIC X(12).
           05  MP-COMPTE         PIC X(6).

       FD  SOLDEGL-FILE.
           COPY SOLDEGL-REC.

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       FD  DAT-FILE.
           COPY DAT-REC.

      *> Stock de provisions par pret (cf. PRETPROV).
       FD  PROVISION-FILE.
       01  PROVISION-REC.
           05 PV-NUMERO-PRET          PIC 9(6).
           05 PV-CLASSE               PIC X.
           05 PV-PROVISION            PIC 9(8)V99.
           05 PV-DATE-CALCUL          PIC 9(8).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PIL-STATUS         PIC XX VALUE "00".
       01  WS-MAP-STATUS         PIC XX VALUE "00".
       01  WS-SGL-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-DAT-STATUS         PIC XX VALUE "00".
       01  WS-PROV-STATUS        PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-PIL-EOF            PIC X  VALUE "N".
           88  PIL-EOF                    VALUE "Y".
       01  WS-FIN                PIC X.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-PERIODE            PIC 9(6).

      *> Correspondance nature -> compte de comptes-map.in.
       01  WS-TABLE-MAP.
           05  WS-NB-MAP         PIC 999 VALUE 0.
           05  WS-MAP OCCURS 100 TIMES.
               10  WS-MP-NATURE  PIC X(12).
               10  WS-MP-COMPTE  PIC X(6).
       01  WS-MAP-INDEX          PIC 999.

      *> Cours de fin de mois des devises (EUR par unite).
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).
       01  WS-MONTANT-EUR        PIC S9(11)V99.

      *> Auxiliaire en cours de rapprochement.
       01  WS-COMPTE-GL          PIC X(6).
       01  WS-NB-ELEMENTS        PIC 9(7).
       01  WS-TOTAL-AUXILIAIRE   PIC S9(13)V99.
       01  WS-SOLDE-GL           PIC S9(13)V99.
       01  WS-MONTANT-GL         PIC S9(13)V99.
       01  WS-ECART              PIC S9(13)V99.
       01  WS-ECART-ABSOLU       PIC 9(13)V99.
       01  WS-DISPONIBLE         PIC X.
           88  AUXILIAIRE-DISPONIBLE      VALUE "Y".
       01  WS-SANS-DEVISE        PIC 9(5).
       01  WS-DRAPEAU            PIC X(15).

       01  WS-COUNT-AUXILIAIRES  PIC 9(5) VALUE 0.
       01  WS-COUNT-ECARTS       PIC 9(5) VALUE 0.
       01  WS-COUNT-HORS-TOL     PIC 9(5) VALUE 0.
       01  WS-TOTAL-ECARTS       PIC 9(13)V99 VALUE 0.

       01  WS-TOTAL-ED           PIC Z(12)9,99-.
       01  WS-GL-ED              PIC Z(12)9,99-.
       01  WS-ECART-ED           PIC Z(12)9,99-.
       01  WS-TOLERANCE-ED       PIC Z(6)9,99.
       01  WS-NB-ED              PIC Z(6)9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== RAPPROGL START ===".
           MOVE "RAPPROGL" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-AUXILIAIRES
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.

           PERFORM CHARGEMENT-MAP.
           PERFORM CHARGEMENT-COURS.

           OPEN INPUT PILOTE-FILE.
           IF WS-PIL-STATUS NOT = "00"
              DISPLAY "PILOTE-FILE OPEN ERROR, STATUS="
                 WS-PIL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT SOLDEGL-FILE.
           IF WS-SGL-STATUS NOT = "00"
              DISPLAY "SOLDEGL-FILE OPEN ERROR, STATUS="
                 WS-SGL-STATUS
              CLOSE PILOTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE PILOTE-FILE SOLDEGL-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "RAPPROCHEMENT DES AUXILIAIRES AVEC LE GRAND LIVRE AU "
              WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM UNTIL PIL-EOF
              READ PILOTE-FILE
                 AT END
                    SET PIL-EOF TO TRUE
                 NOT AT END
                    PERFORM RAPPROCHER-AUXILIAIRE
              END-READ
           END-PERFORM.

           MOVE WS-COUNT-AUXILIAIRES TO WS-NB-ED.
           MOVE WS-TOTAL-ECARTS TO WS-ECART-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "AUXILIAIRES RAPPROCHES=" WS-NB-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           MOVE WS-COUNT-ECARTS TO WS-NB-ED.
           STRING
              " EN ECART=" WS-NB-ED
              " TOTAL DES ECARTS=" WS-ECART-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE(32:)
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE.

           CLOSE PILOTE-FILE SOLDEGL-FILE RAPPORT-FILE.

           IF WS-COUNT-HORS-TOL > ZERO
              DISPLAY "ECARTS AU-DELA DE LA TOLERANCE : "
                 WS-COUNT-HORS-TOL
              MOVE "ECART AUXILIAIRE / GRAND LIVRE HORS TOLERANCE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-HORS-TOL
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-AUXILIAIRES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== RAPPROGL END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHARGEMENT-MAP.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "MAP-FILE OPEN ERROR, STATUS=" WS-MAP-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ MAP-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-MAP < 100
                       ADD 1 TO WS-NB-MAP
                       MOVE MP-NATURE TO WS-MP-NATURE(WS-NB-MAP)
                       MOVE MP-COMPTE TO WS-MP-COMPTE(WS-NB-MAP)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MAP-FILE

           .

       CHARGEMENT-COURS.
           SET NOT-EOF TO TRUE.
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
           CLOSE COURS-FILE

           .

       RAPPROCHER-AUXILIAIRE.
           ADD 1 TO WS-COUNT-AUXILIAIRES.
           MOVE ZERO TO WS-NB-ELEMENTS WS-TOTAL-AUXILIAIRE.
           MOVE ZERO TO WS-SANS-DEVISE.
           MOVE "Y" TO WS-DISPONIBLE.

           EVALUATE RP-AUXILIAIRE
              WHEN "PRETS"
                 PERFORM TOTALISER-PRETS
              WHEN "COMPTES"
                 PERFORM TOTALISER-COMPTES
              WHEN "EPARGNE"
                 PERFORM TOTALISER-EPARGNE
              WHEN "DAT"
                 PERFORM TOTALISER-DAT
              WHEN "PROVIS"
                 PERFORM TOTALISER-PROVISIONS
              WHEN OTHER
                 DISPLAY "AUXILIAIRE INCONNU : " RP-AUXILIAIRE
                 MOVE "N" TO WS-DISPONIBLE
           END-EVALUATE.

           PERFORM CHERCHER-COMPTE-GL.
           PERFORM LIRE-SOLDE-GL.

      *    Le solde general est signe debiteur en positif : un
      *    compte de passif se compare par son solde crediteur.
           IF RP-SENS = "C"
              COMPUTE WS-MONTANT-GL = ZERO - WS-SOLDE-GL
           ELSE
              MOVE WS-SOLDE-GL TO WS-MONTANT-GL
           END-IF.
           COMPUTE WS-ECART = WS-TOTAL-AUXILIAIRE - WS-MONTANT-GL.
           IF WS-ECART < ZERO
              COMPUTE WS-ECART-ABSOLU = ZERO - WS-ECART
           ELSE
              MOVE WS-ECART TO WS-ECART-ABSOLU
           END-IF.

           MOVE SPACES TO WS-DRAPEAU.
           IF WS-ECART NOT = ZERO
              ADD 1 TO WS-COUNT-ECARTS
              ADD WS-ECART-ABSOLU TO WS-TOTAL-ECARTS
           END-IF.
           IF WS-ECART-ABSOLU > RP-TOLERANCE
                 OR NOT AUXILIAIRE-DISPONIBLE
              ADD 1 TO WS-COUNT-HORS-TOL
              MOVE "HORS TOLERANCE" TO WS-DRAPEAU
           END-IF.
           IF NOT AUXILIAIRE-DISPONIBLE
              MOVE "INDISPONIBLE" TO WS-DRAPEAU
           END-IF.

           MOVE WS-NB-ELEMENTS TO WS-NB-ED.
           MOVE WS-TOTAL-AUXILIAIRE TO WS-TOTAL-ED.
           MOVE WS-MONTANT-GL TO WS-GL-ED.
           MOVE WS-ECART TO WS-ECART-ED.
           MOVE RP-TOLERANCE TO WS-TOLERANCE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              RP-AUXILIAIRE
              " NB=" WS-NB-ED
              " TOTAL=" WS-TOTAL-ED
              " COMPTE=" WS-COMPTE-GL
              " GRAND LIVRE=" WS-GL-ED
              " ECART=" WS-ECART-ED
              " TOL=" WS-TOLERANCE-ED
              " " WS-DRAPEAU
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE.

           IF WS-SANS-DEVISE > ZERO
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "   DONT " WS-SANS-DEVISE
                 " ELEMENT(S) EN DEVISE SANS COURS, NON CONVERTIS"
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
           END-IF

           .

       CHERCHER-COMPTE-GL.
           MOVE "999999" TO WS-COMPTE-GL.
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                 UNTIL WS-MAP-INDEX > WS-NB-MAP
              IF WS-MP-NATURE(WS-MAP-INDEX) = RP-NATURE
                 MOVE WS-MP-COMPTE(WS-MAP-INDEX) TO WS-COMPTE-GL
              END-IF
           END-PERFORM

           .

      *> Solde general du compte : solde de fin de sa derniere
      *> periode jusqu'au mois traite ; zero s'il n'a jamais ete
      *> mouvemente.
       LIRE-SOLDE-GL.
           MOVE ZERO TO WS-SOLDE-GL.
           MOVE WS-COMPTE-GL TO GL-COMPTE.
           MOVE ZERO TO GL-PERIODE.
           MOVE "N" TO WS-FIN.
           START SOLDEGL-FILE KEY NOT < GL-CLE
              INVALID KEY
                 MOVE "Y" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "Y"
              READ SOLDEGL-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN
                 NOT AT END
                    IF GL-COMPTE NOT = WS-COMPTE-GL
                          OR GL-PERIODE > WS-PERIODE
                       MOVE "Y" TO WS-FIN
                    ELSE
                       MOVE GL-SOLDE-FIN TO WS-SOLDE-GL
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Conversion en EUR d'un encours en devise (WS-MONTANT-EUR
      *> porte le montant en devise a l'entree).
       CONVERTIR-EUR.
           MOVE ZERO TO WS-COURS-TROUVE.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = PR-DEVISE
                 MOVE WS-CRS-COURS(WS-COURS-INDEX)
                    TO WS-COURS-TROUVE
              END-IF
           END-PERFORM.
           IF WS-COURS-TROUVE = ZERO
              ADD 1 TO WS-SANS-DEVISE
           ELSE
              COMPUTE WS-MONTANT-EUR ROUNDED =
                 WS-MONTANT-EUR * WS-COURS-TROUVE
           END-IF

           .

       TOTALISER-PRETS.
           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              MOVE "N" TO WS-DISPONIBLE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
              READ PORTEFEUILLE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN
                 NOT AT END
                    IF PR-SOLDE-RESTANT > ZERO
                       ADD 1 TO WS-NB-ELEMENTS
                       MOVE PR-SOLDE-RESTANT TO WS-MONTANT-EUR
                       IF PR-DEVISE NOT = "EUR"
                             AND PR-DEVISE NOT = SPACES
                          PERFORM CONVERTIR-EUR
                       END-IF
                       ADD WS-MONTANT-EUR TO WS-TOTAL-AUXILIAIRE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PORTEFEUILLE

           .

      *> Un compte courant en devise est au grand livre pour sa
      *> contre-valeur comptable (CP-CONTRE-VALEUR, cf. COMPTAEQ).
       TOTALISER-COMPTES.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              MOVE "N" TO WS-DISPONIBLE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN
                 NOT AT END
                    ADD 1 TO WS-NB-ELEMENTS
                    IF CP-EN-EUR
                       ADD CP-SOLDE TO WS-TOTAL-AUXILIAIRE
                    ELSE
                       ADD CP-CONTRE-VALEUR TO WS-TOTAL-AUXILIAIRE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPTE-FILE

           .

       TOTALISER-EPARGNE.
           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS NOT = "00"
              MOVE "N" TO WS-DISPONIBLE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
              READ COMPTE-EPARGNE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN
                 NOT AT END
                    ADD 1 TO WS-NB-ELEMENTS
                    ADD EP-SOLDE TO WS-TOTAL-AUXILIAIRE
              END-READ
           END-PERFORM.
           CLOSE COMPTE-EPARGNE

           .

       TOTALISER-DAT.
           OPEN INPUT DAT-FILE.
           IF WS-DAT-STATUS NOT = "00"
              MOVE "N" TO WS-DISPONIBLE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
              READ DAT-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN
                 NOT AT END
                    IF DA-ACTIF
                       ADD 1 TO WS-NB-ELEMENTS
                       ADD DA-MONTANT TO WS-TOTAL-AUXILIAIRE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DAT-FILE

           .

       TOTALISER-PROVISIONS.
           OPEN INPUT PROVISION-FILE.
           IF WS-PROV-STATUS NOT = "00"
              MOVE "N" TO WS-DISPONIBLE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
              READ PROVISION-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN
                 NOT AT END
                    ADD 1 TO WS-NB-ELEMENTS
                    ADD PV-PROVISION TO WS-TOTAL-AUXILIAIRE
              END-READ
           END-PERFORM.
           CLOSE PROVISION-FILE

           .
