       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETMARG.

      *> Rentabilite du portefeuille pour le comite, en complement de
      *> PRETSTAT : pour chaque pret actif, sur le capital restant du
      *> et pour le mois de traitement,
      *>  - les interets au taux client ;
      *>  - le cout de refinancement, au taux de la grille
      *>    refinancement.in (cout de nos ressources par mois et par
      *>    tranche de duree) : mois d'origine du pret pour un taux
      *>    fixe, mois de traitement pour un taux revisable ;
      *>  - la marge nette d'interets (interets moins refinancement) ;
      *>  - la commission d'assurance conservee sur la prime, au
      *>    taux de commission-assur.ctl.
      *> Les prets consentis sous le cout de refinancement sont
      *> signales. L'etat marge.rpt donne le detail par pret puis
      *> les cumuls par code produit, par agence (CL-AGENCE du
      *> maitre clients) et par annee d'origine.

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

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT GRILLE-FILE ASSIGN TO "Data/pret/refinancement.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRI-STATUS.

           SELECT COMMISSION-FILE
                 ASSIGN TO "Data/pret/commission-assur.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COM-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/pret/marge.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

      *> Grille de refinancement : mois (AAAAMM), borne haute de la
      *> tranche de duree en mois et cout annuel des ressources en
      *> pourcentage, une ligne par mois et par tranche.
       FD  GRILLE-FILE.
       01  GRILLE-REC.
           05 GR-MOIS                 PIC 9(6).
           05 GR-DUREE-MAX            PIC 9(4).
           05 GR-TAUX                 PIC 9V999.

      *> Part de la prime d'assurance conservee par la banque, en
      *> pourcentage.
       FD  COMMISSION-FILE.
       01  COMMISSION-REC.
           05 CM-TAUX                 PIC 99V99.

       FD  ETAT-FILE.
       01  ETAT-LINE                  PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-GRI-STATUS         PIC XX VALUE "00".
       01  WS-COM-STATUS         PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-ACTIFS       PIC 9(5) VALUE 0.
       01  WS-COUNT-SOUS-COUT    PIC 9(5) VALUE 0.
       01  WS-COUNT-HORS-GRILLE  PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOIS-TRAITEMENT    PIC 9(6).
       01  WS-TAUX-COMMISSION    PIC 99V99 VALUE 0.

      *> Grille de refinancement chargee en table.
       01  WS-TABLE-GRILLE.
           05  WS-NB-GRILLE      PIC 999 VALUE 0.
           05  WS-LIGNE-GRILLE OCCURS 200 TIMES.
               10  WS-GR-MOIS        PIC 9(6).
               10  WS-GR-DUREE-MAX   PIC 9(4).
               10  WS-GR-TAUX        PIC 9V999.
       01  WS-GRILLE-INDEX       PIC 999.
       01  WS-GRILLE-RETENUE     PIC 999.
       01  WS-MOIS-CIBLE         PIC 9(6).

      *> Calculs du pret courant, pour le mois.
       01  WS-TAUX-REFI          PIC 9V999.
       01  WS-INTERETS           PIC 9(7)V99.
       01  WS-COUT-REFI          PIC 9(7)V99.
       01  WS-MARGE              PIC S9(7)V99.
       01  WS-COMMISSION         PIC 9(7)V99.
       01  WS-AGENCE             PIC X(3).
       01  WS-SIGNAL             PIC X(30).
       01  WS-SOUS-COUT          PIC X.
           88  SOUS-COUT                  VALUE "O".

      *> Cumuls par axe de ventilation : P = code produit, A =
      *> agence, O = annee d'origine.
       01  WS-TABLE-VENTIL.
           05  WS-NB-VENTIL      PIC 999 VALUE 0.
           05  WS-LIGNE-VENTIL OCCURS 150 TIMES.
               10  WS-VT-AXE         PIC X.
               10  WS-VT-CLE         PIC X(5).
               10  WS-VT-NB          PIC 9(5).
               10  WS-VT-ENCOURS     PIC 9(12)V99.
               10  WS-VT-INTERETS    PIC 9(9)V99.
               10  WS-VT-COUT        PIC 9(9)V99.
               10  WS-VT-MARGE       PIC S9(9)V99.
               10  WS-VT-COMMISSION  PIC 9(9)V99.
               10  WS-VT-SOUS-COUT   PIC 9(5).
       01  WS-VENTIL-INDEX       PIC 999.
       01  WS-VENTIL-TROUVE      PIC X.
           88  VENTIL-TROUVE              VALUE "Y".
           88  VENTIL-ABSENT              VALUE "N".
       01  WS-AXE                PIC X.
       01  WS-CLE                PIC X(5).

       01  WS-TOTAL-ENCOURS      PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-INTERETS     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-COUT         PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MARGE        PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-COMMISSION   PIC 9(9)V99 VALUE 0.

       01  WS-NB-ED              PIC ZZZZ9.
       01  WS-ENCOURS-ED         PIC Z(11)9,99.
       01  WS-SOLDE-ED           PIC Z(7)9,99.
       01  WS-MONTANT-ED         PIC Z(8)9,99.
       01  WS-MARGE-ED           PIC Z(8)9,99-.
       01  WS-TAUX-ED            PIC 9,99.
       01  WS-TAUX-REFI-ED       PIC 9,999.
       01  WS-COMMISSION-ED      PIC Z9,99.
       01  WS-LIBELLE-AXE        PIC X(20).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== PRETMARG START ===".
           MOVE "PRETMARG" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-ACTIFS
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

           PERFORM CHARGER-GRILLE.
           PERFORM LECTURE-COMMISSION.

           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE PORTEFEUILLE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-TRAITEMENT.

           MOVE WS-TAUX-COMMISSION TO WS-COMMISSION-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "MARGE NETTE D'INTERETS DU MOIS " WS-MOIS-TRAITEMENT
              " - COMMISSION D'ASSURANCE " WS-COMMISSION-ED " % "
              "(TAUX ANNUELS EN %, MONTANTS MENSUELS)"
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

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
                    ADD 1 TO WS-COUNT-LUS
                    IF PR-ACTIF
                       PERFORM TRAITER-PRET
                    END-IF
              END-READ
           END-PERFORM.

           MOVE "P" TO WS-AXE.
           MOVE "PAR CODE PRODUIT" TO WS-LIBELLE-AXE.
           PERFORM EDITER-AXE.
           MOVE "A" TO WS-AXE.
           MOVE "PAR AGENCE" TO WS-LIBELLE-AXE.
           PERFORM EDITER-AXE.
           MOVE "O" TO WS-AXE.
           MOVE "PAR ANNEE D'ORIGINE" TO WS-LIBELLE-AXE.
           PERFORM EDITER-AXE.
           PERFORM EDITER-TOTAUX.

           CLOSE PORTEFEUILLE CLIENT-MASTER ETAT-FILE.

           DISPLAY "PRETS LUS=" WS-COUNT-LUS
              " ACTIFS=" WS-COUNT-ACTIFS
              " SOUS COUT DE REFINANCEMENT=" WS-COUNT-SOUS-COUT
              " HORS GRILLE=" WS-COUNT-HORS-GRILLE.
           IF WS-COUNT-SOUS-COUT > ZERO
              MOVE "PRETS SOUS LE COUT DE REFINANCEMENT"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-SOUS-COUT
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-ACTIFS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETMARG END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Sans grille, aucun cout de refinancement ne peut etre
      *> calcule : l'etat n'aurait pas de sens, arret en RC=4.
       CHARGER-GRILLE.
           OPEN INPUT GRILLE-FILE.
           IF WS-GRI-STATUS NOT = "00"
              DISPLAY "GRILLE-FILE OPEN ERROR, STATUS="
                 WS-GRI-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ GRILLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-GRILLE >= 200
                       DISPLAY "GRILLE DE REFINANCEMENT SATUREE, "
                          "MOIS=" GR-MOIS
                    ELSE
                       ADD 1 TO WS-NB-GRILLE
                       MOVE GR-MOIS TO WS-GR-MOIS(WS-NB-GRILLE)
                       MOVE GR-DUREE-MAX TO
                          WS-GR-DUREE-MAX(WS-NB-GRILLE)
                       MOVE GR-TAUX TO WS-GR-TAUX(WS-NB-GRILLE)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE GRILLE-FILE.
           MOVE "N" TO WS-EOF

           .

       LECTURE-COMMISSION.
           OPEN INPUT COMMISSION-FILE.
           IF WS-COM-STATUS = "00"
              READ COMMISSION-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CM-TAUX TO WS-TAUX-COMMISSION
              END-READ
              CLOSE COMMISSION-FILE
           END-IF

           .

       TRAITER-PRET.
           ADD 1 TO WS-COUNT-ACTIFS.
           PERFORM RECHERCHER-TAUX-REFI.

           COMPUTE WS-INTERETS ROUNDED =
              PR-SOLDE-RESTANT * PR-TAUX / 100 / 12.
           COMPUTE WS-COUT-REFI ROUNDED =
              PR-SOLDE-RESTANT * WS-TAUX-REFI / 100 / 12.
           COMPUTE WS-MARGE = WS-INTERETS - WS-COUT-REFI.
           COMPUTE WS-COMMISSION ROUNDED =
              PR-PRIME-ASSURANCE * WS-TAUX-COMMISSION / 100.

           MOVE SPACES TO WS-SIGNAL.
           MOVE "N" TO WS-SOUS-COUT.
           IF WS-GRILLE-RETENUE = ZERO
              MOVE "** HORS GRILLE **" TO WS-SIGNAL
              ADD 1 TO WS-COUNT-HORS-GRILLE
           ELSE
              IF PR-TAUX < WS-TAUX-REFI
                 MOVE "** SOUS COUT DE REFINANCEMENT **" TO WS-SIGNAL
                 MOVE "O" TO WS-SOUS-COUT
                 ADD 1 TO WS-COUNT-SOUS-COUT
              END-IF
           END-IF.

           MOVE PR-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "???" TO WS-AGENCE
              NOT INVALID KEY
                 MOVE CL-AGENCE OF CLIENT-MASTER-REC TO WS-AGENCE
           END-READ.

           MOVE PR-SOLDE-RESTANT TO WS-SOLDE-ED.
           MOVE PR-TAUX TO WS-TAUX-ED.
           MOVE WS-TAUX-REFI TO WS-TAUX-REFI-ED.
           MOVE WS-INTERETS TO WS-MONTANT-ED.
           MOVE WS-MARGE TO WS-MARGE-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "PRET=" PR-NUMERO-PRET
              " PRODUIT=" PR-CODE-PRODUIT
              " AGENCE=" WS-AGENCE
              " ORIGINE=" PR-DATE-DEBUT(1:4)
              " CAPITAL=" WS-SOLDE-ED
              " TAUX=" WS-TAUX-ED
              " REFI=" WS-TAUX-REFI-ED
              " INTERETS=" WS-MONTANT-ED
              " MARGE=" WS-MARGE-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-COUT-REFI TO WS-MONTANT-ED.
           MOVE WS-COMMISSION TO WS-SOLDE-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "            COUT REFINANCEMENT=" WS-MONTANT-ED
              " COMMISSION ASSURANCE=" WS-SOLDE-ED
              " " WS-SIGNAL
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           ADD PR-SOLDE-RESTANT TO WS-TOTAL-ENCOURS.
           ADD WS-INTERETS TO WS-TOTAL-INTERETS.
           ADD WS-COUT-REFI TO WS-TOTAL-COUT.
           ADD WS-MARGE TO WS-TOTAL-MARGE.
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION.

           MOVE "P" TO WS-AXE.
           MOVE PR-CODE-PRODUIT TO WS-CLE.
           PERFORM CUMULER-VENTIL.
           MOVE "A" TO WS-AXE.
           MOVE WS-AGENCE TO WS-CLE.
           PERFORM CUMULER-VENTIL.
           MOVE "O" TO WS-AXE.
           MOVE PR-DATE-DEBUT(1:4) TO WS-CLE.
           PERFORM CUMULER-VENTIL

           .

      *> Ligne de grille retenue : la tranche de duree la plus
      *> courte couvrant la duree du pret, pour le mois publie le
      *> plus recent a la date cible (mois d'origine pour un taux
      *> fixe, mois de traitement pour un taux revisable). Un pret
      *> anterieur a la grille prend le premier mois publie.
       RECHERCHER-TAUX-REFI.
           IF PR-TAUX-REVISABLE
              MOVE WS-MOIS-TRAITEMENT TO WS-MOIS-CIBLE
           ELSE
              MOVE PR-DATE-DEBUT(1:6) TO WS-MOIS-CIBLE
           END-IF.

           MOVE ZERO TO WS-GRILLE-RETENUE.
           PERFORM VARYING WS-GRILLE-INDEX FROM 1 BY 1
                 UNTIL WS-GRILLE-INDEX > WS-NB-GRILLE
              IF WS-GR-DUREE-MAX(WS-GRILLE-INDEX) >= PR-DUREE-MOIS
                    AND WS-GR-MOIS(WS-GRILLE-INDEX) <= WS-MOIS-CIBLE
                 IF WS-GRILLE-RETENUE = ZERO
                    MOVE WS-GRILLE-INDEX TO WS-GRILLE-RETENUE
                 ELSE
                    PERFORM COMPARER-LIGNE-RECENTE
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-GRILLE-RETENUE = ZERO
              PERFORM VARYING WS-GRILLE-INDEX FROM 1 BY 1
                    UNTIL WS-GRILLE-INDEX > WS-NB-GRILLE
                 IF WS-GR-DUREE-MAX(WS-GRILLE-INDEX) >= PR-DUREE-MOIS
                    IF WS-GRILLE-RETENUE = ZERO
                       MOVE WS-GRILLE-INDEX TO WS-GRILLE-RETENUE
                    ELSE
                       PERFORM COMPARER-LIGNE-ANCIENNE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-GRILLE-RETENUE = ZERO
              MOVE ZERO TO WS-TAUX-REFI
           ELSE
              MOVE WS-GR-TAUX(WS-GRILLE-RETENUE) TO WS-TAUX-REFI
           END-IF

           .

       COMPARER-LIGNE-RECENTE.
           EVALUATE TRUE
              WHEN WS-GR-MOIS(WS-GRILLE-INDEX) >
                    WS-GR-MOIS(WS-GRILLE-RETENUE)
                 MOVE WS-GRILLE-INDEX TO WS-GRILLE-RETENUE
              WHEN WS-GR-MOIS(WS-GRILLE-INDEX) =
                    WS-GR-MOIS(WS-GRILLE-RETENUE)
                    AND WS-GR-DUREE-MAX(WS-GRILLE-INDEX) <
                    WS-GR-DUREE-MAX(WS-GRILLE-RETENUE)
                 MOVE WS-GRILLE-INDEX TO WS-GRILLE-RETENUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .

       COMPARER-LIGNE-ANCIENNE.
           EVALUATE TRUE
              WHEN WS-GR-MOIS(WS-GRILLE-INDEX) <
                    WS-GR-MOIS(WS-GRILLE-RETENUE)
                 MOVE WS-GRILLE-INDEX TO WS-GRILLE-RETENUE
              WHEN WS-GR-MOIS(WS-GRILLE-INDEX) =
                    WS-GR-MOIS(WS-GRILLE-RETENUE)
                    AND WS-GR-DUREE-MAX(WS-GRILLE-INDEX) <
                    WS-GR-DUREE-MAX(WS-GRILLE-RETENUE)
                 MOVE WS-GRILLE-INDEX TO WS-GRILLE-RETENUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .

       CUMULER-VENTIL.
           SET VENTIL-ABSENT TO TRUE.
           PERFORM VARYING WS-VENTIL-INDEX FROM 1 BY 1
                 UNTIL WS-VENTIL-INDEX > WS-NB-VENTIL
                 OR VENTIL-TROUVE
              IF WS-VT-AXE(WS-VENTIL-INDEX) = WS-AXE
                    AND WS-VT-CLE(WS-VENTIL-INDEX) = WS-CLE
                 SET VENTIL-TROUVE TO TRUE
              END-IF
           END-PERFORM.

           IF VENTIL-TROUVE
              SUBTRACT 1 FROM WS-VENTIL-INDEX
           ELSE
              IF WS-NB-VENTIL >= 150
                 DISPLAY "TABLE DES VENTILATIONS SATUREE, AXE="
                    WS-AXE " CLE=" WS-CLE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-VENTIL
              MOVE WS-NB-VENTIL TO WS-VENTIL-INDEX
              INITIALIZE WS-LIGNE-VENTIL(WS-VENTIL-INDEX)
              MOVE WS-AXE TO WS-VT-AXE(WS-VENTIL-INDEX)
              MOVE WS-CLE TO WS-VT-CLE(WS-VENTIL-INDEX)
           END-IF.

           ADD 1 TO WS-VT-NB(WS-VENTIL-INDEX).
           ADD PR-SOLDE-RESTANT TO WS-VT-ENCOURS(WS-VENTIL-INDEX).
           ADD WS-INTERETS TO WS-VT-INTERETS(WS-VENTIL-INDEX).
           ADD WS-COUT-REFI TO WS-VT-COUT(WS-VENTIL-INDEX).
           ADD WS-MARGE TO WS-VT-MARGE(WS-VENTIL-INDEX).
           ADD WS-COMMISSION TO WS-VT-COMMISSION(WS-VENTIL-INDEX).
           IF SOUS-COUT
              ADD 1 TO WS-VT-SOUS-COUT(WS-VENTIL-INDEX)
           END-IF

           .

       EDITER-AXE.
           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "CUMULS " WS-LIBELLE-AXE
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           PERFORM VARYING WS-VENTIL-INDEX FROM 1 BY 1
                 UNTIL WS-VENTIL-INDEX > WS-NB-VENTIL
              IF WS-VT-AXE(WS-VENTIL-INDEX) = WS-AXE
                 PERFORM EDITER-LIGNE-VENTIL
              END-IF
           END-PERFORM

           .

       EDITER-LIGNE-VENTIL.
           MOVE WS-VT-NB(WS-VENTIL-INDEX) TO WS-NB-ED.
           MOVE WS-VT-ENCOURS(WS-VENTIL-INDEX) TO WS-ENCOURS-ED.
           MOVE WS-VT-MARGE(WS-VENTIL-INDEX) TO WS-MARGE-ED.
           MOVE WS-VT-INTERETS(WS-VENTIL-INDEX) TO WS-MONTANT-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "  " WS-VT-CLE(WS-VENTIL-INDEX)
              " PRETS=" WS-NB-ED
              " CAPITAL=" WS-ENCOURS-ED
              " INTERETS=" WS-MONTANT-ED
              " MARGE NETTE=" WS-MARGE-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-VT-COUT(WS-VENTIL-INDEX) TO WS-MONTANT-ED.
           MOVE WS-VT-COMMISSION(WS-VENTIL-INDEX) TO WS-SOLDE-ED.
           MOVE WS-VT-SOUS-COUT(WS-VENTIL-INDEX) TO WS-NB-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "        COUT REFINANCEMENT=" WS-MONTANT-ED
              " COMMISSION ASSURANCE=" WS-SOLDE-ED
              " PRETS SOUS COUT=" WS-NB-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .

       EDITER-TOTAUX.
           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE WS-COUNT-ACTIFS TO WS-NB-ED.
           MOVE WS-TOTAL-ENCOURS TO WS-ENCOURS-ED.
           MOVE WS-TOTAL-INTERETS TO WS-MONTANT-ED.
           MOVE WS-TOTAL-MARGE TO WS-MARGE-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAL PORTEFEUILLE PRETS=" WS-NB-ED
              " CAPITAL=" WS-ENCOURS-ED
              " INTERETS=" WS-MONTANT-ED
              " MARGE NETTE=" WS-MARGE-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-TOTAL-COUT TO WS-MONTANT-ED.
           MOVE WS-TOTAL-COMMISSION TO WS-SOLDE-ED.
           MOVE WS-COUNT-SOUS-COUT TO WS-NB-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "        COUT REFINANCEMENT=" WS-MONTANT-ED
              " COMMISSION ASSURANCE=" WS-SOLDE-ED
              " PRETS SOUS COUT=" WS-NB-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE

           .
