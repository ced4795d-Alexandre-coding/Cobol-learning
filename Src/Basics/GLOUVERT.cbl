       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLOUVERT.

      *> Reprise au grand livre des soldes d'ouverture des
      *> auxiliaires dont les mouvements n'etaient pas deverses au
      *> journal comptable avant que leurs lots ne passent par
      *> ECRITCPT : livrets (EPARGMVT), capital des depots a terme
      *> (DATMNT, DATECHE), stock de provisions (PRETPROV,
      *> PRETPERT). Sans cette reprise, le compte general ne
      *> porterait que les mouvements posterieurs et RAPPROGL
      *> trouverait l'ecart du stock anterieur a chaque fin de mois.
      *> Le fichier reprise-soldes.ctl donne, par auxiliaire, la
      *> nature comptable et le sens normal de son solde (meme
      *> presentation que rapprochement.ctl, sans tolerance).
      *> Pour chaque ligne, l'auxiliaire est totalise depuis son
      *> fichier maitre comme dans RAPPROGL et le total passe au
      *> journal contre le report a nouveau (REPORT-NOUV), a la
      *> date de traitement. Un compte general qui porte deja un
      *> solde dans soldes-gl.idx n'est pas repris : la reprise ne
      *> vaut que pour un compte jamais mouvemente, et une relance
      *> ne peut pas masquer un ecart reel.
      *> A passer une fois, avant la premiere nuit ou ces lots
      *> deversent, puis GLMAJ ; le compte rendu sort dans
      *> reprise-soldes.rpt. Code retour 4 si une ligne est
      *> refusee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PILOTE-FILE
                 ASSIGN TO "Data/compta/reprise-soldes.ctl"
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
                 ASSIGN TO "Data/compta/reprise-soldes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Auxiliaire (EPARGNE, DAT, PROVIS), nature comptable, sens
      *> normal du solde general.
       FD  PILOTE-FILE.
       01  PILOTE-REC.
           05  RP-AUXILIAIRE     PIC X(8).
           05  RP-NATURE         PIC X(12).
           05  RP-SENS           PIC X.

       FD  MAP-FILE.
       01  MAP-REC.
           05  MP-NATURE         PIC X(12).
           05  MP-COMPTE         PIC X(6).

       FD  SOLDEGL-FILE.
           COPY SOLDEGL-REC.

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
       01  WS-GL-OUVERT          PIC X  VALUE "N".
           88  GL-OUVERT                  VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-PERIODE            PIC 9(6).

      *> Correspondance nature -> compte de comptes-map.in.
       01  WS-TABLE-MAP.
           05  WS-NB-MAP         PIC 999 VALUE 0.
           05  WS-MAP OCCURS 100 TIMES.
               10  WS-MP-NATURE  PIC X(12).
               10  WS-MP-COMPTE  PIC X(6).
       01  WS-MAP-INDEX          PIC 999.

      *> Auxiliaire en cours de reprise.
       01  WS-COMPTE-GL          PIC X(6).
       01  WS-NB-ELEMENTS        PIC 9(7).
       01  WS-TOTAL-AUXILIAIRE   PIC 9(13)V99.
       01  WS-SOLDE-GL           PIC S9(13)V99.
       01  WS-DISPONIBLE         PIC X.
           88  AUXILIAIRE-DISPONIBLE      VALUE "Y".
       01  WS-MOTIF-REFUS        PIC X(40).

       01  WS-COUNT-LIGNES       PIC 9(5) VALUE 0.
       01  WS-COUNT-REPRISES     PIC 9(5) VALUE 0.
       01  WS-COUNT-REFUS        PIC 9(5) VALUE 0.

      *> Ecriture d'ouverture : l'auxiliaire dans son sens normal,
      *> le report a nouveau en contrepartie.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "GLOUVERT".
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-TOTAL-ED           PIC Z(12)9,99.
       01  WS-GL-ED              PIC Z(12)9,99-.
       01  WS-NB-ED              PIC Z(6)9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== GLOUVERT START ===".
           MOVE "GLOUVERT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REPRISES
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : les soldes
      *    repris ne sont integres au grand livre qu'au passage de
      *    GLMAJ, une relance avant lui reprendrait deux fois.
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

           OPEN INPUT PILOTE-FILE.
           IF WS-PIL-STATUS NOT = "00"
              DISPLAY "PILOTE-FILE OPEN ERROR, STATUS="
                 WS-PIL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Grand livre encore vide : aucun compte n'a de solde.
           OPEN INPUT SOLDEGL-FILE.
           IF WS-SGL-STATUS NOT = "00" AND WS-SGL-STATUS NOT = "35"
              DISPLAY "SOLDEGL-FILE OPEN ERROR, STATUS="
                 WS-SGL-STATUS
              CLOSE PILOTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SGL-STATUS = "00"
              SET GL-OUVERT TO TRUE
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE PILOTE-FILE
              IF GL-OUVERT
                 CLOSE SOLDEGL-FILE
              END-IF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REPRISE DES SOLDES D'OUVERTURE AU GRAND LIVRE AU "
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
                    PERFORM REPRENDRE-AUXILIAIRE
              END-READ
           END-PERFORM.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "LIGNES=" WS-COUNT-LIGNES
              " REPRISES=" WS-COUNT-REPRISES
              " REFUSEES=" WS-COUNT-REFUS
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE.

           CLOSE PILOTE-FILE RAPPORT-FILE.
           IF GL-OUVERT
              CLOSE SOLDEGL-FILE
           END-IF.

           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-COUNT-REFUS > ZERO
              MOVE "REPRISES DE SOLDE REFUSEES"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-REFUS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REPRISES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== GLOUVERT END ===".
           IF WS-COUNT-REFUS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
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

       REPRENDRE-AUXILIAIRE.
           ADD 1 TO WS-COUNT-LIGNES.
           MOVE ZERO TO WS-NB-ELEMENTS WS-TOTAL-AUXILIAIRE.
           MOVE ZERO TO WS-SOLDE-GL.
           MOVE SPACES TO WS-MOTIF-REFUS.
           MOVE "Y" TO WS-DISPONIBLE.

           PERFORM CHERCHER-COMPTE-GL.

           EVALUATE TRUE
              WHEN RP-SENS NOT = "D" AND RP-SENS NOT = "C"
                 MOVE "SENS DU SOLDE INVALIDE" TO WS-MOTIF-REFUS
              WHEN WS-COMPTE-GL = "999999"
                 MOVE "NATURE SANS COMPTE AU PLAN" TO WS-MOTIF-REFUS
              WHEN OTHER
                 PERFORM LIRE-SOLDE-GL
                 IF WS-SOLDE-GL NOT = ZERO
                    MOVE "COMPTE DEJA MOUVEMENTE AU GRAND LIVRE"
                       TO WS-MOTIF-REFUS
                 END-IF
           END-EVALUATE.

           IF WS-MOTIF-REFUS = SPACES
              EVALUATE RP-AUXILIAIRE
                 WHEN "EPARGNE"
                    PERFORM TOTALISER-EPARGNE
                 WHEN "DAT"
                    PERFORM TOTALISER-DAT
                 WHEN "PROVIS"
                    PERFORM TOTALISER-PROVISIONS
                 WHEN OTHER
                    MOVE "AUXILIAIRE SANS REPRISE PREVUE"
                       TO WS-MOTIF-REFUS
              END-EVALUATE
           END-IF.
           IF WS-MOTIF-REFUS = SPACES AND NOT AUXILIAIRE-DISPONIBLE
              MOVE "FICHIER AUXILIAIRE INDISPONIBLE"
                 TO WS-MOTIF-REFUS
           END-IF.

           IF WS-MOTIF-REFUS NOT = SPACES
              ADD 1 TO WS-COUNT-REFUS
              PERFORM ECRIRE-REFUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM PASSER-OUVERTURE.
           ADD 1 TO WS-COUNT-REPRISES.

           MOVE WS-NB-ELEMENTS TO WS-NB-ED.
           MOVE WS-TOTAL-AUXILIAIRE TO WS-TOTAL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              RP-AUXILIAIRE
              " NB=" WS-NB-ED
              " SOLDE REPRIS=" WS-TOTAL-ED
              " COMPTE=" WS-COMPTE-GL
              " SENS=" RP-SENS
              " CONTREPARTIE REPORT-NOUV"
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE

           .

      *> Solde de l'auxiliaire dans son sens normal, report a
      *> nouveau dans l'autre ; un auxiliaire vide ne passe rien
      *> (ECRITCPT ignore les montants nuls).
       PASSER-OUVERTURE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE "OUVERTURE" TO WS-EC-REFERENCE(1:9).
           MOVE WS-TOTAL-AUXILIAIRE TO WS-EC-MONTANT.

           MOVE RP-NATURE TO WS-EC-NATURE.
           MOVE RP-SENS TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.

           MOVE "REPORT-NOUV" TO WS-EC-NATURE.
           IF RP-SENS = "C"
              MOVE "D" TO WS-EC-SENS
           ELSE
              MOVE "C" TO WS-EC-SENS
           END-IF.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-DATE-JOUR
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       ECRIRE-REFUS.
           MOVE WS-SOLDE-GL TO WS-GL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              RP-AUXILIAIRE
              " NATURE=" RP-NATURE
              " COMPTE=" WS-COMPTE-GL
              " GRAND LIVRE=" WS-GL-ED
              " REFUS : " WS-MOTIF-REFUS
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE

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

      *> Solde general du compte a la derniere periode connue
      *> jusqu'au mois traite ; zero s'il n'a jamais ete mouvemente.
       LIRE-SOLDE-GL.
           MOVE ZERO TO WS-SOLDE-GL.
           IF NOT GL-OUVERT
              EXIT PARAGRAPH
           END-IF.
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
