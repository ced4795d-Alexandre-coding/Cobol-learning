       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELVSRC.
       AUTHOR. moi.

      *> Sous-programme reutilisable : prelevement a la source sur
      *> les interets d'epargne et de depots a terme, au moment ou
      *> ils sont credites (EPARGCAP, DATECHE). Les taux viennent
      *> de Data/epargne/prelevements.ctl - origine (code produit du
      *> livret, DAT pour les depots a terme), taux du prelevement
      *> forfaitaire et taux des prelevements sociaux ; une origine
      *> absente du fichier (livrets reglementes exoneres) ne
      *> supporte aucun prelevement. Un client qui a depose sa
      *> dispense pour l'annee du credit (Data/epargne/dispenses.in :
      *> client + annee de validite, revenus sous le seuil) echappe
      *> au prelevement forfaitaire, pas aux prelevements sociaux.
      *> Les deux fichiers sont relus a chaque appel, comme la table
      *> de correspondance d'ECRITCPT.
      *>
      *> En sortie, les montants preleves et le net a crediter ;
      *> chaque appel ajoute sa ligne au registre fiscal
      *> interets.log (cf. INTERET-REC), base du reversement mensuel
      *> (EPARGREV) et de la declaration annuelle (EPARGFIS). Le
      *> deversement comptable reste a l'appelant.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAUX-FILE ASSIGN TO "Data/epargne/prelevements.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAU-STATUS.

           SELECT DISPENSE-FILE ASSIGN TO "Data/epargne/dispenses.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT INTERET-FILE ASSIGN TO "Data/epargne/interets.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAUX-FILE.
       01  TAUX-REC.
           05  TX-ORIGINE        PIC X(4).
           05  TX-TAUX-PFL       PIC 99V99.
           05  TX-TAUX-SOCIAL    PIC 99V99.

       FD  DISPENSE-FILE.
       01  DISPENSE-REC.
           05  DP-ID-CLIENT      PIC 9(6).
           05  DP-ANNEE          PIC 9(4).

       FD  INTERET-FILE.
           COPY INTERET-REC.

       WORKING-STORAGE SECTION.
       01  WS-TAU-STATUS         PIC XX.
       01  WS-DSP-STATUS         PIC XX.
       01  WS-INT-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-TAUX-PFL           PIC 99V99.
       01  WS-TAUX-SOCIAL        PIC 99V99.
       01  WS-DISPENSE           PIC X.

       LINKAGE SECTION.
       01  PS-PROGRAMME          PIC X(10).
       01  PS-DATE               PIC 9(8).
       01  PS-ID-CLIENT          PIC 9(6).
       01  PS-ORIGINE            PIC X(4).
       01  PS-REFERENCE          PIC 9(6).
       01  PS-BRUT               PIC 9(7)V99.
       01  PS-PFL                PIC 9(7)V99.
       01  PS-SOCIAL             PIC 9(7)V99.
       01  PS-NET                PIC 9(7)V99.

       PROCEDURE DIVISION USING PS-PROGRAMME PS-DATE PS-ID-CLIENT
              PS-ORIGINE PS-REFERENCE PS-BRUT PS-PFL PS-SOCIAL
              PS-NET.

           MOVE ZERO TO PS-PFL PS-SOCIAL.
           MOVE PS-BRUT TO PS-NET.
           IF PS-BRUT = ZERO
              GOBACK
           END-IF.

           PERFORM CHERCHER-TAUX.
           PERFORM CHERCHER-DISPENSE.
           IF WS-DISPENSE = "O"
              MOVE ZERO TO WS-TAUX-PFL
           END-IF.

           COMPUTE PS-PFL ROUNDED = PS-BRUT * WS-TAUX-PFL / 100.
           COMPUTE PS-SOCIAL ROUNDED =
              PS-BRUT * WS-TAUX-SOCIAL / 100.
           COMPUTE PS-NET = PS-BRUT - PS-PFL - PS-SOCIAL.

           OPEN EXTEND INTERET-FILE.
           IF WS-INT-STATUS NOT = "00" AND WS-INT-STATUS NOT = "05"
              DISPLAY "PRELVSRC : registre fiscal inaccessible, "
                 "STATUS=" WS-INT-STATUS
              GOBACK
           END-IF.

           MOVE PS-DATE TO IT-DATE.
           MOVE PS-ID-CLIENT TO IT-ID-CLIENT.
           MOVE PS-ORIGINE TO IT-ORIGINE.
           MOVE PS-REFERENCE TO IT-REFERENCE.
           MOVE PS-BRUT TO IT-BRUT.
           MOVE PS-PFL TO IT-PFL.
           MOVE PS-SOCIAL TO IT-SOCIAL.
           MOVE PS-NET TO IT-NET.
           MOVE WS-DISPENSE TO IT-DISPENSE.
           MOVE PS-PROGRAMME TO IT-PROGRAMME.
           WRITE INTERET-REC.

           CLOSE INTERET-FILE.

           GOBACK.

       CHERCHER-TAUX.
           MOVE ZERO TO WS-TAUX-PFL WS-TAUX-SOCIAL.
           MOVE "N" TO WS-EOF.

           OPEN INPUT TAUX-FILE.
           IF WS-TAU-STATUS NOT = "00"
              DISPLAY "PRELVSRC : prelevements.ctl illisible, STATUS="
                 WS-TAU-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ TAUX-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF TX-ORIGINE = PS-ORIGINE
                       MOVE TX-TAUX-PFL TO WS-TAUX-PFL
                       MOVE TX-TAUX-SOCIAL TO WS-TAUX-SOCIAL
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TAUX-FILE

           .

       CHERCHER-DISPENSE.
           MOVE "N" TO WS-DISPENSE.
           MOVE "N" TO WS-EOF.

           OPEN INPUT DISPENSE-FILE.
           IF WS-DSP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ DISPENSE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF DP-ID-CLIENT = PS-ID-CLIENT
                          AND DP-ANNEE = PS-DATE(1:4)
                       MOVE "O" TO WS-DISPENSE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE DISPENSE-FILE

           .
