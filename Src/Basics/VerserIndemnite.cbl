       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerserIndemnite.
       AUTHOR. moi.

      *> Sous-programme reutilisable : versement au client de
      *> l'indemnite accordee a la cloture d'une reclamation
      *> (RECLAMNT sous le seuil, APPROMNT apres approbation).
      *> L'indemnite part en operation de credit dans operations.in,
      *> imputee par COMPTMAJ au compte principal du client, avec
      *> le libelle de sa nature :
      *>   F = REMB FRAIS (frais rembourses),
      *>   I = REMB INTER (interets rembourses),
      *>   G = GESTE COM  (geste commercial).
      *> La charge est passee au journal comptable par ECRITCPT :
      *> debit du compte des couts de reclamations (nature
      *> RECLAM-COUT), credit de la banque, que l'imputation de
      *> l'operation par COMPTMAJ solde ensuite contre le compte
      *> client.
      *> Code retour VI-CODE :
      *>   "OK " indemnite versee ;
      *>   "TYP" nature d'indemnite inconnue ;
      *>   "OPE" fichier des operations inaccessible.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS         PIC XX.
       01  WS-LIBELLE            PIC X(10).

       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       LINKAGE SECTION.
       01  VI-PROGRAMME          PIC X(10).
       01  VI-DATE               PIC 9(8).
       01  VI-ID-CLIENT          PIC 9(6).
       01  VI-TYPE               PIC X.
       01  VI-MONTANT            PIC 9(7)V99.
       01  VI-REFERENCE          PIC X(12).
       01  VI-CODE               PIC X(3).

       PROCEDURE DIVISION USING VI-PROGRAMME VI-DATE VI-ID-CLIENT
              VI-TYPE VI-MONTANT VI-REFERENCE VI-CODE.

           EVALUATE VI-TYPE
              WHEN "F"
                 MOVE "REMB FRAIS" TO WS-LIBELLE
              WHEN "I"
                 MOVE "REMB INTER" TO WS-LIBELLE
              WHEN "G"
                 MOVE "GESTE COM" TO WS-LIBELLE
              WHEN OTHER
                 MOVE "TYP" TO VI-CODE
                 GOBACK
           END-EVALUATE.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              MOVE "OPE" TO VI-CODE
              GOBACK
           END-IF.

           MOVE VI-ID-CLIENT TO OL-ID-CLIENT.
           MOVE VI-DATE TO OL-DATE.
           MOVE WS-LIBELLE TO OL-LIBELLE.
           MOVE VI-MONTANT TO OL-MONTANT.
           MOVE ZERO TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.
           CLOSE OPERATION-FILE.

           MOVE VI-DATE TO WS-EC-DATE.
           MOVE VI-MONTANT TO WS-EC-MONTANT.
           MOVE VI-REFERENCE TO WS-EC-REFERENCE.
           MOVE "RECLAM-COUT" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           CALL "ECRITCPT" USING VI-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT WS-EC-REFERENCE.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           CALL "ECRITCPT" USING VI-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT WS-EC-REFERENCE.

           MOVE "OK " TO VI-CODE.
           GOBACK.
