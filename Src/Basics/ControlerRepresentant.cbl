       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlerRepresentant.
       AUTHOR. moi.

      *> Sous-programme reutilisable : capacite d'un client a une
      *> date et representant legal habilite. Le client est protege
      *> s'il est mineur a la date (CalculerAge sur la date de
      *> naissance du maitre) ou s'il a un lien de tutelle ou de
      *> curatelle en vigueur dans representants.idx. Un lien est en
      *> vigueur s'il est actif et que la date tombe entre son debut
      *> et sa fin (fin a zero = sans terme).
      *> RP-POUVOIR : R retrait d'epargne, V virement, P pret,
      *>              C courrier (tout lien en vigueur convient).
      *> Code retour RP-CODE :
      *>   "LIB" client capable, pas de representant requis ;
      *>   "REP" client protege, representant habilite trouve
      *>         (RP-REPRESENTANT renseigne) ;
      *>   "SRP" client protege sans representant habilite pour
      *>         l'operation - RP-MOTIF porte le motif de rejet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT REPRESENT-FILE ASSIGN TO "Data/seq/representants.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLE
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  REPRESENT-FILE.
           COPY REPRESENT-REC.

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS         PIC XX.
       01  WS-REP-STATUS         PIC XX.
       01  WS-FIN-LIENS          PIC X.
       01  WS-MINEUR             PIC X.
       01  WS-MESURE             PIC X.
       01  WS-HABILITE           PIC X.
       01  WS-AGE                PIC 99.
       01  WS-DATE-CALCUL        PIC 9(8).
       01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05  WS-ANNEE-CALCUL   PIC 9(4).
           05  WS-MOIS-CALCUL    PIC 99.
           05  WS-JOUR-CALCUL    PIC 99.

       LINKAGE SECTION.
       01  RP-ID-CLIENT          PIC 9(6).
       01  RP-DATE               PIC 9(8).
       01  RP-POUVOIR            PIC X.
       01  RP-CODE               PIC X(3).
       01  RP-MOTIF              PIC X(30).
       01  RP-REPRESENTANT.
           05  RP-TYPE           PIC X.
           05  RP-NOM            PIC X(20).
           05  RP-VILLE          PIC X(15).

       PROCEDURE DIVISION USING RP-ID-CLIENT RP-DATE RP-POUVOIR
              RP-CODE RP-MOTIF RP-REPRESENTANT.

           MOVE "LIB" TO RP-CODE.
           MOVE SPACES TO RP-MOTIF.
           MOVE SPACES TO RP-REPRESENTANT.
           MOVE "N" TO WS-MINEUR.
           MOVE "N" TO WS-MESURE.
           MOVE "N" TO WS-HABILITE.

           PERFORM CONTROLER-MINORITE.
           PERFORM PARCOURIR-LIENS.

           IF WS-MINEUR = "N" AND WS-MESURE = "N"
              MOVE SPACES TO RP-REPRESENTANT
              GOBACK
           END-IF.

           IF WS-HABILITE = "O"
              MOVE "REP" TO RP-CODE
           ELSE
              MOVE "SRP" TO RP-CODE
              MOVE SPACES TO RP-REPRESENTANT
              IF WS-MINEUR = "O"
                 MOVE "MINEUR SANS REPR. HABILITE"
                    TO RP-MOTIF
              ELSE
                 MOVE "PROTEGE SANS REPR. HABILITE"
                    TO RP-MOTIF
              END-IF
           END-IF.

           GOBACK.

      *> Minorite a la date demandee ; une date de naissance non
      *> renseignee ne fait pas un mineur.
       CONTROLER-MINORITE.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE RP-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC > ZERO
                    MOVE RP-DATE TO WS-DATE-CALCUL
                    CALL "CalculerAge" USING
                       CL-JOUR-NAISSANCE OF CLIENT-MASTER-REC
                       CL-MOIS-NAISSANCE OF CLIENT-MASTER-REC
                       CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC
                       WS-JOUR-CALCUL WS-MOIS-CALCUL WS-ANNEE-CALCUL
                       WS-AGE
                    IF WS-AGE < 18
                       MOVE "O" TO WS-MINEUR
                    END-IF
                 END-IF
           END-READ.

           CLOSE CLIENT-MASTER

           .

      *> Liens du client en vigueur a la date : une tutelle ou une
      *> curatelle suffit a le proteger ; le premier lien portant le
      *> pouvoir demande est retenu comme representant.
       PARCOURIR-LIENS.
           OPEN INPUT REPRESENT-FILE.
           IF WS-REP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE RP-ID-CLIENT TO RL-ID-CLIENT.
           MOVE ZERO TO RL-NUMERO.
           MOVE "N" TO WS-FIN-LIENS.
           START REPRESENT-FILE KEY IS NOT LESS THAN RL-CLE
              INVALID KEY
                 MOVE "O" TO WS-FIN-LIENS
           END-START.

           PERFORM UNTIL WS-FIN-LIENS = "O"
              READ REPRESENT-FILE NEXT RECORD
                 AT END
                    MOVE "O" TO WS-FIN-LIENS
                 NOT AT END
                    IF RL-ID-CLIENT NOT = RP-ID-CLIENT
                       MOVE "O" TO WS-FIN-LIENS
                    ELSE
                       PERFORM EXAMINER-LIEN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE REPRESENT-FILE

           .

       EXAMINER-LIEN.
           IF NOT RL-ACTIF
                 OR RL-DATE-DEBUT > RP-DATE
                 OR (RL-DATE-FIN > ZERO AND RL-DATE-FIN < RP-DATE)
              EXIT PARAGRAPH
           END-IF.

           IF RL-MESURE-PROTECTION
              MOVE "O" TO WS-MESURE
           END-IF.

           IF WS-HABILITE = "O"
              EXIT PARAGRAPH
           END-IF.

           EVALUATE RP-POUVOIR
              WHEN "R"
                 IF RL-PEUT-RETIRER
                    MOVE "O" TO WS-HABILITE
                 END-IF
              WHEN "V"
                 IF RL-PEUT-VIRER
                    MOVE "O" TO WS-HABILITE
                 END-IF
              WHEN "P"
                 IF RL-PEUT-EMPRUNTER
                    MOVE "O" TO WS-HABILITE
                 END-IF
              WHEN OTHER
                 MOVE "O" TO WS-HABILITE
           END-EVALUATE.

           IF WS-HABILITE = "O"
              MOVE RL-TYPE TO RP-TYPE
              MOVE RL-NOM TO RP-NOM
              MOVE RL-VILLE TO RP-VILLE
           END-IF

           .
