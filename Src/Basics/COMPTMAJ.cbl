      *> du client dans comptes.idx - ouvert au premier mouvement
      *> d'un client connu et actif du maitre clients.idx. Les
      *> operations de clients inconnus partent en operations.rej.
      *> Un client peut detenir plusieurs comptes, seul ou en
      *> compte joint : l'operation qui porte un numero de compte
      *> est imputee a ce compte, a condition que le client en soit
      *> titulaire (titulaires.idx) ; sans numero, elle va au compte
      *> principal du client, le plus ancien dont il est titulaire
      *> principal. Le numero d'un compte ouvert ici est attribue
      *> par le compteur numcompte.ctl et le client en devient le
      *> titulaire principal. Un compte clos (COMPTCLO) refuse toute
      *> operation datee apres sa cloture, et le compte principal
      *> d'un client passe alors a son plus ancien compte ouvert.
      *> Un debit par cheque (libelle CHEQUE) porte son numero de
      *> cheque : il est rejete (motif CHQ1) si ce numero n'a ete
      *> delivre au compte par aucun chequier de chequiers.idx, et
      *> (motif CHQ2) s'il tombe dans une opposition de
      *> oppositions.idx ; chaque presentation d'un cheque en
      *> opposition est tracee dans cheques-opposes.log.
      *> Un compte tenu en devise (CP-DEVISE) recoit ses operations
      *> dans sa devise ; le journal comptable les recoit en EUR au
      *> cours du jour de Data/pret/devises.in, contre-valeur cumulee
      *> dans CP-CONTRE-VALEUR pour la reevaluation de fin de mois.
      *> En fin de lot, les soldes de cloture et les totaux de
      *> controle debit/credit sortent dans soldes.out. La
      *> classification pedagogique de Conditions.cbl devient ainsi
      *> le grand livre dont la maison a besoin.
      *> Le fichier des operations est d'abord controle au registre
      *> des fichiers recus (RegistreRecu, total en valeur absolue)
      *> et refuse en bloc s'il a deja ete impute. Une operation
      *> deja vue dans le fichier ou imputee dans les derniers jours
      *> (meme client, date, libelle et montant, cf.
      *> ControlerDoublon) n'est pas imputee mais recopiee telle
      *> quelle dans operations-doublons.out pour revue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT TITULAIRE-FILE
                 ASSIGN TO "Data/compte/titulaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLE
               ALTERNATE RECORD KEY IS TT-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-TIT-STATUS.

           SELECT NUMCOMPTE-FILE ASSIGN TO "Data/compte/numcompte.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOL-STATUS.

           SELECT CHEQUIER-FILE ASSIGN TO "Data/compte/chequiers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CLE
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT OPPOSITION-FILE
                 ASSIGN TO "Data/compte/oppositions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLE
               FILE STATUS IS WS-OPP-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT PRESENTATION-FILE
                 ASSIGN TO "Data/compte/cheques-opposes.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-STATUS.

           SELECT DOUBLON-FILE
                 ASSIGN TO "Data/compte/operations-doublons.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATION-FILE.
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  NUMCOMPTE-FILE.
       01  NUMCOMPTE-LINE        PIC 9(8).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  REJET-FILE.
       01  REJET-LINE            PIC X(132).

       FD  SOLDE-FILE.
       01  SOLDE-LINE            PIC X(120).

       FD  CHEQUIER-FILE.
           COPY CHEQUIER-REC.

       FD  OPPOSITION-FILE.
           COPY OPPOSITION-REC.

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  PRESENTATION-FILE.
           COPY PRESENTATION-REC.

      *> Operations presumees en double, au format de operations.in
      *> pour pouvoir etre representees apres revue.
       FD  DOUBLON-FILE.
       01  DOUBLON-LINE          PIC X(59).

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-SOL-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-CHQ-STATUS         PIC XX VALUE "00".
       01  WS-OPP-STATUS         PIC XX VALUE "00".
       01  WS-PRS-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-REJETEES     PIC 9(5) VALUE 0.
       01  WS-COUNT-OUVERTURES   PIC 9(5) VALUE 0.

       01  WS-DERNIER-COMPTE     PIC 9(8) VALUE 0.

      *> Recherche du compte principal d'un client a une date.
       01  WS-ID-PRINCIPAL       PIC 9(6).
       01  WS-DATE-PRINCIPAL     PIC 9(8).
       01  WS-PRINCIPAL          PIC X.
           88  PRINCIPAL-ABSENT           VALUE "N".
           88  PRINCIPAL-TROUVE           VALUE "O".
           88  PRINCIPAL-CLOS             VALUE "C".
       01  WS-PRINCIPAL-FIN      PIC X.

      *> Controle des cheques : registres des chequiers delivres et
      *> des oppositions, facultatifs (sans eux, pas de controle).
       01  WS-CHQ-DISPO          PIC X  VALUE "N".
           88  CHEQUIERS-DISPO            VALUE "Y".
       01  WS-OPP-DISPO          PIC X  VALUE "N".
           88  OPPOSITIONS-DISPO          VALUE "Y".
       01  WS-CHEQUE-FIN         PIC X.
       01  WS-CHEQUE-TROUVE      PIC X.
       01  WS-COUNT-PRESENTES    PIC 9(5) VALUE 0.

       01  WS-NB-CREDITS         PIC 9(5) VALUE 0.
       01  WS-NB-DEBITS          PIC 9(5) VALUE 0.
       01  WS-TOTAL-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBITS       PIC 9(11)V99 VALUE 0.

      *> Table des cours (EUR implicite a 1) et contre-valeur EUR
      *> de l'operation en cours.
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).
       01  WS-MONTANT-EUR        PIC S9(9)V99.

       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-COMPTE-EXISTE      PIC X.
           88  COMPTE-EXISTE              VALUE "Y".
       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

      *> Identite du fichier des operations au registre des fichiers
      *> recus (sans entete : date la plus recente, total des
      *> montants en valeur absolue) et cle d'une operation pour la
      *> detection des doublons.
       01  WS-RECU-ACTION        PIC X.
       01  WS-RECU-FICHIER       PIC X(40)
              VALUE "Data/conditions/operations.in".
       01  WS-RECU-DATE          PIC 9(8) VALUE 0.
       01  WS-RECU-NOMBRE        PIC 9(7) VALUE 0.
       01  WS-RECU-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-RECU-REPONSE       PIC X.
       01  WS-DOUB-STATUS        PIC XX VALUE "00".
       01  WS-COUNT-DOUBLONS     PIC 9(5) VALUE 0.
       01  WS-DOUBLON-ACTION     PIC X.
       01  WS-DOUBLON-INTERFACE  PIC X(8) VALUE "OPERCPT".
       01  WS-DOUBLON-CLE.
           05  WS-DC-ID-CLIENT   PIC 9(6).
           05  WS-DC-DATE        PIC 9(8).
           05  WS-DC-LIBELLE     PIC X(10).
           05  WS-DC-MONTANT     PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER            PIC X(6) VALUE SPACES.
       01  WS-DOUBLON-REPONSE    PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              STOP RUN
           END-IF.

      *    Un fichier d'operations deja impute est refuse en bloc.
           PERFORM RECENSER-OPERATIONS.
           MOVE "C" TO WS-RECU-ACTION.
           CALL "RegistreRecu" USING WS-RECU-ACTION WS-RECU-FICHIER
              WS-RECU-DATE WS-RECU-NOMBRE WS-RECU-TOTAL
              WS-JOURNAL-PROGRAMME WS-RECU-REPONSE.
           IF WS-RECU-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
              STOP RUN
           END-IF.

           OPEN I-O TITULAIRE-FILE.
           IF WS-TIT-STATUS = "35"
              OPEN OUTPUT TITULAIRE-FILE
              CLOSE TITULAIRE-FILE
              OPEN I-O TITULAIRE-FILE
           END-IF.
           IF WS-TIT-STATUS NOT = "00"
              DISPLAY "TITULAIRE-FILE OPEN ERROR, STATUS="
                 WS-TIT-STATUS
              CLOSE OPERATION-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE OPERATION-FILE COMPTE-FILE TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "REJET-FILE OPEN ERROR, STATUS=" WS-REJ-STATUS
              CLOSE OPERATION-FILE COMPTE-FILE CLIENT-MASTER
                 TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DOUBLON-FILE.
           IF WS-DOUB-STATUS NOT = "00"
              DISPLAY "DOUBLON-FILE OPEN ERROR, STATUS="
                 WS-DOUB-STATUS
              CLOSE OPERATION-FILE COMPTE-FILE CLIENT-MASTER
                 TITULAIRE-FILE REJET-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Registres des cheques : sans chequiers.idx les cheques ne
      *    sont pas controles ; sans oppositions.idx seule la
      *    delivrance l'est.
           OPEN INPUT CHEQUIER-FILE.
           IF WS-CHQ-STATUS = "00"
              SET CHEQUIERS-DISPO TO TRUE
              OPEN INPUT OPPOSITION-FILE
              IF WS-OPP-STATUS = "00"
                 SET OPPOSITIONS-DISPO TO TRUE
              END-IF
           END-IF.

           IF OPPOSITIONS-DISPO
              OPEN EXTEND PRESENTATION-FILE
              IF WS-PRS-STATUS = "35"
                 OPEN OUTPUT PRESENTATION-FILE
              END-IF
              IF WS-PRS-STATUS NOT = "00" AND WS-PRS-STATUS NOT = "05"
                 DISPLAY "PRESENTATION-FILE EXTEND ERROR, STATUS="
                    WS-PRS-STATUS
                 CLOSE OPERATION-FILE COMPTE-FILE CLIENT-MASTER
                    TITULAIRE-FILE REJET-FILE CHEQUIER-FILE
                    OPPOSITION-FILE DOUBLON-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM LECTURE-DERNIER-COMPTE.
           PERFORM CHARGEMENT-COURS.
           MOVE "O" TO WS-DOUBLON-ACTION.
           CALL "ControlerDoublon" USING WS-DOUBLON-ACTION
              WS-DOUBLON-INTERFACE WS-DOUBLON-CLE WS-DOUBLON-REPONSE.

           PERFORM UNTIL EOF
              READ OPERATION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUES
                    PERFORM CONTROLER-DOUBLON
                    IF WS-DOUBLON-REPONSE = "D"
                       ADD 1 TO WS-COUNT-DOUBLONS
                       WRITE DOUBLON-LINE FROM OPERATION-LINE
                    ELSE
                       PERFORM IMPUTER-OPERATION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE OPERATION-FILE CLIENT-MASTER REJET-FILE
              DOUBLON-FILE.
           MOVE "F" TO WS-DOUBLON-ACTION.
           CALL "ControlerDoublon" USING WS-DOUBLON-ACTION
              WS-DOUBLON-INTERFACE WS-DOUBLON-CLE WS-DOUBLON-REPONSE.
           MOVE "E" TO WS-RECU-ACTION.
           CALL "RegistreRecu" USING WS-RECU-ACTION WS-RECU-FICHIER
              WS-RECU-DATE WS-RECU-NOMBRE WS-RECU-TOTAL
              WS-JOURNAL-PROGRAMME WS-RECU-REPONSE.
           IF CHEQUIERS-DISPO
              CLOSE CHEQUIER-FILE
           END-IF.
           IF OPPOSITIONS-DISPO
              CLOSE OPPOSITION-FILE PRESENTATION-FILE
           END-IF.

           PERFORM EDITER-SOLDES-CLOTURE.

           CLOSE COMPTE-FILE TITULAIRE-FILE.
           PERFORM ECRITURE-DERNIER-COMPTE.

           DISPLAY "OPERATIONS LUES=" WS-COUNT-LUES
              " IMPUTEES=" WS-COUNT-IMPUTEES
              " REJETEES=" WS-COUNT-REJETEES
              " COMPTES OUVERTS=" WS-COUNT-OUVERTURES
              " CHEQUES EN OPPOSITION=" WS-COUNT-PRESENTES
              " DOUBLONS EN REVUE=" WS-COUNT-DOUBLONS.
           IF WS-COUNT-DOUBLONS > ZERO
              MOVE "COMPTMAJ" TO WS-JOURNAL-PROGRAMME
              MOVE "OPERATIONS EN DOUBLE MISES EN REVUE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-DOUBLONS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "COMPTMAJ" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Premier passage sur le fichier des operations : nombre,
      *> total de controle (valeur absolue des montants) et date la
      *> plus recente, qui identifient le fichier au registre.
       RECENSER-OPERATIONS.
           OPEN INPUT OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ OPERATION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECU-NOMBRE
                    IF OL-MONTANT < ZERO
                       SUBTRACT OL-MONTANT FROM WS-RECU-TOTAL
                    ELSE
                       ADD OL-MONTANT TO WS-RECU-TOTAL
                    END-IF
                    IF OL-DATE > WS-RECU-DATE
                       MOVE OL-DATE TO WS-RECU-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATION-FILE.
           SET NOT-EOF TO TRUE

           .

       CONTROLER-DOUBLON.
           MOVE OL-ID-CLIENT TO WS-DC-ID-CLIENT.
           MOVE OL-DATE TO WS-DC-DATE.
           MOVE OL-LIBELLE TO WS-DC-LIBELLE.
           MOVE OL-MONTANT TO WS-DC-MONTANT.
           MOVE "C" TO WS-DOUBLON-ACTION.
           CALL "ControlerDoublon" USING WS-DOUBLON-ACTION
              WS-DOUBLON-INTERFACE WS-DOUBLON-CLE WS-DOUBLON-REPONSE

           .

       IMPUTER-OPERATION.
           MOVE SPACES TO WS-MOTIF-REJET.

           END-IF.

           SET COMPTE-ABSENT TO TRUE.
           IF OL-NUMERO-COMPTE IS NUMERIC
                 AND OL-NUMERO-COMPTE > ZERO
              PERFORM CONTROLER-COMPTE-DESIGNE
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           ELSE
      *       Sans numero : compte principal du client, le premier
      *       ouvert a son nom comme titulaire principal. S'ils sont
      *       tous clos, on n'en rouvre pas un d'office.
              MOVE OL-ID-CLIENT TO WS-ID-PRINCIPAL
              MOVE OL-DATE TO WS-DATE-PRINCIPAL
              PERFORM CHERCHER-COMPTE-PRINCIPAL
              IF PRINCIPAL-CLOS
                 MOVE "COMPTES DU CLIENT CLOS" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
              IF PRINCIPAL-TROUVE
                 SET COMPTE-EXISTE TO TRUE
              END-IF
           END-IF.

           IF OL-LIBELLE = "CHEQUE" AND OL-MONTANT < ZERO
                 AND CHEQUIERS-DISPO
              PERFORM CONTROLER-CHEQUE
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    Contre-valeur EUR au cours du jour de la devise du
      *    compte ; un compte ouvert ici l'est en EUR.
           MOVE 1 TO WS-COURS-TROUVE.
           IF COMPTE-EXISTE
              PERFORM CHERCHER-COURS-COMPTE
              IF WS-COURS-TROUVE = ZERO
                 MOVE "DEVISE DU COMPTE SANS COURS" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           COMPUTE WS-MONTANT-EUR ROUNDED =
              OL-MONTANT * WS-COURS-TROUVE.

           IF COMPTE-ABSENT
              PERFORM OUVRIR-COMPTE
           ELSE
              ADD OL-MONTANT TO CP-SOLDE
              ADD WS-MONTANT-EUR TO CP-CONTRE-VALEUR
              MOVE OL-DATE TO CP-DATE-DERN-MVT
              REWRITE COMPTE-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                       CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
              END-REWRITE
              ADD 1 TO WS-COUNT-IMPUTEES
           END-IF.
      *> Ecritures de l'operation au journal comptable commun : un
      *> credit client debite la banque et credite le compte
      *> client, un debit fait l'inverse, l'ecriture reste
      *> equilibree operation par operation. Montants en EUR.
       DEVERSER-COMPTA.
           MOVE OL-DATE TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE OL-ID-CLIENT TO WS-EC-REFERENCE(1:6).

           IF WS-MONTANT-EUR < ZERO
              COMPUTE WS-EC-MONTANT = ZERO - WS-MONTANT-EUR
              MOVE "CPT-CLIENT" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           ELSE
              MOVE WS-MONTANT-EUR TO WS-EC-MONTANT
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE

           .

      *> Cours de la devise du compte lu ; zero si la devise n'a
      *> pas (ou plus) de cours a la table.
       CHERCHER-COURS-COMPTE.
           MOVE 1 TO WS-COURS-TROUVE.
           IF CP-EN-EUR
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-COURS-TROUVE.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = CP-DEVISE
                 MOVE WS-CRS-COURS(WS-COURS-INDEX)
                    TO WS-COURS-TROUVE
              END-IF
           END-PERFORM

           .

       CHARGEMENT-COURS.
           MOVE "N" TO WS-EOF.
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

           CLOSE COURS-FILE.
           MOVE "N" TO WS-EOF

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT

           .

      *> Le compte designe doit exister et le donneur d'ordre en
      *> etre titulaire, principal ou joint : une operation ne
      *> peut pas mouvementer le compte d'un tiers.
       CONTROLER-COMPTE-DESIGNE.
           MOVE OL-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
              NOT INVALID KEY
                 SET COMPTE-EXISTE TO TRUE
           END-READ.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF CP-CLOS AND OL-DATE > CP-DATE-CLOTURE
              MOVE "COMPTE CLOS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE OL-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE OL-ID-CLIENT TO TT-ID-CLIENT.
           READ TITULAIRE-FILE
              INVALID KEY
                 MOVE "CLIENT NON TITULAIRE DU COMPTE"
                    TO WS-MOTIF-REJET
           END-READ

           .

      *> Compte principal du client : le plus ancien dont il est
      *> titulaire principal, en passant ceux qui etaient deja clos
      *> a la date cherchee. PRINCIPAL-CLOS quand le client n'a
      *> plus que des comptes clos a cette date.
       CHERCHER-COMPTE-PRINCIPAL.
           SET PRINCIPAL-ABSENT TO TRUE.
           MOVE WS-ID-PRINCIPAL TO CP-ID-CLIENT.
           READ COMPTE-FILE KEY IS CP-ID-CLIENT
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE "N" TO WS-PRINCIPAL-FIN.
           PERFORM UNTIL NOT CP-CLOS
                 OR CP-DATE-CLOTURE NOT < WS-DATE-PRINCIPAL
                 OR WS-PRINCIPAL-FIN = "Y"
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-PRINCIPAL-FIN
                 NOT AT END
                    IF CP-ID-CLIENT NOT = WS-ID-PRINCIPAL
                       MOVE "Y" TO WS-PRINCIPAL-FIN
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-PRINCIPAL-FIN = "Y"
              SET PRINCIPAL-CLOS TO TRUE
           ELSE
              SET PRINCIPAL-TROUVE TO TRUE
           END-IF

           .

      *> Un cheque n'est paye que si son numero figure dans un
      *> chequier delivre au compte debite et n'est frappe d'aucune
      *> opposition. Un compte qui va etre ouvert par l'operation
      *> n'a par definition recu aucun chequier.
       CONTROLER-CHEQUE.
           IF COMPTE-ABSENT
                 OR OL-NUMERO-CHEQUE IS NOT NUMERIC
                 OR OL-NUMERO-CHEQUE = ZERO
              MOVE "CHQ1 CHEQUE NON DELIVRE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CHEQUE-TROUVE.
           MOVE "N" TO WS-CHEQUE-FIN.
           MOVE CP-NUMERO-COMPTE TO CQ-NUMERO-COMPTE.
           MOVE ZERO TO CQ-PREMIER.
           START CHEQUIER-FILE KEY NOT < CQ-CLE
              INVALID KEY
                 MOVE "Y" TO WS-CHEQUE-FIN
           END-START.
           PERFORM UNTIL WS-CHEQUE-FIN = "Y"
              READ CHEQUIER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-CHEQUE-FIN
                 NOT AT END
                    IF CQ-NUMERO-COMPTE NOT = CP-NUMERO-COMPTE
                          OR CQ-PREMIER > OL-NUMERO-CHEQUE
                       MOVE "Y" TO WS-CHEQUE-FIN
                    ELSE
                       IF CQ-DERNIER NOT < OL-NUMERO-CHEQUE
                          MOVE "Y" TO WS-CHEQUE-TROUVE
                          MOVE "Y" TO WS-CHEQUE-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CHEQUE-TROUVE = "N"
              MOVE "CHQ1 CHEQUE NON DELIVRE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF NOT OPPOSITIONS-DISPO
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CHEQUE-FIN.
           MOVE CP-NUMERO-COMPTE TO OC-NUMERO-COMPTE.
           MOVE ZERO TO OC-PREMIER.
           START OPPOSITION-FILE KEY NOT < OC-CLE
              INVALID KEY
                 MOVE "Y" TO WS-CHEQUE-FIN
           END-START.
           PERFORM UNTIL WS-CHEQUE-FIN = "Y"
              READ OPPOSITION-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-CHEQUE-FIN
                 NOT AT END
                    IF OC-NUMERO-COMPTE NOT = CP-NUMERO-COMPTE
                          OR OC-PREMIER > OL-NUMERO-CHEQUE
                       MOVE "Y" TO WS-CHEQUE-FIN
                    ELSE
                       IF OC-DERNIER NOT < OL-NUMERO-CHEQUE
                          MOVE "CHQ2 CHEQUE EN OPPOSITION"
                             TO WS-MOTIF-REJET
                          PERFORM TRACER-PRESENTATION
                          MOVE "Y" TO WS-CHEQUE-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

       TRACER-PRESENTATION.
           MOVE OL-DATE TO PS-DATE-OPERATION.
           MOVE CP-NUMERO-COMPTE TO PS-NUMERO-COMPTE.
           MOVE OL-ID-CLIENT TO PS-ID-CLIENT.
           MOVE OL-NUMERO-CHEQUE TO PS-NUMERO-CHEQUE.
           COMPUTE PS-MONTANT = ZERO - OL-MONTANT.
           MOVE OC-MOTIF TO PS-MOTIF-OPPOSITION.
           MOVE OC-DATE TO PS-DATE-OPPOSITION.
           WRITE PRESENTATION-REC.
           ADD 1 TO WS-COUNT-PRESENTES

           .

       OUVRIR-COMPTE.
           ADD 1 TO WS-DERNIER-COMPTE.
           MOVE WS-DERNIER-COMPTE TO CP-NUMERO-COMPTE.
           MOVE OL-ID-CLIENT TO CP-ID-CLIENT.
           SET CP-COMPTE-INDIVIDUEL TO TRUE.
           MOVE OL-MONTANT TO CP-SOLDE.
           MOVE OL-DATE TO CP-DATE-OUVERTURE.
           MOVE OL-DATE TO CP-DATE-DERN-MVT.
           SET CP-OUVERT TO TRUE.
           MOVE ZERO TO CP-DATE-CLOTURE.
           MOVE "EUR" TO CP-DEVISE.
           MOVE OL-MONTANT TO CP-CONTRE-VALEUR.
           MOVE OL-DATE TO CP-DATE-REEVAL.

           WRITE COMPTE-REC
              INVALID KEY
                 DISPLAY "OUVERTURE IMPOSSIBLE, COMPTE="
                    CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-OUVERTURES
                 ADD 1 TO WS-COUNT-IMPUTEES
                 PERFORM INSCRIRE-TITULAIRE-PRINCIPAL
           END-WRITE

           .

       INSCRIRE-TITULAIRE-PRINCIPAL.
           MOVE CP-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE CP-ID-CLIENT TO TT-ID-CLIENT.
           SET TT-PRINCIPAL TO TRUE.
           MOVE OL-DATE TO TT-DATE-ENTREE.
           WRITE TITULAIRE-REC
              INVALID KEY
                 DISPLAY "TITULAIRE DEJA INSCRIT, COMPTE="
                    TT-NUMERO-COMPTE " STATUS=" WS-TIT-STATUS
           END-WRITE

           .

      *> Compteur des numeros de compte, partage avec COMPTVIR et
      *> COMPTTIT ; absent a la premiere execution, il part de 1.
       LECTURE-DERNIER-COMPTE.
           OPEN INPUT NUMCOMPTE-FILE.
           IF WS-NUM-STATUS = "00"
              READ NUMCOMPTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NUMCOMPTE-LINE TO WS-DERNIER-COMPTE
              END-READ
              CLOSE NUMCOMPTE-FILE
           END-IF

           .

       ECRITURE-DERNIER-COMPTE.
           OPEN OUTPUT NUMCOMPTE-FILE.
           MOVE WS-DERNIER-COMPTE TO NUMCOMPTE-LINE.
           WRITE NUMCOMPTE-LINE.
           CLOSE NUMCOMPTE-FILE

           .

       CUMULER-CONTROLES.
           IF OL-MONTANT < ZERO
              ADD 1 TO WS-NB-DEBITS
           MOVE SPACES TO REJET-LINE.
           STRING
              "CLIENT=" OL-ID-CLIENT
              " COMPTE=" OL-NUMERO-COMPTE
              " DATE=" OL-DATE
              " LIBELLE=" OL-LIBELLE
              " MONTANT=" WS-MONTANT-ED
              " CHEQUE=" OL-NUMERO-CHEQUE
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO REJET-LINE
           WRITE SOLDE-LINE.

           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.
                    MOVE CP-SOLDE TO WS-SOLDE-ED
                    MOVE SPACES TO SOLDE-LINE
                    STRING
                       "COMPTE=" CP-NUMERO-COMPTE
                       " TITULAIRE=" CP-ID-CLIENT
                       " TYPE=" CP-TYPE-COMPTE
                       " SOLDE=" WS-SOLDE-ED
                       " " CP-DEVISE
                       " DERNIER MOUVEMENT=" CP-DATE-DERN-MVT
                       DELIMITED BY SIZE
                       INTO SOLDE-LINE
