       PROGRAM-ID. COMPTREL.

      *> Releve mensuel des comptes clients : trie les operations du
      *> mois par compte et par date (une operation sans numero de
      *> compte va au compte principal du client, comme dans
      *> COMPTMAJ), retrouve le solde de cloture au fichier des
      *> comptes (comptes.idx, tenu par COMPTMAJ), en deduit le
      *> solde d'ouverture et ecrit un releve par compte (titulaires
      *> d'apres titulaires.idx, ouverture, chaque operation datee
      *> et libellee, cloture) dans releves.out. Un client titulaire
      *> de plusieurs comptes recoit ainsi un releve par compte.
      *> Les comptes passes sous zero en cours de
      *> mois sortent en plus dans decouverts.out avec le decouvert
      *> le plus profond atteint et le nombre de jours passes sous
      *> zero dans le mois, et leur nombre part dans le journal de
      *> nuit via JOURNAL.
      *> Un compte tenu en devise est releve dans sa devise, citee
      *> en tete du releve et a chaque solde.
      *> Un compte clos (COMPTCLO) recoit un dernier releve pour le
      *> mois de sa cloture, qui en porte la date, puis n'en recoit
      *> plus.

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

           SELECT RELEVE-FILE ASSIGN TO "Data/compte/releves.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
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

       FD  RELEVE-FILE.
       01  RELEVE-LINE           PIC X(120).

       FD  ALERTE-FILE.
      *> Positions fixes : relu par la liste de vigilance PRETVEIL.
       01  ALERTE-LINE           PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-NUMERO-COMPTE  PIC 9(8).
           05  SW-ID-CLIENT      PIC 9(6).
           05  SW-DATE           PIC 9(8).
           05  SW-LIBELLE        PIC X(10).
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-REL-STATUS         PIC XX VALUE "00".
       01  WS-ALE-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-TIT-DISPO          PIC X  VALUE "N".
           88  TITULAIRES-DISPO           VALUE "Y".
       01  WS-TIT-EOF            PIC X  VALUE "N".
           88  TIT-EOF                    VALUE "Y".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-OP-INDEX           PIC 9(3).

       01  WS-ID-COURANT         PIC 9(6).
       01  WS-NUMERO-COURANT     PIC 9(8).
       01  WS-LISTE-TITULAIRES   PIC X(80).
       01  WS-PTR-TITULAIRES     PIC 9(3).

      *> Recherche du compte principal d'un client a une date.
       01  WS-ID-PRINCIPAL       PIC 9(6).
       01  WS-DATE-PRINCIPAL     PIC 9(8).
       01  WS-PRINCIPAL          PIC X.
           88  PRINCIPAL-ABSENT           VALUE "N".
           88  PRINCIPAL-TROUVE           VALUE "O".
           88  PRINCIPAL-CLOS             VALUE "C".
       01  WS-PRINCIPAL-FIN      PIC X.
       01  WS-PREMIER-CLIENT     PIC X VALUE "Y".
           88  PREMIER-CLIENT             VALUE "Y".
       01  WS-SOLDE-CLOTURE      PIC S9(9)V99.
       01  WS-DEVISE-RELEVE      PIC X(3).
       01  WS-SOLDE-OUVERTURE    PIC S9(9)V99.
       01  WS-SOLDE-COURANT      PIC S9(9)V99.
       01  WS-SOLDE-MINIMUM      PIC S9(9)V99.
       01  WS-TOTAL-OPS          PIC S9(9)V99.

      *> Jours a decouvert du mois : chaque passage sous zero ouvre
      *> une periode close au retour en positif, ou a la fin du
      *> mois de la derniere operation.
       01  WS-DATE-DECOUVERT     PIC 9(8).
       01  WS-DATE-FIN-MOIS      PIC 9(8).
       01  WS-DATE-FIN-MOIS-R REDEFINES WS-DATE-FIN-MOIS.
           05  WS-FIN-AAAA       PIC 9(4).
           05  WS-FIN-MM         PIC 99.
           05  WS-FIN-JJ         PIC 99.
       01  WS-JOURS-DECOUVERT    PIC 9(3).
       01  WS-JOURS-PERIODE      PIC S9(5).

       01  WS-SOLDE-ED           PIC Z(8)9,99-.
       01  WS-MONTANT-ED         PIC Z(6)9,99-.
       01  WS-NB-ED              PIC ZZZZ9.
              STOP RUN
           END-IF.

      *    Le fichier des titulaires n'est qu'un complement du
      *    releve : absent, le releve sort sans la liste.
           OPEN INPUT TITULAIRE-FILE.
           IF WS-TIT-STATUS = "00"
              SET TITULAIRES-DISPO TO TRUE
           END-IF.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-NUMERO-COMPTE SW-DATE
              INPUT PROCEDURE IS CHARGEMENT-OPERATIONS
              OUTPUT PROCEDURE IS EDITION-RELEVES.

           CLOSE COMPTE-FILE RELEVE-FILE ALERTE-FILE.
           IF TITULAIRES-DISPO
              CLOSE TITULAIRE-FILE
           END-IF.

           DISPLAY "OPERATIONS=" WS-COUNT-OPERATIONS
              " RELEVES=" WS-COUNT-RELEVES
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-OPERATIONS
                    PERFORM RATTACHER-COMPTE
                    MOVE OL-ID-CLIENT TO SW-ID-CLIENT
                    MOVE OL-DATE TO SW-DATE
                    MOVE OL-LIBELLE TO SW-LIBELLE

           .

      *> Compte de l'operation : le numero porte par la ligne, a
      *> defaut le compte principal du client. Zero si le client
      *> n'a pas de compte : le releve le signale.
       RATTACHER-COMPTE.
           IF OL-NUMERO-COMPTE IS NUMERIC
                 AND OL-NUMERO-COMPTE > ZERO
              MOVE OL-NUMERO-COMPTE TO SW-NUMERO-COMPTE
           ELSE
              MOVE OL-ID-CLIENT TO WS-ID-PRINCIPAL
              MOVE OL-DATE TO WS-DATE-PRINCIPAL
              PERFORM CHERCHER-COMPTE-PRINCIPAL
              IF PRINCIPAL-TROUVE
                 MOVE CP-NUMERO-COMPTE TO SW-NUMERO-COMPTE
              ELSE
                 MOVE ZERO TO SW-NUMERO-COMPTE
              END-IF
           END-IF

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

       EDITION-RELEVES.
           MOVE ZERO TO WS-NB-OPS.
           PERFORM UNTIL SORT-EOF
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF NOT PREMIER-CLIENT
                          AND SW-NUMERO-COMPTE NOT = WS-NUMERO-COURANT
                       PERFORM EDITER-RELEVE-CLIENT
                       MOVE ZERO TO WS-NB-OPS
                    END-IF
                    MOVE "N" TO WS-PREMIER-CLIENT
                    MOVE SW-NUMERO-COMPTE TO WS-NUMERO-COURANT
                    MOVE SW-ID-CLIENT TO WS-ID-COURANT
                    IF WS-NB-OPS < 100
                       ADD 1 TO WS-NB-OPS
      *> mois ; le detail est ensuite rejoue dans l'ordre des dates
      *> pour suivre le solde courant et reperer le plus bas.
       EDITER-RELEVE-CLIENT.
           MOVE WS-NUMERO-COURANT TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE SPACES TO RELEVE-LINE
                 STRING
                    "CLIENT=" WS-ID-COURANT
                    " COMPTE=" WS-NUMERO-COURANT
                    " OPERATIONS SANS COMPTE AU FICHIER, "
                    "RELEVE NON EMIS"
                    DELIMITED BY SIZE
                 WRITE RELEVE-LINE
                 EXIT PARAGRAPH
           END-READ.
           MOVE CP-ID-CLIENT TO WS-ID-COURANT.

      *    Compte clos avant le mois du releve : son dernier releve
      *    est deja parti.
           IF CP-CLOS
                 AND CP-DATE-CLOTURE(1:6) < WS-OP-DATE(1)(1:6)
              EXIT PARAGRAPH
           END-IF.

           MOVE CP-SOLDE TO WS-SOLDE-CLOTURE.
           MOVE CP-DEVISE TO WS-DEVISE-RELEVE.
           IF WS-DEVISE-RELEVE = SPACES
              MOVE "EUR" TO WS-DEVISE-RELEVE
           END-IF.
           MOVE ZERO TO WS-TOTAL-OPS.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS

           MOVE SPACES TO RELEVE-LINE.
           STRING
              "RELEVE DU COMPTE " CP-NUMERO-COMPTE
              " EN " WS-DEVISE-RELEVE
              DELIMITED BY SIZE
              INTO RELEVE-LINE
           END-STRING.
           WRITE RELEVE-LINE.

           IF TITULAIRES-DISPO
              PERFORM LISTER-TITULAIRES
              MOVE SPACES TO RELEVE-LINE
              STRING
                 "  TITULAIRES : " WS-LISTE-TITULAIRES
                 DELIMITED BY SIZE
                 INTO RELEVE-LINE
              END-STRING
              WRITE RELEVE-LINE
           END-IF.

           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-ED.
           MOVE SPACES TO RELEVE-LINE.
           STRING
              "  SOLDE D'OUVERTURE : " WS-SOLDE-ED
              " " WS-DEVISE-RELEVE
              DELIMITED BY SIZE
              INTO RELEVE-LINE
           END-STRING.

           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-COURANT.
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-MINIMUM.
           MOVE ZERO TO WS-JOURS-DECOUVERT.
           IF WS-SOLDE-OUVERTURE < ZERO
              MOVE WS-OP-DATE(1) TO WS-DATE-DECOUVERT
              MOVE "01" TO WS-DATE-DECOUVERT(7:2)
           END-IF.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-NB-OPS
              IF WS-SOLDE-COURANT < ZERO
                    AND WS-SOLDE-COURANT + WS-OP-MONTANT(WS-OP-INDEX)
                       NOT < ZERO
                 MOVE WS-OP-DATE(WS-OP-INDEX) TO WS-DATE-FIN-MOIS
                 PERFORM CUMULER-JOURS-DECOUVERT
              END-IF
              IF WS-SOLDE-COURANT NOT < ZERO
                    AND WS-SOLDE-COURANT + WS-OP-MONTANT(WS-OP-INDEX)
                       < ZERO
                 MOVE WS-OP-DATE(WS-OP-INDEX) TO WS-DATE-DECOUVERT
              END-IF
              ADD WS-OP-MONTANT(WS-OP-INDEX) TO WS-SOLDE-COURANT
              IF WS-SOLDE-COURANT < WS-SOLDE-MINIMUM
                 MOVE WS-SOLDE-COURANT TO WS-SOLDE-MINIMUM
                 " " WS-OP-LIBELLE(WS-OP-INDEX)
                 " MONTANT=" WS-MONTANT-ED
                 " SOLDE=" WS-SOLDE-ED
                 " " WS-DEVISE-RELEVE
                 DELIMITED BY SIZE
                 INTO RELEVE-LINE
              END-STRING
              WRITE RELEVE-LINE
           END-PERFORM.

           IF WS-SOLDE-COURANT < ZERO
              MOVE WS-OP-DATE(WS-NB-OPS) TO WS-DATE-FIN-MOIS
              MOVE 01 TO WS-FIN-JJ
              IF WS-FIN-MM = 12
                 MOVE 01 TO WS-FIN-MM
                 ADD 1 TO WS-FIN-AAAA
              ELSE
                 ADD 1 TO WS-FIN-MM
              END-IF
              PERFORM CUMULER-JOURS-DECOUVERT
           END-IF.

           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-ED.
           MOVE SPACES TO RELEVE-LINE.
           STRING
              "  SOLDE DE CLOTURE  : " WS-SOLDE-ED
              " " WS-DEVISE-RELEVE
              DELIMITED BY SIZE
              INTO RELEVE-LINE
           END-STRING.
           WRITE RELEVE-LINE.

           IF CP-CLOS
              MOVE SPACES TO RELEVE-LINE
              STRING
                 "  COMPTE CLOS LE " CP-DATE-CLOTURE
                 " - DERNIER RELEVE"
                 DELIMITED BY SIZE
                 INTO RELEVE-LINE
              END-STRING
              WRITE RELEVE-LINE
           END-IF.

           MOVE SPACES TO RELEVE-LINE.
           WRITE RELEVE-LINE.

              STRING
                 "DECOUVERT COMPTE=" WS-ID-COURANT
                 " PLUS BAS DU MOIS=" WS-SOLDE-ED
                 " " WS-DEVISE-RELEVE
                 " JOURS A DECOUVERT=" WS-JOURS-DECOUVERT
                 " NUMERO=" WS-NUMERO-COURANT
                 DELIMITED BY SIZE
                 INTO ALERTE-LINE
              END-STRING
           END-IF

           .

       CUMULER-JOURS-DECOUVERT.
           COMPUTE WS-JOURS-PERIODE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-MOIS)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-DECOUVERT).
           IF WS-JOURS-PERIODE > ZERO
              ADD WS-JOURS-PERIODE TO WS-JOURS-DECOUVERT
           END-IF.
           IF WS-JOURS-DECOUVERT > 31
              MOVE 31 TO WS-JOURS-DECOUVERT
           END-IF

           .

      *> Titulaires du compte dans l'ordre des CL-ID, chacun suivi
      *> de son role (P principal, J joint).
       LISTER-TITULAIRES.
           MOVE SPACES TO WS-LISTE-TITULAIRES.
           MOVE 1 TO WS-PTR-TITULAIRES.
           MOVE "N" TO WS-TIT-EOF.
           MOVE WS-NUMERO-COURANT TO TT-NUMERO-COMPTE.
           MOVE ZERO TO TT-ID-CLIENT.
           START TITULAIRE-FILE KEY NOT < TT-CLE
              INVALID KEY
                 SET TIT-EOF TO TRUE
           END-START.

           PERFORM UNTIL TIT-EOF
              READ TITULAIRE-FILE NEXT RECORD
                 AT END
                    SET TIT-EOF TO TRUE
                 NOT AT END
                    IF TT-NUMERO-COMPTE NOT = WS-NUMERO-COURANT
                       SET TIT-EOF TO TRUE
                    ELSE
                       IF WS-PTR-TITULAIRES < 72
                          STRING
                             TT-ID-CLIENT " (" TT-ROLE ") "
                             DELIMITED BY SIZE
                             INTO WS-LISTE-TITULAIRES
                             WITH POINTER WS-PTR-TITULAIRES
                          END-STRING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .
