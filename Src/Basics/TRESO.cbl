      *> jour est reprouvee par relecture du fichier : tout ecart
      *> sort en code retour 8 avec un evenement ERREUR, comme les
      *> autres lots a total de controle.
      *> Les operations d'un compte tenu en devise sont converties
      *> en EUR au cours de sa devise. Le dernier jour du mois,
      *> l'etat porte en plus les soldes des comptes courants en
      *> devises reevalues en EUR au cours de fin de mois (la
      *> difference de change est passee en comptabilite par
      *> COMPTAEQ).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/epargne/mouvements.in"
               ORGANIZATION IS LINE SEQUENTIAL
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
               88  MV-DEPOT      VALUE "D".
               88  MV-RETRAIT    VALUE "R".
           05  MV-MONTANT        PIC 9(7)V99.
           05  MV-PRODUIT        PIC X(4).
           05  MV-COMPTABILISE   PIC X.

       FD  VIREMENT-FILE.
       01  VIREMENT-LINE.
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-VIR-STATUS         PIC XX VALUE "00".
       01  WS-POS-STATUS         PIC XX VALUE "00".
       01  WS-ETA-STATUS         PIC XX VALUE "00".
           88  NOT-EOF                    VALUE "N".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-LENDEMAIN     PIC 9(8).
       01  WS-FIN-DE-MOIS        PIC X  VALUE "N".
           88  FIN-DE-MOIS                VALUE "Y".

      *> Fichier des comptes, facultatif : sans lui les operations
      *> sont toutes prises pour des montants en EUR.
       01  WS-CPT-DISPO          PIC X  VALUE "N".
           88  COMPTES-DISPO              VALUE "Y".
       01  WS-CPT-FIN            PIC X.
       01  WS-MONTANT-OPE-EUR    PIC S9(9)V99.

      *> Soldes des comptes courants en devises, reevalues le
      *> dernier jour du mois.
       01  WS-TABLE-DEVISES.
           05  WS-NB-DEVISES     PIC 99 VALUE 0.
           05  WS-DEVISE-LIGNE OCCURS 10 TIMES.
               10  WS-DV-CODE    PIC X(3).
               10  WS-DV-SOLDE   PIC S9(11)V99.
               10  WS-DV-COURS   PIC 9(3)V9(6).
               10  WS-DV-EUR     PIC S9(11)V99.
       01  WS-DEVISE-INDEX       PIC 99.
       01  WS-TOTAL-DEVISES-EUR  PIC S9(11)V99 VALUE 0.
       01  WS-COURS-ED           PIC ZZ9,999999.

      *> Table des cours (EUR implicite a 1).
       01  WS-TABLE-COURS.
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).
       01  WS-DEVISE-CHERCHEE    PIC X(3).

      *> Flux du jour par categorie, en EUR.
       01  WS-FLUX-PRETS         PIC 9(11)V99 VALUE 0.
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           COMPUTE WS-DATE-LENDEMAIN = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + 1).
           IF WS-DATE-LENDEMAIN(5:2) NOT = WS-DATE-JOUR(5:2)
              SET FIN-DE-MOIS TO TRUE
           END-IF.
           PERFORM CHARGEMENT-COURS.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS = "00"
              SET COMPTES-DISPO TO TRUE
           END-IF.
           PERFORM LIRE-POSITION-VEILLE.

           PERFORM CUMULER-REGLEMENTS-PRETS.
           PERFORM CUMULER-OPERATIONS.
           PERFORM CUMULER-EPARGNE.
           PERFORM CUMULER-PAIE.
           IF FIN-DE-MOIS AND COMPTES-DISPO
              PERFORM REEVALUER-DEVISES
           END-IF.
           IF COMPTES-DISPO
              CLOSE COMPTE-FILE
           END-IF.

           COMPUTE WS-NET-JOUR =
              WS-FLUX-PRETS + WS-FLUX-OPE-CREDITS
           .

       CHERCHER-COURS-CONTRAT.
           MOVE PR-DEVISE TO WS-DEVISE-CHERCHEE.
           PERFORM CHERCHER-COURS

           .

       CHERCHER-COURS.
           MOVE 1 TO WS-COURS-TROUVE.
           IF WS-DEVISE-CHERCHEE = "EUR" OR WS-DEVISE-CHERCHEE = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = WS-DEVISE-CHERCHEE
                 MOVE WS-CRS-COURS(WS-COURS-INDEX)
                    TO WS-COURS-TROUVE
              END-IF
                    SET EOF TO TRUE
                 NOT AT END
                    IF OL-DATE = WS-DATE-JOUR
                       PERFORM CONVERTIR-OPERATION
                       IF WS-MONTANT-OPE-EUR < ZERO
                          SUBTRACT WS-MONTANT-OPE-EUR
                             FROM WS-FLUX-OPE-DEBITS
                       ELSE
                          ADD WS-MONTANT-OPE-EUR
                             TO WS-FLUX-OPE-CREDITS
                       END-IF
                    END-IF
              END-READ

           .

      *> Operation exprimee dans la devise du compte impute : le
      *> compte designe, sinon le premier compte ouvert du client
      *> (son compte principal, cf. COMPTMAJ).
       CONVERTIR-OPERATION.
           MOVE OL-MONTANT TO WS-MONTANT-OPE-EUR.
           IF NOT COMPTES-DISPO
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CPT-FIN.
           IF OL-NUMERO-COMPTE IS NUMERIC
                 AND OL-NUMERO-COMPTE > ZERO
              MOVE OL-NUMERO-COMPTE TO CP-NUMERO-COMPTE
              READ COMPTE-FILE
                 INVALID KEY
                    MOVE "Y" TO WS-CPT-FIN
              END-READ
           ELSE
              MOVE OL-ID-CLIENT TO CP-ID-CLIENT
              READ COMPTE-FILE KEY IS CP-ID-CLIENT
                 INVALID KEY
                    MOVE "Y" TO WS-CPT-FIN
              END-READ
              PERFORM UNTIL WS-CPT-FIN = "Y" OR NOT CP-CLOS
                 READ COMPTE-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-CPT-FIN
                    NOT AT END
                       IF CP-ID-CLIENT NOT = OL-ID-CLIENT
                          MOVE "Y" TO WS-CPT-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-CPT-FIN = "Y" OR CP-EN-EUR
              EXIT PARAGRAPH
           END-IF.

           MOVE CP-DEVISE TO WS-DEVISE-CHERCHEE.
           PERFORM CHERCHER-COURS.
           COMPUTE WS-MONTANT-OPE-EUR ROUNDED =
              OL-MONTANT * WS-COURS-TROUVE

           .

      *> Dernier jour du mois : soldes des comptes en devises cumules
      *> par devise et reevalues au cours de fin de mois.
       REEVALUER-DEVISES.
           MOVE "N" TO WS-CPT-FIN.
           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 MOVE "Y" TO WS-CPT-FIN
           END-START.

           PERFORM UNTIL WS-CPT-FIN = "Y"
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-CPT-FIN
                 NOT AT END
                    IF NOT CP-EN-EUR
                       PERFORM CUMULER-COMPTE-DEVISE
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM VARYING WS-DEVISE-INDEX FROM 1 BY 1
                 UNTIL WS-DEVISE-INDEX > WS-NB-DEVISES
              MOVE WS-DV-CODE(WS-DEVISE-INDEX) TO WS-DEVISE-CHERCHEE
              PERFORM CHERCHER-COURS
              MOVE WS-COURS-TROUVE TO WS-DV-COURS(WS-DEVISE-INDEX)
              COMPUTE WS-DV-EUR(WS-DEVISE-INDEX) ROUNDED =
                 WS-DV-SOLDE(WS-DEVISE-INDEX) * WS-COURS-TROUVE
              ADD WS-DV-EUR(WS-DEVISE-INDEX) TO WS-TOTAL-DEVISES-EUR
           END-PERFORM

           .

       CUMULER-COMPTE-DEVISE.
           PERFORM VARYING WS-DEVISE-INDEX FROM 1 BY 1
                 UNTIL WS-DEVISE-INDEX > WS-NB-DEVISES
                 OR WS-DV-CODE(WS-DEVISE-INDEX) = CP-DEVISE
              CONTINUE
           END-PERFORM.
           IF WS-DEVISE-INDEX > WS-NB-DEVISES
              IF WS-NB-DEVISES >= 10
                 DISPLAY "TABLE DES DEVISES SATUREE, DEVISE="
                    CP-DEVISE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-DEVISES
              MOVE CP-DEVISE TO WS-DV-CODE(WS-NB-DEVISES)
              MOVE ZERO TO WS-DV-SOLDE(WS-NB-DEVISES)
           END-IF.
           ADD CP-SOLDE TO WS-DV-SOLDE(WS-DEVISE-INDEX)

           .

       CUMULER-EPARGNE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MOUVEMENT-FILE.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE.

           IF FIN-DE-MOIS AND WS-NB-DEVISES > 0
              PERFORM EDITER-DEVISES
           END-IF.

           CLOSE ETAT-FILE

           .

       EDITER-DEVISES.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "COMPTES COURANTS EN DEVISES AU " WS-DATE-JOUR
              " (COURS DE FIN DE MOIS)"
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           PERFORM VARYING WS-DEVISE-INDEX FROM 1 BY 1
                 UNTIL WS-DEVISE-INDEX > WS-NB-DEVISES
              MOVE WS-DV-SOLDE(WS-DEVISE-INDEX) TO WS-POSITION-ED
              MOVE WS-DV-COURS(WS-DEVISE-INDEX) TO WS-COURS-ED
              MOVE WS-DV-EUR(WS-DEVISE-INDEX) TO WS-NET-ED
              MOVE SPACES TO ETAT-LINE
              STRING
                 "  DEVISE=" WS-DV-CODE(WS-DEVISE-INDEX)
                 " SOLDE=" WS-POSITION-ED
                 " COURS=" WS-COURS-ED
                 " CONTRE-VALEUR EUR=" WS-NET-ED
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
           END-PERFORM.

           MOVE WS-TOTAL-DEVISES-EUR TO WS-NET-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAL CONTRE-VALEUR EUR DES COMPTES EN DEVISES="
              WS-NET-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE

           .
