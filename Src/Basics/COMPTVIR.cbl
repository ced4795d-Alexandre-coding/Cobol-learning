      *> virement entier est rejete - pas la moitie - si l'un des
      *> deux ne passe pas ou si le compte du debiteur n'existe pas.
      *> Le compte du crediteur s'ouvre au premier virement, comme
      *> dans COMPTMAJ. Chaque cote peut designer un numero de
      *> compte dont le client doit etre titulaire (titulaires.idx)
      *> ; sans numero, c'est le compte principal du client. Un
      *> client peut ainsi virer d'un de ses comptes a un autre,
      *> seul le virement d'un compte sur lui-meme est rejete.
      *> En fin de passage, le total des debits doit
      *> egaler le total des credits de la population des virements,
      *> sinon le lot sort en code retour 8 avec un evenement
      *> ERREUR. Chaque virement part aussi au journal comptable via
      *> ECRITCPT.
      *> Un debiteur mineur ou majeur protege doit avoir un
      *> representant legal en vigueur habilite aux virements a la
      *> date du virement (ControlerRepresentant).
      *> Les deux comptes doivent etre tenus dans la meme devise, le
      *> montant du virement est exprime dans cette devise ; le
      *> journal le recoit en EUR au cours du jour de devises.in.

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
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT COURS-FILE ASSIGN TO "Data/pret/devises.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURS-STATUS.

           SELECT REJET-FILE ASSIGN TO "Data/compte/virements.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           05  VI-ID-CREDITEUR   PIC 9(6).
           05  VI-DATE           PIC 9(8).
           05  VI-MONTANT        PIC 9(7)V99.
           05  VI-COMPTE-DEBITEUR  PIC 9(8).
           05  VI-COMPTE-CREDITEUR PIC 9(8).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  NUMCOMPTE-FILE.
       01  NUMCOMPTE-LINE        PIC 9(8).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  COURS-FILE.
       01  COURS-REC.
           05 CO-DEVISE               PIC X(3).
           05 CO-COURS                PIC 9(3)V9(6).

       FD  REJET-FILE.
       01  REJET-LINE            PIC X(100).

       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-COURS-STATUS       PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(30).

      *> Representant legal d'un debiteur mineur ou protege.
       01  WS-REPR-POUVOIR       PIC X VALUE "V".
       01  WS-REPR-CODE          PIC X(3).
       01  WS-REPRESENTANT.
           05  WS-REPR-TYPE      PIC X.
           05  WS-REPR-NOM       PIC X(20).
           05  WS-REPR-VILLE     PIC X(15).

      *> Comptes retenus pour chaque cote ; zero cote crediteur =
      *> compte a ouvrir au virement.
       01  WS-NUMERO-DEBIT       PIC 9(8).
       01  WS-NUMERO-CREDIT      PIC 9(8).
       01  WS-NUMERO-DESIGNE     PIC 9(8).
       01  WS-ID-TITULAIRE       PIC 9(6).
       01  WS-DEVISE-DEBIT       PIC X(3).
       01  WS-DEVISE-CREDIT      PIC X(3).

      *> Table des cours (EUR implicite a 1) et contre-valeur EUR
      *> du virement en cours.
       01  WS-TABLE-COURS.
           05  WS-NB-COURS       PIC 99 VALUE 0.
           05  WS-COURS-LIGNE OCCURS 10 TIMES.
               10  WS-CRS-CODE   PIC X(3).
               10  WS-CRS-COURS  PIC 9(3)V9(6).
       01  WS-COURS-INDEX        PIC 99.
       01  WS-COURS-TROUVE       PIC 9(3)V9(6).
       01  WS-MONTANT-EUR        PIC 9(9)V99.

      *> Recherche du compte principal d'un client a une date.
       01  WS-ID-PRINCIPAL       PIC 9(6).
       01  WS-DATE-PRINCIPAL     PIC 9(8).
       01  WS-PRINCIPAL          PIC X.
           88  PRINCIPAL-ABSENT           VALUE "N".
           88  PRINCIPAL-TROUVE           VALUE "O".
           88  PRINCIPAL-CLOS             VALUE "C".
       01  WS-PRINCIPAL-FIN      PIC X.
       01  WS-DERNIER-COMPTE     PIC 9(8) VALUE 0.
       01  WS-TOTAL-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS      PIC 9(11)V99 VALUE 0.

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
              CLOSE VIREMENT-FILE COMPTE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE VIREMENT-FILE COMPTE-FILE TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "REJET-FILE OPEN ERROR, STATUS=" WS-REJ-STATUS
              CLOSE VIREMENT-FILE COMPTE-FILE CLIENT-MASTER
                 TITULAIRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LECTURE-DERNIER-COMPTE.
           PERFORM CHARGEMENT-COURS.

           PERFORM UNTIL EOF
              READ VIREMENT-FILE
                 AT END
           END-PERFORM.

           CLOSE VIREMENT-FILE COMPTE-FILE CLIENT-MASTER
              REJET-FILE TITULAIRE-FILE.
           PERFORM ECRITURE-DERNIER-COMPTE.

           DISPLAY "VIREMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE VI-ID-DEBITEUR TO CL-ID OF CLIENT-MASTER-REC.
           PERFORM CONTROLER-CLIENT.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           CALL "ControlerRepresentant" USING VI-ID-DEBITEUR VI-DATE
              WS-REPR-POUVOIR WS-REPR-CODE WS-MOTIF-REJET
              WS-REPRESENTANT.
           IF WS-REPR-CODE = "SRP"
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE VI-ID-CREDITEUR TO CL-ID OF CLIENT-MASTER-REC.
           PERFORM CONTROLER-CLIENT.

      *    Le compte du debiteur doit exister : on ne cree pas un
      *    compte pour le mettre aussitot a decouvert.
           MOVE VI-ID-DEBITEUR TO WS-ID-TITULAIRE.
           MOVE ZERO TO WS-NUMERO-DESIGNE.
           IF VI-COMPTE-DEBITEUR IS NUMERIC
              MOVE VI-COMPTE-DEBITEUR TO WS-NUMERO-DESIGNE
           END-IF.
           PERFORM RETENIR-COMPTE.
           IF WS-MOTIF-REJET = SPACES AND WS-NUMERO-DESIGNE = ZERO
              MOVE "COMPTE DEBITEUR INEXISTANT" TO WS-MOTIF-REJET
           END-IF.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO-DESIGNE TO WS-NUMERO-DEBIT.
           MOVE CP-DEVISE TO WS-DEVISE-DEBIT.
           IF WS-DEVISE-DEBIT = SPACES
              MOVE "EUR" TO WS-DEVISE-DEBIT
           END-IF.

           MOVE VI-ID-CREDITEUR TO WS-ID-TITULAIRE.
           MOVE ZERO TO WS-NUMERO-DESIGNE.
           IF VI-COMPTE-CREDITEUR IS NUMERIC
              MOVE VI-COMPTE-CREDITEUR TO WS-NUMERO-DESIGNE
           END-IF.
           PERFORM RETENIR-COMPTE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO-DESIGNE TO WS-NUMERO-CREDIT.
      *    Un compte crediteur ouvert au virement l'est en EUR.
           MOVE "EUR" TO WS-DEVISE-CREDIT.
           IF WS-NUMERO-CREDIT > ZERO AND CP-DEVISE NOT = SPACES
              MOVE CP-DEVISE TO WS-DEVISE-CREDIT
           END-IF.
           IF WS-DEVISE-CREDIT NOT = WS-DEVISE-DEBIT
              MOVE "COMPTES EN DEVISES DIFFERENTES" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-COURS.
           IF WS-COURS-TROUVE = ZERO
              MOVE "DEVISE DU COMPTE SANS COURS" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTANT-EUR ROUNDED =
              VI-MONTANT * WS-COURS-TROUVE.

           IF WS-NUMERO-DEBIT = WS-NUMERO-CREDIT
              MOVE "COMPTE DEBITEUR = CREDITEUR" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM APPLIQUER-VIREMENT


           .

      *> Compte d'un cote du virement : le numero designe doit
      *> exister et le client en etre titulaire ; sans numero, le
      *> compte principal du client, zero s'il n'en a pas encore.
      *> Un compte clos ne se mouvemente plus.
       RETENIR-COMPTE.
           IF WS-NUMERO-DESIGNE > ZERO
              MOVE WS-NUMERO-DESIGNE TO CP-NUMERO-COMPTE
              READ COMPTE-FILE
                 INVALID KEY
                    MOVE "COMPTE DESIGNE INEXISTANT"
                       TO WS-MOTIF-REJET
                 NOT INVALID KEY
                    IF CP-CLOS
                       MOVE "COMPTE DESIGNE CLOS" TO WS-MOTIF-REJET
                    END-IF
              END-READ
              IF WS-MOTIF-REJET = SPACES
                 MOVE WS-NUMERO-DESIGNE TO TT-NUMERO-COMPTE
                 MOVE WS-ID-TITULAIRE TO TT-ID-CLIENT
                 READ TITULAIRE-FILE
                    INVALID KEY
                       MOVE "CLIENT NON TITULAIRE DU COMPTE"
                          TO WS-MOTIF-REJET
                 END-READ
              END-IF
           ELSE
              MOVE WS-ID-TITULAIRE TO WS-ID-PRINCIPAL
              MOVE VI-DATE TO WS-DATE-PRINCIPAL
              PERFORM CHERCHER-COMPTE-PRINCIPAL
              EVALUATE TRUE
                 WHEN PRINCIPAL-TROUVE
                    MOVE CP-NUMERO-COMPTE TO WS-NUMERO-DESIGNE
                 WHEN PRINCIPAL-CLOS
                    MOVE "COMPTES DU CLIENT CLOS" TO WS-MOTIF-REJET
              END-EVALUATE
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

       APPLIQUER-VIREMENT.
      *    Cote debiteur.
           MOVE WS-NUMERO-DEBIT TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 DISPLAY "LECTURE IMPOSSIBLE, COMPTE="
                    CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
              NOT INVALID KEY
                 SUBTRACT VI-MONTANT FROM CP-SOLDE
                 SUBTRACT WS-MONTANT-EUR FROM CP-CONTRE-VALEUR
                 MOVE VI-DATE TO CP-DATE-DERN-MVT
                 REWRITE COMPTE-REC
                    INVALID KEY
                       DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                          CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
                 END-REWRITE
           END-READ.
           ADD VI-MONTANT TO WS-TOTAL-DEBITS.

      *    Cote crediteur : ouverture au premier virement, comme
      *    COMPTMAJ ouvre au premier mouvement.
           IF WS-NUMERO-CREDIT = ZERO
              PERFORM OUVRIR-COMPTE-CREDITEUR
           ELSE
              MOVE WS-NUMERO-CREDIT TO CP-NUMERO-COMPTE
              READ COMPTE-FILE
                 INVALID KEY
                    DISPLAY "LECTURE IMPOSSIBLE, COMPTE="
                       CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
                 NOT INVALID KEY
                    ADD VI-MONTANT TO CP-SOLDE
                    ADD WS-MONTANT-EUR TO CP-CONTRE-VALEUR
                    MOVE VI-DATE TO CP-DATE-DERN-MVT
                    REWRITE COMPTE-REC
                       INVALID KEY
                          DISPLAY "REWRITE IMPOSSIBLE, COMPTE="
                             CP-NUMERO-COMPTE " STATUS="
                             WS-CPT-STATUS
                    END-REWRITE
              END-READ
           END-IF.
           ADD VI-MONTANT TO WS-TOTAL-CREDITS.

           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE VI-ID-DEBITEUR TO WS-EC-REFERENCE(1:6).
           MOVE VI-ID-CREDITEUR TO WS-EC-REFERENCE(7:6).
           MOVE WS-MONTANT-EUR TO WS-EC-MONTANT.

           MOVE "CPT-CLIENT" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.

           .

       OUVRIR-COMPTE-CREDITEUR.
           ADD 1 TO WS-DERNIER-COMPTE.
           MOVE WS-DERNIER-COMPTE TO CP-NUMERO-COMPTE.
           MOVE VI-ID-CREDITEUR TO CP-ID-CLIENT.
           SET CP-COMPTE-INDIVIDUEL TO TRUE.
           MOVE VI-MONTANT TO CP-SOLDE.
           MOVE VI-DATE TO CP-DATE-OUVERTURE.
           MOVE VI-DATE TO CP-DATE-DERN-MVT.
           SET CP-OUVERT TO TRUE.
           MOVE ZERO TO CP-DATE-CLOTURE.
           MOVE "EUR" TO CP-DEVISE.
           MOVE WS-MONTANT-EUR TO CP-CONTRE-VALEUR.
           MOVE VI-DATE TO CP-DATE-REEVAL.
           WRITE COMPTE-REC
              INVALID KEY
                 DISPLAY "OUVERTURE IMPOSSIBLE, COMPTE="
                    CP-NUMERO-COMPTE " STATUS=" WS-CPT-STATUS
              NOT INVALID KEY
                 MOVE CP-NUMERO-COMPTE TO TT-NUMERO-COMPTE
                 MOVE CP-ID-CLIENT TO TT-ID-CLIENT
                 SET TT-PRINCIPAL TO TRUE
                 MOVE VI-DATE TO TT-DATE-ENTREE
                 WRITE TITULAIRE-REC
                    INVALID KEY
                       DISPLAY "TITULAIRE DEJA INSCRIT, COMPTE="
                          TT-NUMERO-COMPTE " STATUS=" WS-TIT-STATUS
                 END-WRITE
           END-WRITE

           .

      *> Cours de la devise commune aux deux comptes ; zero si elle
      *> n'a pas (ou plus) de cours a la table.
       CHERCHER-COURS.
           MOVE 1 TO WS-COURS-TROUVE.
           IF WS-DEVISE-DEBIT = "EUR"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-COURS-TROUVE.
           PERFORM VARYING WS-COURS-INDEX FROM 1 BY 1
                 UNTIL WS-COURS-INDEX > WS-NB-COURS
              IF WS-CRS-CODE(WS-COURS-INDEX) = WS-DEVISE-DEBIT
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
           CALL "ECRITCPT" USING WS-EC-PROGRAMME VI-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
           STRING
              "REJET DEBITEUR=" VI-ID-DEBITEUR
              " CREDITEUR=" VI-ID-CREDITEUR
              " COMPTES=" VI-COMPTE-DEBITEUR "/" VI-COMPTE-CREDITEUR
              " DATE=" VI-DATE
              " MONTANT=" WS-MONTANT-ED
              " MOTIF=" WS-MOTIF-REJET
           DISPLAY REJET-LINE

           .

      *> Compteur des numeros de compte, partage avec COMPTMAJ et
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
