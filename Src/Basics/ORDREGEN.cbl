      *>     VIR PERM ajoutee au flux des operations (COMPTMAJ
      *>     l'imputera au prochain passage),
      *>   - la contrepartie selon la destination : un depot dans
      *>     le flux des mouvements d'epargne (livret A), ou un
      *>     paiement au format paiements.in vers le pret vise.
      *> Un ordre qui designe un compte courant le debite, a
      *> condition que le donneur d'ordre en soit toujours
      *> titulaire (titulaires.idx) - sinon l'ordre est refuse au
      *> compte rendu et rien n'est genere ; sans compte designe,
      *> le debit va au compte principal du client.
      *> La date de derniere execution est reportee sur l'ordre :
      *> une relance du meme jour ou du meme mois ne regenere rien.
      *> Compte rendu du passage dans ordres-executes.out.
      *> Les ordres ne s'executent que les jours ouvres : un
      *> passage un jour chome (JourOuvre) ne genere rien, les
      *> ordres dus partent au premier jour ouvre suivant.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIE-STATUS.

           SELECT TITULAIRE-FILE
                 ASSIGN TO "Data/compte/titulaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-CLE
               ALTERNATE RECORD KEY IS TT-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-TIT-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compte/ordres-executes.out"
               ORGANIZATION IS LINE SEQUENTIAL
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MV-DATE           PIC 9(8).
           05  MV-SENS           PIC X.
           05  MV-MONTANT        PIC 9(7)V99.
           05  MV-PRODUIT        PIC X(4).
           05  MV-COMPTABILISE   PIC X.

       FD  PAIEMENT-FILE.
       01  PAIEMENT-REC.
           05 PM-OPTION               PIC X.
           05 PM-DEVISE               PIC X(3).

       FD  TITULAIRE-FILE.
           COPY TITULAIRE-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-PAIE-STATUS        PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-TIT-STATUS         PIC XX VALUE "00".
       01  WS-TIT-DISPO          PIC X  VALUE "N".
           88  TITULAIRES-DISPO           VALUE "Y".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-EXECUTES     PIC 9(5) VALUE 0.
       01  WS-COUNT-IGNORES      PIC 9(5) VALUE 0.
       01  WS-COUNT-REFUSES      PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOIS-COURANT       PIC 9(6).
       01  WS-MOIS-NUM-DERN      PIC 99.
       01  WS-ECART-MOIS         PIC S9(5).
       01  WS-ORDRE-DU           PIC X.
       01  WS-SENS-REPORT        PIC X VALUE "S".
       01  WS-JOUR-EXECUTION     PIC 9(8).

       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-NB-ED              PIC ZZZZ9.
              STOP RUN
           END-IF.

           OPEN INPUT TITULAIRE-FILE.
           IF WS-TIT-STATUS = "00"
              SET TITULAIRES-DISPO TO TRUE
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-COURANT.

           CALL "JourOuvre" USING WS-DATE-JOUR WS-SENS-REPORT
              WS-JOUR-EXECUTION.
           IF WS-JOUR-EXECUTION NOT = WS-DATE-JOUR
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "JOUR NON OUVRE " WS-DATE-JOUR
                 " : ORDRES REPORTES AU " WS-JOUR-EXECUTION
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
              DISPLAY RAPPORT-LINE
              SET EOF TO TRUE
           END-IF.

           MOVE LOW-VALUES TO OD-NUMERO.
           IF NOT EOF
              START ORDRE-FILE KEY NOT < OD-NUMERO
                 INVALID KEY
                    SET EOF TO TRUE
              END-START
           END-IF.

           PERFORM UNTIL EOF
              READ ORDRE-FILE NEXT RECORD

           CLOSE ORDRE-FILE OPERATION-FILE MOUVEMENT-FILE
              PAIEMENT-FILE RAPPORT-FILE.
           IF TITULAIRES-DISPO
              CLOSE TITULAIRE-FILE
           END-IF.

           DISPLAY "ORDRES LUS=" WS-COUNT-LUS
              " EXECUTES=" WS-COUNT-EXECUTES
              " NON DUS=" WS-COUNT-IGNORES
              " REFUSES=" WS-COUNT-REFUSES.
           MOVE "ORDREGEN" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              EXIT PARAGRAPH
           END-IF.

      *    Compte designe : le debit serait rejete par COMPTMAJ si
      *    le client n'en est plus titulaire, la contrepartie ne
      *    doit donc pas partir non plus.
           IF OD-NUMERO-COMPTE IS NUMERIC
                 AND OD-NUMERO-COMPTE > ZERO
              PERFORM CONTROLER-TITULAIRE
              IF WS-ORDRE-DU NOT = "Y"
                 PERFORM ECRIRE-REFUS
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM EXECUTER-ORDRE

           .
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE "VIR PERM" TO OL-LIBELLE.
           COMPUTE OL-MONTANT = ZERO - OD-MONTANT.
           IF OD-NUMERO-COMPTE IS NUMERIC
              MOVE OD-NUMERO-COMPTE TO OL-NUMERO-COMPTE
           ELSE
              MOVE ZERO TO OL-NUMERO-COMPTE
           END-IF.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.

      *    Contrepartie selon la destination de l'ordre.
                 MOVE WS-DATE-JOUR TO MV-DATE
                 MOVE "D" TO MV-SENS
                 MOVE OD-MONTANT TO MV-MONTANT
                 MOVE SPACES TO MV-PRODUIT
                 MOVE SPACE TO MV-COMPTABILISE
                 WRITE MOUVEMENT-REC
              WHEN OD-VERS-PRET
                 MOVE OD-REF-DESTINATION TO PM-NUMERO-PRET
           STRING
              "EXECUTE ORDRE=" OD-NUMERO
              " CLIENT=" OD-ID-CLIENT
              " COMPTE=" OL-NUMERO-COMPTE
              " MONTANT=" WS-MONTANT-ED
              " DESTINATION=" OD-DESTINATION
              " REF=" OD-REF-DESTINATION
           WRITE RAPPORT-LINE

           .

       CONTROLER-TITULAIRE.
           MOVE "N" TO WS-ORDRE-DU.
           IF NOT TITULAIRES-DISPO
              EXIT PARAGRAPH
           END-IF.
           MOVE OD-NUMERO-COMPTE TO TT-NUMERO-COMPTE.
           MOVE OD-ID-CLIENT TO TT-ID-CLIENT.
           READ TITULAIRE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ORDRE-DU
           END-READ

           .

       ECRIRE-REFUS.
           ADD 1 TO WS-COUNT-REFUSES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REFUSE  ORDRE=" OD-NUMERO
              " CLIENT=" OD-ID-CLIENT
              " COMPTE=" OD-NUMERO-COMPTE
              " MOTIF=CLIENT NON TITULAIRE DU COMPTE"
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           DISPLAY RAPPORT-LINE

           .
