
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO WS-CHEMIN-SEUILS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
       01  WS-MONTANT-ED         PIC Z(8)9,99-.
       01  WS-NB-ED              PIC ZZZZ9.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-SEUILS        PIC X(8) VALUE "SURVEIL".
       01  WS-CHEMIN-SEUILS      PIC X(45)
                 VALUE "Data/ops/surveillance.ctl".
       01  WS-DATE-JOUR          PIC 9(8).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
           STOP RUN.

       CHARGEMENT-SEUILS.
           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "ParametreVigueur" USING WS-CODE-SEUILS WS-DATE-JOUR
              WS-CHEMIN-SEUILS.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "CONTROLE-FILE OPEN ERROR, STATUS="
