               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT TAUX-FILE ASSIGN TO WS-CHEMIN-REVISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

       01  WS-NOUVELLE-MENS-ED   PIC Z(6)9,99.
       01  WS-MOIS-RESTANTS-ED   PIC ZZZ9.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-REVISION      PIC X(8) VALUE "TXREVIS".
       01  WS-CHEMIN-REVISION    PIC X(45)
                 VALUE "Data/pret/taux-revision.in".
       01  WS-DATE-JOUR          PIC 9(8).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
           STOP RUN.

       LECTURE-NOUVEAU-TAUX.
           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "ParametreVigueur" USING WS-CODE-REVISION WS-DATE-JOUR
              WS-CHEMIN-REVISION.
           OPEN INPUT TAUX-FILE.
           IF WS-TAUX-STATUS NOT = "00"
              DISPLAY "TAUX-FILE OPEN ERROR, STATUS=" WS-TAUX-STATUS
