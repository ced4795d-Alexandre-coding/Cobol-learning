       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdresseClient.
       AUTHOR. moi.

      *> Sous-programme reutilisable : adresse postale d'un client a
      *> une date, lue dans l'historique adresses.idx - la derniere
      *> version dont la date d'effet ne depasse pas la date
      *> demandee. Avec la date du jour, c'est l'adresse d'envoi des
      *> courriers ; avec la date d'un releve ou d'une relance,
      *> c'est l'adresse a laquelle il est parti.
      *> Code retour AC-CODE :
      *>   "OK " adresse trouvee (ADRESSE-POSTALE renseignee) ;
      *>   "ABS" aucune version en vigueur a la date (ou historique
      *>         absent) - l'appelant se rabat sur CL-CITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADRESSE-FILE ASSIGN TO "Data/seq/adresses.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CLE
               FILE STATUS IS WS-ADR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADRESSE-FILE.
           COPY ADRESSE-REC.

       WORKING-STORAGE SECTION.
       01  WS-ADR-STATUS         PIC XX.
       01  WS-FIN-VERSIONS       PIC X.

       LINKAGE SECTION.
       01  AC-ID-CLIENT          PIC 9(6).
       01  AC-DATE               PIC 9(8).
       01  AC-CODE               PIC X(3).
           COPY ADRESSE-POSTALE.

       PROCEDURE DIVISION USING AC-ID-CLIENT AC-DATE AC-CODE
              ADRESSE-POSTALE.

           MOVE "ABS" TO AC-CODE.
           MOVE SPACES TO ADRESSE-POSTALE.
           MOVE ZERO TO ADR-DATE-EFFET ADR-SEQUENCE ADR-DATE-RETOUR.

           OPEN INPUT ADRESSE-FILE.
           IF WS-ADR-STATUS NOT = "00"
              GOBACK
           END-IF.

           MOVE AC-ID-CLIENT TO AH-ID-CLIENT.
           MOVE ZERO TO AH-DATE-EFFET AH-SEQUENCE.
           MOVE "N" TO WS-FIN-VERSIONS.
           START ADRESSE-FILE KEY IS NOT LESS THAN AH-CLE
              INVALID KEY
                 MOVE "O" TO WS-FIN-VERSIONS
           END-START.

      *    Les versions defilent par date d'effet croissante : la
      *    derniere retenue avant de depasser la date est la bonne,
      *    la premiere qui la depasse prouve qu'elle n'est pas la
      *    plus recente.
           PERFORM UNTIL WS-FIN-VERSIONS = "O"
              READ ADRESSE-FILE NEXT RECORD
                 AT END
                    MOVE "O" TO WS-FIN-VERSIONS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN AH-ID-CLIENT NOT = AC-ID-CLIENT
                          MOVE "O" TO WS-FIN-VERSIONS
                       WHEN AH-DATE-EFFET > AC-DATE
                          MOVE "N" TO ADR-DERNIERE
                          MOVE "O" TO WS-FIN-VERSIONS
                       WHEN OTHER
                          PERFORM RETENIR-VERSION
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE ADRESSE-FILE.
           GOBACK.

       RETENIR-VERSION.
           MOVE "OK " TO AC-CODE.
           MOVE AH-DATE-EFFET TO ADR-DATE-EFFET.
           MOVE AH-SEQUENCE TO ADR-SEQUENCE.
           MOVE AH-LIGNE1 TO ADR-LIGNE1.
           MOVE AH-LIGNE2 TO ADR-LIGNE2.
           MOVE AH-CODE-POSTAL TO ADR-CODE-POSTAL.
           MOVE AH-VILLE TO ADR-VILLE.
           MOVE AH-PAYS TO ADR-PAYS.
           MOVE AH-DATE-RETOUR TO ADR-DATE-RETOUR.
           MOVE "O" TO ADR-DERNIERE

           .
