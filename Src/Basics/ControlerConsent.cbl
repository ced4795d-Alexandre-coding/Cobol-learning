       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlerConsent.
       AUTHOR. moi.

      *> Sous-programme reutilisable : consentement marketing d'un
      *> client pour une finalite (C = offres commerciales, P =
      *> offres des partenaires, F = anniversaires et voeux), lu au
      *> registre consentements.idx tenu par CONSMNT.
      *> Code retour CO-REPONSE :
      *>   "O" accord en vigueur ;
      *>   "N" refus enregistre ;
      *>   "A" aucun consentement recueilli (ou registre absent).
      *> Seul "O" autorise un courrier promotionnel ; les courriers
      *> contractuels (releves, relances) ne passent pas par ici.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "Data/seq/consentements.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CLE
               FILE STATUS IS WS-CSN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
           COPY CONSENT-REC.

       WORKING-STORAGE SECTION.
       01  WS-CSN-STATUS         PIC XX.

       LINKAGE SECTION.
       01  CO-ID-CLIENT          PIC 9(6).
       01  CO-FINALITE           PIC X.
       01  CO-REPONSE            PIC X.

       PROCEDURE DIVISION USING CO-ID-CLIENT CO-FINALITE CO-REPONSE.
           MOVE "A" TO CO-REPONSE.

           OPEN INPUT CONSENT-FILE.
           IF WS-CSN-STATUS NOT = "00"
              GOBACK
           END-IF.

           MOVE CO-ID-CLIENT TO CS-ID-CLIENT.
           MOVE CO-FINALITE TO CS-FINALITE.
           READ CONSENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CS-ACCORD
                    MOVE "O" TO CO-REPONSE
                 ELSE
                    MOVE "N" TO CO-REPONSE
                 END-IF
           END-READ.

           CLOSE CONSENT-FILE.
           GOBACK.
