       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlerKyc.
       AUTHOR. moi.

      *> Sous-programme reutilisable : validite du dossier de
      *> connaissance client avant tout nouveau produit (simulation
      *> et tarification de pret CALCPRET, ouverture de depot a
      *> terme DATMNT, nouvel ordre permanent ORDREMNT).
      *> Code retour KV-CODE :
      *>   "OK " dossier a jour ;
      *>   "ABS" aucun dossier KYC pour le client ;
      *>   "PIE" piece d'identite expiree a la date fournie ;
      *>   "REV" revue periodique depassee.
      *> KV-MOTIF porte le libelle a reprendre en motif de rejet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-FILE ASSIGN TO "Data/seq/kyc.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-ID-CLIENT
               FILE STATUS IS WS-KYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KYC-FILE.
           COPY KYC-REC.

       WORKING-STORAGE SECTION.
       01  WS-KYC-STATUS         PIC XX.

       LINKAGE SECTION.
       01  KV-ID-CLIENT          PIC 9(6).
       01  KV-DATE               PIC 9(8).
       01  KV-CODE               PIC X(3).
       01  KV-MOTIF              PIC X(30).

       PROCEDURE DIVISION USING KV-ID-CLIENT KV-DATE KV-CODE
              KV-MOTIF.

           MOVE "ABS" TO KV-CODE.
           MOVE "DOSSIER KYC ABSENT" TO KV-MOTIF.

           OPEN INPUT KYC-FILE.
           IF WS-KYC-STATUS NOT = "00"
              GOBACK
           END-IF.

           MOVE KV-ID-CLIENT TO KY-ID-CLIENT.
           READ KYC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN KY-DATE-EXPIRATION < KV-DATE
                       MOVE "PIE" TO KV-CODE
                       MOVE "KYC ECHU : PIECE EXPIREE" TO KV-MOTIF
                    WHEN KY-DATE-PROCHAINE-REVUE < KV-DATE
                       MOVE "REV" TO KV-CODE
                       MOVE "KYC ECHU : REVUE DEPASSEE" TO KV-MOTIF
                    WHEN OTHER
                       MOVE "OK " TO KV-CODE
                       MOVE SPACES TO KV-MOTIF
                 END-EVALUATE
           END-READ.

           CLOSE KYC-FILE.

           GOBACK.
