           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
              EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.
              EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO EP-CLE.
           START COMPTE-EPARGNE KEY NOT < EP-CLE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.
