           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT EXTRAIT-FILE ASSIGN TO "Data/ops/extraction.out"
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

       VALORISER-CHAMP-COMPTE.
           EVALUATE WS-CH-NOM(WS-CHAMP-INDEX)
              WHEN "NUMERO"
                 MOVE CP-NUMERO-COMPTE TO WS-VALEUR
              WHEN "CLIENT"
                 MOVE CP-ID-CLIENT TO WS-VALEUR
              WHEN "TYPE"
                 MOVE CP-TYPE-COMPTE TO WS-VALEUR
              WHEN "SOLDE"
                 MOVE CP-SOLDE TO WS-MONTANT-ED
                 MOVE WS-MONTANT-ED TO WS-VALEUR
