           05  RG-STATUT         PIC X(7).
           05  FILLER            PIC X.
           05  RG-HEURE          PIC X(6).
           05  FILLER            PIC X.
           05  RG-CHAINE         PIC 9(10).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(100).
      *> (ENCOURS sans fin), "B" = bloquee par l'amont.
       01  WS-TABLE-ETAPES.
           05  WS-NB-ETAPES      PIC 99 VALUE 0.
           05  WS-ETAPE OCCURS 40 TIMES.
               10  WS-ET-NUMERO  PIC 9(3).
               10  WS-ET-PROGRAMME PIC X(10).
               10  WS-ET-PRED1   PIC 9(3).
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-ETAPES < 40
                       ADD 1 TO WS-NB-ETAPES
                       MOVE CH-ETAPE
                          TO WS-ET-NUMERO(WS-NB-ETAPES)
