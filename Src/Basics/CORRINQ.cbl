           05  CO-SORTIE         PIC X(35).
           05  FILLER            PIC X.
           05  CO-VALEURS        PIC X(55).
           05  FILLER            PIC X.
           05  CO-CHAINE         PIC 9(10).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(80).
