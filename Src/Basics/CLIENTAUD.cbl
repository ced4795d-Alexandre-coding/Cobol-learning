           05  AL-IMAGE-APRES    PIC X(121).
           05  AL-LIB-OPER       PIC X(6).
           05  AL-OPERATEURS     PIC X(21).
           05  AL-LIB-CHAINE     PIC X(4).
           05  AL-CHAINE         PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS         PIC XX VALUE "00".
