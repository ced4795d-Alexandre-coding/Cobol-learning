      *> et approbateur pour les actions passees par le circuit des
      *> quatre yeux d'APPROMNT, separes par "/") : l'audit dit
      *> enfin qui a change quoi, pas seulement quoi.
      *>
      *> Chaque ligne se termine par son empreinte chainee sur la
      *> precedente (" CH=", cf. ChainageEmpreinte) : une ligne
      *> retouchee, inseree ou retiree se voit a la verification de
      *> nuit (PISTEVER).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  AL-IMAGE-APRES    PIC X(121).
           05  AL-LIB-OPER       PIC X(6).
           05  AL-OPERATEURS     PIC X(21).
           05  AL-LIB-CHAINE     PIC X(4).
           05  AL-CHAINE         PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS         PIC XX.
       01  WS-HORODATAGE         PIC X(14).

       01  WS-CHAINAGE-ACTION    PIC X VALUE "S".
       01  WS-CHAINAGE-CHEMIN    PIC X(45)
                 VALUE "Data/seq/clients.aud".
       01  WS-CHAINAGE-LONGUEUR  PIC 9(3) VALUE 329.
       01  WS-CHAINAGE-ENREG     PIC X(400).
       01  WS-CHAINAGE-CHAINE    PIC 9(10).

       LINKAGE SECTION.
       01  AU-ACTION             PIC X(10).
       01  AU-ID-CLIENT          PIC 9(6).

           CALL "Horodatage" USING WS-HORODATAGE.

           MOVE SPACES TO AUDIT-LINE.
           MOVE WS-HORODATAGE TO AL-HORODATAGE.
           MOVE AU-ACTION TO AL-ACTION.
           MOVE AU-IMAGE-APRES TO AL-IMAGE-APRES.
           MOVE " OPER=" TO AL-LIB-OPER.
           MOVE AU-OPERATEURS TO AL-OPERATEURS.
           MOVE " CH=" TO AL-LIB-CHAINE.

           MOVE AUDIT-LINE TO WS-CHAINAGE-ENREG.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE WS-CHAINAGE-CHAINE TO AL-CHAINE.

           OPEN EXTEND AUDIT-FILE.

           IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "05"
              DISPLAY "AUDIT-FILE OPEN ERROR, STATUS=" WS-AUD-STATUS
              GOBACK
           END-IF.

           WRITE AUDIT-LINE.

           CLOSE AUDIT-FILE.

           MOVE "E" TO WS-CHAINAGE-ACTION.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE "S" TO WS-CHAINAGE-ACTION.

           GOBACK.
