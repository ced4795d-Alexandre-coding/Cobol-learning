       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlerCodePostal.
       AUTHOR. moi.

      *> Sous-programme reutilisable : coherence code postal / ville
      *> d'une adresse francaise contre le referentiel
      *> codes-postaux.in (code postal sur 5 chiffres + libelle de
      *> commune, une ligne par couple - un code postal dessert
      *> souvent plusieurs communes). Adresse hors de France : pas
      *> de referentiel, seule la ville est exigee.
      *> Code retour CK-CODE :
      *>   "OK " couple code postal / ville connu ;
      *>   "CPI" code postal mal forme ou inconnu du referentiel ;
      *>   "VIL" code postal connu, ville qui ne lui correspond pas ;
      *>   "REF" referentiel illisible.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENTIEL-FILE
                 ASSIGN TO "Data/seq/codes-postaux.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENTIEL-FILE.
       01  REFERENTIEL-REC.
           05  RF-CODE-POSTAL    PIC X(5).
           05  RF-VILLE          PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-REF-STATUS         PIC XX.
       01  WS-FIN-REFERENTIEL    PIC X.
       01  WS-CODE-CONNU         PIC X.

       LINKAGE SECTION.
       01  CK-CODE-POSTAL        PIC X(10).
       01  CK-VILLE              PIC X(26).
       01  CK-PAYS               PIC X(2).
       01  CK-CODE               PIC X(3).

       PROCEDURE DIVISION USING CK-CODE-POSTAL CK-VILLE CK-PAYS
              CK-CODE.

           IF CK-PAYS NOT = "FR"
              IF CK-VILLE = SPACES
                 MOVE "VIL" TO CK-CODE
              ELSE
                 MOVE "OK " TO CK-CODE
              END-IF
              GOBACK
           END-IF.

           MOVE "CPI" TO CK-CODE.
           IF CK-CODE-POSTAL(1:5) IS NOT NUMERIC
                 OR CK-CODE-POSTAL(6:5) NOT = SPACES
              GOBACK
           END-IF.

           OPEN INPUT REFERENTIEL-FILE.
           IF WS-REF-STATUS NOT = "00"
              MOVE "REF" TO CK-CODE
              GOBACK
           END-IF.

           MOVE "N" TO WS-CODE-CONNU.
           MOVE "N" TO WS-FIN-REFERENTIEL.
           PERFORM UNTIL WS-FIN-REFERENTIEL = "O"
              READ REFERENTIEL-FILE
                 AT END
                    MOVE "O" TO WS-FIN-REFERENTIEL
                 NOT AT END
                    IF RF-CODE-POSTAL = CK-CODE-POSTAL(1:5)
                       MOVE "O" TO WS-CODE-CONNU
                       IF RF-VILLE = CK-VILLE
                          MOVE "OK " TO CK-CODE
                          MOVE "O" TO WS-FIN-REFERENTIEL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE REFERENTIEL-FILE.

           IF CK-CODE NOT = "OK " AND WS-CODE-CONNU = "O"
              MOVE "VIL" TO CK-CODE
           END-IF.

           GOBACK.
