       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParametreVigueur.
       AUTHOR. moi.

      *> Sous-programme reutilisable : chemin de la version d'un
      *> fichier de parametres de taux ou de seuils en vigueur a une
      *> date (cf. PARAMVERS-REC et PARAMMNT). Les lots le demandent
      *> a la date de traitement avant d'ouvrir le fichier : une
      *> relance de la cloture du mois dernier, datee du mois
      *> dernier, retrouve les taux du mois dernier.
      *> La version retenue est la version validee a la plus
      *> recente date d'effet inferieure ou egale a la date
      *> demandee (a date d'effet egale, le plus grand numero). Sans
      *> version validee a cette date, PV-CHEMIN-VIGUEUR reste tel
      *> que l'appelant l'a garni : le chemin du fichier d'origine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO "Data/param/versions.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
           COPY PARAMVERS-REC.

       WORKING-STORAGE SECTION.
       01  WS-VER-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-MEILLEURE-DATE     PIC 9(8).
       01  WS-MEILLEUR-NUMERO    PIC 99.
       01  WS-TROUVEE            PIC X.

       LINKAGE SECTION.
       01  PV-CODE-DEMANDE       PIC X(8).
       01  PV-DATE-DEMANDEE      PIC 9(8).
       01  PV-CHEMIN-VIGUEUR     PIC X(45).

       PROCEDURE DIVISION USING PV-CODE-DEMANDE PV-DATE-DEMANDEE
              PV-CHEMIN-VIGUEUR.
           MOVE "N" TO WS-TROUVEE.
           MOVE ZERO TO WS-MEILLEURE-DATE WS-MEILLEUR-NUMERO.

           OPEN INPUT VERSION-FILE.
           IF WS-VER-STATUS NOT = "00"
              GOBACK
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ VERSION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF PV-CODE = PV-CODE-DEMANDE AND PV-VALIDEE
                          AND PV-DATE-EFFET <= PV-DATE-DEMANDEE
                       PERFORM RETENIR-VERSION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE VERSION-FILE.
           GOBACK.

       RETENIR-VERSION.
           IF WS-TROUVEE = "Y"
              IF PV-DATE-EFFET < WS-MEILLEURE-DATE
                 EXIT PARAGRAPH
              END-IF
              IF PV-DATE-EFFET = WS-MEILLEURE-DATE
                    AND PV-NUMERO < WS-MEILLEUR-NUMERO
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE "Y" TO WS-TROUVEE.
           MOVE PV-DATE-EFFET TO WS-MEILLEURE-DATE.
           MOVE PV-NUMERO TO WS-MEILLEUR-NUMERO.
           MOVE PV-CHEMIN TO PV-CHEMIN-VIGUEUR

           .
