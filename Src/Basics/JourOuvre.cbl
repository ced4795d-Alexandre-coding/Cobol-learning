       IDENTIFICATION DIVISION.
       PROGRAM-ID. JourOuvre.

      *> Sous-programme reutilisable : ramene une date (AAAAMMJJ) au
      *> jour ouvre suivant (sens "S") ou precedent (sens "P") ; une
      *> date deja ouvree est rendue telle quelle. Sont chomes le
      *> samedi, le dimanche et les jours feries du calendrier
      *> Data/ops/calendrier.ctl tenu par l'exploitation (CALENMNT),
      *> une ligne par jour : F = ferie, O = jour ouvre
      *> exceptionnel (un samedi de rattrapage, par exemple).
      *> Le calendrier est charge au premier appel et garde pour
      *> les suivants. Sans calendrier, seuls les week-ends sont
      *> chomes. Echeances de prets (PRETAVIS, PRETPREL), depots a
      *> terme (DATECHE) et ordres permanents (ORDREGEN) passent
      *> par ici.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDRIER-FILE ASSIGN TO "Data/ops/calendrier.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDRIER-FILE.
           COPY CALENDRIER-REC.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS         PIC XX.
       01  WS-CHARGE             PIC X VALUE "N".
           88  CALENDRIER-CHARGE          VALUE "Y".
       01  WS-EOF                PIC X VALUE "N".
           88  EOF                        VALUE "Y".

       01  WS-TABLE-CALENDRIER.
           05  WS-NB-JOURS       PIC 9(3) VALUE 0.
           05  WS-JOUR OCCURS 400 TIMES.
               10  WS-JR-DATE    PIC 9(8).
               10  WS-JR-TYPE    PIC X.
       01  WS-JOUR-INDEX         PIC 9(3).

       01  WS-ENTIER             PIC 9(7).
       01  WS-QUOTIENT           PIC 9(7).
       01  WS-JOUR-SEMAINE       PIC 9.
       01  WS-CANDIDAT           PIC 9(8).
       01  WS-OUVRE              PIC X.
           88  JOUR-OUVRE                 VALUE "Y".
       01  WS-TENTATIVES         PIC 99.

       LINKAGE SECTION.
       01  JO-DATE               PIC 9(8).
       01  JO-SENS               PIC X.
       01  JO-DATE-OUVREE        PIC 9(8).

       PROCEDURE DIVISION USING JO-DATE JO-SENS JO-DATE-OUVREE.
           MOVE JO-DATE TO JO-DATE-OUVREE.
           IF JO-DATE NOT NUMERIC OR JO-DATE = ZERO
              GOBACK
           END-IF.

           IF NOT CALENDRIER-CHARGE
              PERFORM CHARGEMENT-CALENDRIER
           END-IF.

      *    Au plus quelques jours chomes d'affilee (pont, week-end
      *    de fete) ; la borne protege d'un calendrier errone.
           MOVE JO-DATE TO WS-CANDIDAT.
           COMPUTE WS-ENTIER = FUNCTION INTEGER-OF-DATE(WS-CANDIDAT).
           PERFORM CONTROLER-JOUR.
           MOVE ZERO TO WS-TENTATIVES.
           PERFORM UNTIL JOUR-OUVRE OR WS-TENTATIVES > 30
              ADD 1 TO WS-TENTATIVES
              IF JO-SENS = "P"
                 SUBTRACT 1 FROM WS-ENTIER
              ELSE
                 ADD 1 TO WS-ENTIER
              END-IF
              COMPUTE WS-CANDIDAT =
                 FUNCTION DATE-OF-INTEGER(WS-ENTIER)
              PERFORM CONTROLER-JOUR
           END-PERFORM.

           IF JOUR-OUVRE
              MOVE WS-CANDIDAT TO JO-DATE-OUVREE
           END-IF.

           GOBACK.

       CHARGEMENT-CALENDRIER.
           SET CALENDRIER-CHARGE TO TRUE.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-CAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ CALENDRIER-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CL-DATE IS NUMERIC AND WS-NB-JOURS < 400
                       ADD 1 TO WS-NB-JOURS
                       MOVE CL-DATE TO WS-JR-DATE(WS-NB-JOURS)
                       MOVE CL-TYPE TO WS-JR-TYPE(WS-NB-JOURS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDRIER-FILE

           .

      *> Le 1er janvier 1601 (entier 1) etait un lundi : le reste
      *> de (entier - 1) par 7 donne 0 = lundi ... 5 = samedi,
      *> 6 = dimanche. Une ligne du calendrier l'emporte sur le
      *> jour de la semaine.
       CONTROLER-JOUR.
           DIVIDE 7 INTO WS-ENTIER GIVING WS-QUOTIENT
              REMAINDER WS-JOUR-SEMAINE.
           IF WS-JOUR-SEMAINE = ZERO
              MOVE 6 TO WS-JOUR-SEMAINE
           ELSE
              SUBTRACT 1 FROM WS-JOUR-SEMAINE
           END-IF.
           IF WS-JOUR-SEMAINE >= 5
              MOVE "N" TO WS-OUVRE
           ELSE
              MOVE "Y" TO WS-OUVRE
           END-IF.

           PERFORM VARYING WS-JOUR-INDEX FROM 1 BY 1
                 UNTIL WS-JOUR-INDEX > WS-NB-JOURS
              IF WS-JR-DATE(WS-JOUR-INDEX) = WS-CANDIDAT
                 IF WS-JR-TYPE(WS-JOUR-INDEX) = "O"
                    MOVE "Y" TO WS-OUVRE
                 ELSE
                    MOVE "N" TO WS-OUVRE
                 END-IF
              END-IF
           END-PERFORM

           .
