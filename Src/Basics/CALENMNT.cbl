       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENMNT.

      *> Tenue du calendrier des jours ouvres par l'exploitation
      *> (Data/ops/calendrier.ctl, cf. JourOuvre) : afficher les
      *> jours feries et ouvres exceptionnels d'une annee, ajouter
      *> ou modifier un jour, retirer un jour. Le calendrier est
      *> garde trie par date ; il est reecrit en entier a chaque
      *> mise a jour. Le calendrier de l'annee suivante se saisit
      *> avant le passage de fin d'annee.

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
       01  WS-CAL-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-CHOIX              PIC 9.
       01  WS-CONTINUER          PIC X VALUE "O".
           88  CONTINUER-TENUE            VALUE "O" "o".

       01  WS-TABLE-CALENDRIER.
           05  WS-NB-JOURS       PIC 9(3) VALUE 0.
           05  WS-JOUR OCCURS 400 TIMES.
               10  WS-JR-DATE    PIC 9(8).
               10  WS-JR-TYPE    PIC X.
               10  WS-JR-LIBELLE PIC X(30).
       01  WS-JOUR-INDEX         PIC 9(3).
       01  WS-DECALE-INDEX       PIC 9(3).
       01  WS-NB-AFFICHES        PIC 9(3).

       01  WS-ANNEE-SAISIE       PIC X(4).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-DATE-NUM           PIC 9(8).
       01  WS-TYPE-SAISI         PIC X.
       01  WS-LIBELLE-SAISI      PIC X(30).
       01  WS-COUNT-JOURS        PIC 9(5).

       01  WS-JOURNAL-PROGRAMME  PIC X(10) VALUE "CALENMNT".
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CALENMNT - CALENDRIER DES JOURS OUVRES ===".

           PERFORM CHARGEMENT-CALENDRIER.
           PERFORM MENU-TENUE UNTIL NOT CONTINUER-TENUE.

           DISPLAY "=== FIN CALENMNT ===".
           STOP RUN.

       CHARGEMENT-CALENDRIER.
           MOVE ZERO TO WS-NB-JOURS.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-CAL-STATUS = "35"
              DISPLAY "Calendrier absent, il sera cree."
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAL-STATUS NOT = "00"
              DISPLAY "CALENDRIER-FILE OPEN ERROR, STATUS="
                 WS-CAL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ CALENDRIER-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CL-DATE IS NUMERIC AND WS-NB-JOURS < 400
                       ADD 1 TO WS-NB-JOURS
                       MOVE CL-DATE TO WS-JR-DATE(WS-NB-JOURS)
                       MOVE CL-TYPE TO WS-JR-TYPE(WS-NB-JOURS)
                       MOVE CL-LIBELLE
                          TO WS-JR-LIBELLE(WS-NB-JOURS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDRIER-FILE

           .

       MENU-TENUE.
           DISPLAY " ".
           DISPLAY "1 - Afficher le calendrier d'une annee".
           DISPLAY "2 - Ajouter ou modifier un jour".
           DISPLAY "3 - Retirer un jour".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
              WHEN 1
                 PERFORM AFFICHER-ANNEE
              WHEN 2
                 PERFORM AJOUTER-JOUR
              WHEN 3
                 PERFORM RETIRER-JOUR
              WHEN 4
                 MOVE "N" TO WS-CONTINUER
              WHEN OTHER
                 DISPLAY "Choix invalide"
           END-EVALUATE

           .

       AFFICHER-ANNEE.
           DISPLAY "Annee (AAAA) :".
           ACCEPT WS-ANNEE-SAISIE.
           MOVE ZERO TO WS-NB-AFFICHES.
           PERFORM VARYING WS-JOUR-INDEX FROM 1 BY 1
                 UNTIL WS-JOUR-INDEX > WS-NB-JOURS
              IF WS-JR-DATE(WS-JOUR-INDEX)(1:4) = WS-ANNEE-SAISIE
                 ADD 1 TO WS-NB-AFFICHES
                 DISPLAY WS-JR-DATE(WS-JOUR-INDEX) " "
                    WS-JR-TYPE(WS-JOUR-INDEX) " "
                    WS-JR-LIBELLE(WS-JOUR-INDEX)
              END-IF
           END-PERFORM.
           IF WS-NB-AFFICHES = ZERO
              DISPLAY "Aucun jour saisi pour " WS-ANNEE-SAISIE
                 " : seuls les week-ends sont chomes."
           END-IF

           .

       AJOUTER-JOUR.
           PERFORM SAISIR-DATE.
           IF WS-DATE-NUM = ZERO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type (F = ferie, O = ouvre exceptionnel) :".
           ACCEPT WS-TYPE-SAISI.
           IF WS-TYPE-SAISI NOT = "F" AND WS-TYPE-SAISI NOT = "O"
              DISPLAY "Type invalide, calendrier inchange."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Libelle :".
           ACCEPT WS-LIBELLE-SAISI.

           PERFORM VARYING WS-JOUR-INDEX FROM 1 BY 1
                 UNTIL WS-JOUR-INDEX > WS-NB-JOURS
                 OR WS-JR-DATE(WS-JOUR-INDEX) >= WS-DATE-NUM
              CONTINUE
           END-PERFORM.

           IF WS-JOUR-INDEX <= WS-NB-JOURS
                 AND WS-JR-DATE(WS-JOUR-INDEX) = WS-DATE-NUM
              MOVE WS-TYPE-SAISI TO WS-JR-TYPE(WS-JOUR-INDEX)
              MOVE WS-LIBELLE-SAISI TO WS-JR-LIBELLE(WS-JOUR-INDEX)
              MOVE "JOUR DU CALENDRIER MODIFIE"
                 TO WS-JOURNAL-EVENEMENT
           ELSE
              IF WS-NB-JOURS >= 400
                 DISPLAY "Calendrier sature, calendrier inchange."
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-DECALE-INDEX FROM WS-NB-JOURS BY -1
                    UNTIL WS-DECALE-INDEX < WS-JOUR-INDEX
                 MOVE WS-JOUR(WS-DECALE-INDEX)
                    TO WS-JOUR(WS-DECALE-INDEX + 1)
              END-PERFORM
              ADD 1 TO WS-NB-JOURS
              MOVE WS-DATE-NUM TO WS-JR-DATE(WS-JOUR-INDEX)
              MOVE WS-TYPE-SAISI TO WS-JR-TYPE(WS-JOUR-INDEX)
              MOVE WS-LIBELLE-SAISI TO WS-JR-LIBELLE(WS-JOUR-INDEX)
              MOVE "JOUR AJOUTE AU CALENDRIER"
                 TO WS-JOURNAL-EVENEMENT
           END-IF.

           PERFORM REECRIRE-CALENDRIER

           .

       RETIRER-JOUR.
           PERFORM SAISIR-DATE.
           IF WS-DATE-NUM = ZERO
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-JOUR-INDEX FROM 1 BY 1
                 UNTIL WS-JOUR-INDEX > WS-NB-JOURS
                 OR WS-JR-DATE(WS-JOUR-INDEX) = WS-DATE-NUM
              CONTINUE
           END-PERFORM.
           IF WS-JOUR-INDEX > WS-NB-JOURS
              DISPLAY "Jour absent du calendrier."
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-DECALE-INDEX FROM WS-JOUR-INDEX BY 1
                 UNTIL WS-DECALE-INDEX >= WS-NB-JOURS
              MOVE WS-JOUR(WS-DECALE-INDEX + 1)
                 TO WS-JOUR(WS-DECALE-INDEX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-JOURS.
           MOVE "JOUR RETIRE DU CALENDRIER" TO WS-JOURNAL-EVENEMENT.

           PERFORM REECRIRE-CALENDRIER

           .

      *> Date a zero en sortie = saisie refusee.
       SAISIR-DATE.
           MOVE ZERO TO WS-DATE-NUM.
           DISPLAY "Date (AAAAMMJJ) :".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
              DISPLAY "Date non numerique, calendrier inchange."
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-SAISIE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
              DISPLAY "Date invalide, calendrier inchange."
              MOVE ZERO TO WS-DATE-NUM
           END-IF

           .

       REECRIRE-CALENDRIER.
           OPEN OUTPUT CALENDRIER-FILE.
           IF WS-CAL-STATUS NOT = "00"
              DISPLAY "CALENDRIER-FILE OPEN ERROR, STATUS="
                 WS-CAL-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-JOUR-INDEX FROM 1 BY 1
                 UNTIL WS-JOUR-INDEX > WS-NB-JOURS
              MOVE SPACES TO CALENDRIER-REC
              MOVE WS-JR-DATE(WS-JOUR-INDEX) TO CL-DATE
              MOVE WS-JR-TYPE(WS-JOUR-INDEX) TO CL-TYPE
              MOVE WS-JR-LIBELLE(WS-JOUR-INDEX) TO CL-LIBELLE
              WRITE CALENDRIER-REC
           END-PERFORM.
           CLOSE CALENDRIER-FILE.
           DISPLAY "Calendrier mis a jour (" WS-NB-JOURS " jours).".
           MOVE WS-NB-JOURS TO WS-COUNT-JOURS.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-JOURS
              WS-JOURNAL-SEVERITE

           .
