       01  WS-MT-ED              PIC Z(9)9,99.
       01  WS-ECH-MANQUEES-ED    PIC ZZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              WS-JOURNAL-EVENEMENT WS-COUNT-RETARD
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : un passage
      *    deja TERMINE pour la date de traitement refuse de
      *    repartir sans forcage explicite (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
           DISPLAY "PRETS LUS=" WS-COUNT-LUS
              " EN RETARD=" WS-COUNT-RETARD.
           MOVE "PRETARR" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-RETARD
