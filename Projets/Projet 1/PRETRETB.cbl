      *> bancaire. Les rejets partent dans prelevements-rejets.out
      *> avec le code motif de la banque, a destination du
      *> recouvrement.
      *> Une remise de retours deja traitee (meme date, nombre et
      *> total au registre des fichiers recus, cf. RegistreRecu)
      *> est refusee en bloc : rejouee, elle ferait imputer deux
      *> fois les memes prelevements.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

      *> Identite de la remise de retours au registre des fichiers
      *> recus ; sans entete, la date retenue est la plus recente.
       01  WS-RECU-ACTION        PIC X.
       01  WS-RECU-FICHIER       PIC X(40)
              VALUE "Data/pret/retours-banque.in".
       01  WS-RECU-DATE          PIC 9(8) VALUE 0.
       01  WS-RECU-NOMBRE        PIC 9(7) VALUE 0.
       01  WS-RECU-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-RECU-REPONSE       PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              STOP RUN
           END-IF.

           PERFORM RECENSER-RETOURS.
           MOVE "C" TO WS-RECU-ACTION.
           CALL "RegistreRecu" USING WS-RECU-ACTION WS-RECU-FICHIER
              WS-RECU-DATE WS-RECU-NOMBRE WS-RECU-TOTAL
              WS-JOURNAL-PROGRAMME WS-RECU-REPONSE.
           IF WS-RECU-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RETOUR-FILE.
           IF WS-RET-STATUS NOT = "00"
              DISPLAY "RETOUR-FILE OPEN ERROR, STATUS="

           CLOSE RETOUR-FILE PAIEMENT-FILE REJET-FILE.

           MOVE "E" TO WS-RECU-ACTION.
           CALL "RegistreRecu" USING WS-RECU-ACTION WS-RECU-FICHIER
              WS-RECU-DATE WS-RECU-NOMBRE WS-RECU-TOTAL
              WS-JOURNAL-PROGRAMME WS-RECU-REPONSE.

           MOVE WS-TOTAL-PAYES TO WS-TOTAL-ED.
           DISPLAY "RETOURS LUS=" WS-COUNT-LUS
              " PAYES=" WS-COUNT-PAYES
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Premier passage sur la remise : nombre, total de controle
      *> et date la plus recente des retours.
       RECENSER-RETOURS.
           OPEN INPUT RETOUR-FILE.
           IF WS-RET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ RETOUR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECU-NOMBRE
                    ADD RB-MONTANT TO WS-RECU-TOTAL
                    IF RB-DATE > WS-RECU-DATE
                       MOVE RB-DATE TO WS-RECU-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RETOUR-FILE.
           SET NOT-EOF TO TRUE

           .

       TRAITER-RETOUR.
           EVALUATE TRUE
              WHEN RB-PAYE
