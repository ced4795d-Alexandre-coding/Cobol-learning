       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITE.

      *> Passage annuel des majorites : tout client du maitre
      *> clients.idx age de 18 ans revolus a la date de traitement
      *> et qui porte encore un lien parental (type P) en vigueur
      *> dans representants.idx voit ce lien clos au jour de ses 18
      *> ans (statut F). Le client, desormais capable, recoit la
      *> lettre majorite.mod l'invitant a reprendre ses comptes en
      *> main - adressee a lui seul, le lien etant clos avant
      *> l'envoi - sauf client non actif ou adresse en NPAI. Les
      *> tutelles et curatelles ne sont pas touchees : elles ne
      *> prennent fin que par REPRMNT. Compte rendu dans
      *> majorite.rpt ; protege contre la relance du meme jour.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT REPRESENT-FILE ASSIGN TO "Data/seq/representants.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLE
               FILE STATUS IS WS-REP-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/seq/majorite.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  REPRESENT-FILE.
           COPY REPRESENT-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-REP-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-FIN-LIENS          PIC X.

       01  WS-COUNT-MAJEURS      PIC 9(5) VALUE 0.
       01  WS-COUNT-LIENS        PIC 9(5) VALUE 0.
       01  WS-COUNT-LETTRES      PIC 9(5) VALUE 0.
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-LIENS-CLIENT       PIC 99.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-ANNEE-JOUR     PIC 9(4).
           05  WS-MOIS-JOUR      PIC 99.
           05  WS-JOUR-JOUR      PIC 99.
       01  WS-AGE                PIC 99.
      *> Jour des 18 ans (AAAAMMJJ), date de fin des liens parentaux.
       01  WS-DATE-MAJORITE      PIC 9(8).
       01  WS-MENTION            PIC X(26).

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/majorite.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/seq/lettres-majorite.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== MAJORITE START ===".
           MOVE "MAJORITE" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LIENS
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

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O REPRESENT-FILE.
           IF WS-REP-STATUS = "35"
      *       Aucun representant encore saisi : le fichier est cree,
      *       le passage ne trouve aucun lien a clore.
              OPEN OUTPUT REPRESENT-FILE
              CLOSE REPRESENT-FILE
              OPEN I-O REPRESENT-FILE
           END-IF.
           IF WS-REP-STATUS NOT = "00"
              DISPLAY "REPRESENT-FILE OPEN ERROR, STATUS="
                 WS-REP-STATUS
              CLOSE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE CLIENT-MASTER REPRESENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING "CLIENTS DEVENUS MAJEURS - LIENS PARENTAUX CLOS"
              " - ARRETE LE " WS-DATE-JOUR
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM UNTIL EOF
              READ CLIENT-MASTER NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM CONTROLER-CLIENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE CLIENT-MASTER REPRESENT-FILE RAPPORT-FILE.

           DISPLAY "CLIENTS DEVENUS MAJEURS=" WS-COUNT-MAJEURS
              " LIENS CLOS=" WS-COUNT-LIENS
              " LETTRES=" WS-COUNT-LETTRES.
           MOVE "MAJORITE" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LIENS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== MAJORITE END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Seuls les clients de 18 ans revolus sont examines ; une
      *> date de naissance non renseignee ne permet pas de conclure.
       CONTROLER-CLIENT.
           IF CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC = ZERO
              EXIT PARAGRAPH
           END-IF.
           CALL "CalculerAge" USING
              CL-JOUR-NAISSANCE OF CLIENT-MASTER-REC
              CL-MOIS-NAISSANCE OF CLIENT-MASTER-REC
              CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC
              WS-JOUR-JOUR WS-MOIS-JOUR WS-ANNEE-JOUR
              WS-AGE.
           IF WS-AGE < 18
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATE-MAJORITE =
              (CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC + 18) * 10000
              + CL-MOIS-NAISSANCE OF CLIENT-MASTER-REC * 100
              + CL-JOUR-NAISSANCE OF CLIENT-MASTER-REC.

           PERFORM CLORE-LIENS-PARENTAUX.
           IF WS-LIENS-CLIENT = ZERO
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-MAJEURS.
           MOVE SPACES TO WS-MENTION.
           EVALUATE TRUE
              WHEN NOT CL-ACTIF OF CLIENT-MASTER-REC
                 MOVE " CLIENT NON ACTIF" TO WS-MENTION
              WHEN CL-ADRESSE-KO OF CLIENT-MASTER-REC
                 MOVE " NPAI, PAS DE COURRIER" TO WS-MENTION
              WHEN OTHER
                 PERFORM ECRIRE-LETTRE-MAJORITE
                 MOVE " LETTRE ENVOYEE" TO WS-MENTION
           END-EVALUATE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "  CLIENT=" CL-ID OF CLIENT-MASTER-REC
              " " CL-NAME OF CLIENT-MASTER-REC
              " MAJEUR LE " WS-DATE-MAJORITE
              " LIENS CLOS=" WS-LIENS-CLIENT
              WS-MENTION
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       CLORE-LIENS-PARENTAUX.
           MOVE ZERO TO WS-LIENS-CLIENT.
           MOVE CL-ID OF CLIENT-MASTER-REC TO RL-ID-CLIENT.
           MOVE ZERO TO RL-NUMERO.
           MOVE "N" TO WS-FIN-LIENS.
           START REPRESENT-FILE KEY IS NOT LESS THAN RL-CLE
              INVALID KEY
                 MOVE "O" TO WS-FIN-LIENS
           END-START.

           PERFORM UNTIL WS-FIN-LIENS = "O"
              READ REPRESENT-FILE NEXT RECORD
                 AT END
                    MOVE "O" TO WS-FIN-LIENS
                 NOT AT END
                    IF RL-ID-CLIENT NOT = CL-ID OF CLIENT-MASTER-REC
                       MOVE "O" TO WS-FIN-LIENS
                    ELSE
                       IF RL-PARENT AND RL-ACTIF
                          PERFORM CLORE-LIEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Un lien dont la fin prevue precede deja la majorite garde
      *> sa date ; les autres prennent fin au jour des 18 ans.
       CLORE-LIEN.
           IF RL-DATE-FIN = ZERO OR RL-DATE-FIN > WS-DATE-MAJORITE
              MOVE WS-DATE-MAJORITE TO RL-DATE-FIN
           END-IF.
           SET RL-FINI TO TRUE.
           MOVE WS-DATE-JOUR TO RL-DATE-MAJ.
           MOVE "MAJORITE" TO RL-OPERATEUR.
           REWRITE REPRESENT-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, CLIENT="
                    RL-ID-CLIENT " STATUS=" WS-REP-STATUS
                 EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-LIENS-CLIENT.
           ADD 1 TO WS-COUNT-LIENS

           .

       ECRIRE-LETTRE-MAJORITE.
           MOVE 2 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-PARAM-VALEUR(1).
           MOVE "MAJORITE" TO WS-PARAM-NOM(2).
           MOVE WS-DATE-MAJORITE TO WS-PARAM-VALEUR(2).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              CL-ID OF CLIENT-MASTER-REC.
           ADD 1 TO WS-COUNT-LETTRES

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-MAJEURS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CLIENTS DEVENUS MAJEURS=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-LIENS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "LIENS PARENTAUX CLOS   =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-LETTRES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "LETTRES ENVOYEES       =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
