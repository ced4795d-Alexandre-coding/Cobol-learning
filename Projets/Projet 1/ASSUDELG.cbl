       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSUDELG.

      *> Suivi mensuel des delegations d'assurance emprunteur : les
      *> prets actifs couverts par un assureur externe (contrat
      *> PR-ASSURANCE-DELEGUEE) sont confrontes a leur delegation
      *> dans assur-deleguees.idx. Une attestation echue part en
      *> relance par le moteur FusionLettre (attestation-assur.mod)
      *> et la delegation passe au statut E ; sans attestation
      *> renouvelee (saisie par ASSDMNT) au-dela du delai de
      *> delegation.ctl (trente jours a defaut), le pret passe non
      *> assure (statut N). Les prets non assures - delegation
      *> absente ou tombee - sont listes a chaque passage dans
      *> assur-deleguees.rpt et signales au journal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT DELEGATION-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CLE
               FILE STATUS IS WS-DLG-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT DELAI-FILE ASSIGN TO "Data/pret/delegation.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  DELEGATION-FILE.
           COPY ASSDELEG-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

      *> Delai en jours laisse a l'emprunteur apres la lettre de
      *> relance pour produire une attestation renouvelee.
       FD  DELAI-FILE.
       01  DELAI-LINE.
           05 DL-DELAI-JOURS          PIC 9(3).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-DLG-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-DELEGUES     PIC 9(5) VALUE 0.
       01  WS-COUNT-COUVERTS     PIC 9(5) VALUE 0.
       01  WS-COUNT-RELANCES     PIC 9(5) VALUE 0.
       01  WS-COUNT-EN-ATTENTE   PIC 9(5) VALUE 0.
       01  WS-COUNT-NON-ASSURES  PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DELAI-JOURS        PIC 9(3) VALUE 0.
       01  WS-JOURS-RELANCE      PIC S9(5).
       01  WS-NOM-CLIENT         PIC X(20).
       01  WS-MOTIF              PIC X(30).
       01  WS-SOLDE-ED           PIC Z(7)9,99.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/attestation-assur.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/pret/lettres-assurance.out".
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
           DISPLAY "=== ASSUDELG START ===".
           MOVE "ASSUDELG" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-RELANCES
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
                 WS-PORT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O DELEGATION-FILE.
           IF WS-DLG-STATUS = "35"
              OPEN OUTPUT DELEGATION-FILE
              CLOSE DELEGATION-FILE
              OPEN I-O DELEGATION-FILE
           END-IF.
           IF WS-DLG-STATUS NOT = "00"
              DISPLAY "DELEGATION-FILE OPEN ERROR, STATUS="
                 WS-DLG-STATUS
              CLOSE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE PORTEFEUILLE DELEGATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE PORTEFEUILLE DELEGATION-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM LECTURE-DELAI.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "SUIVI DES DELEGATIONS D'ASSURANCE AU " WS-DATE-JOUR
              " - DELAI APRES RELANCE " WS-DELAI-JOURS " JOURS"
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE LOW-VALUES TO PR-NUMERO-PRET.
           START PORTEFEUILLE KEY NOT < PR-NUMERO-PRET
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ PORTEFEUILLE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    IF PR-ACTIF AND PR-DELEGATION
                       ADD 1 TO WS-COUNT-DELEGUES
                       PERFORM TRAITER-PRET
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE PORTEFEUILLE DELEGATION-FILE CLIENT-MASTER
              RAPPORT-FILE.

           DISPLAY "PRETS LUS=" WS-COUNT-LUS
              " EN DELEGATION=" WS-COUNT-DELEGUES
              " RELANCES=" WS-COUNT-RELANCES
              " NON ASSURES=" WS-COUNT-NON-ASSURES.
           MOVE "ASSUDELG" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-NON-ASSURES > ZERO
              MOVE "PRETS SANS ASSURANCE EMPRUNTEUR"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-NON-ASSURES
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-RELANCES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== ASSUDELG END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LECTURE-DELAI.
           OPEN INPUT DELAI-FILE.
           IF WS-DEL-STATUS = "00"
              READ DELAI-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DL-DELAI-JOURS TO WS-DELAI-JOURS
              END-READ
              CLOSE DELAI-FILE
           END-IF.
      *    Pas de parametrage publie : un mois pour repondre a la
      *    relance.
           IF WS-DELAI-JOURS = ZERO
              MOVE 30 TO WS-DELAI-JOURS
           END-IF

           .

      *> Situation de la delegation du pret : couverture en cours,
      *> attestation echue a relancer, relance restee sans reponse
      *> au-dela du delai, ou pret deja non assure.
       TRAITER-PRET.
           MOVE PR-ID-CLIENT TO AD-ID-CLIENT.
           MOVE PR-NUMERO-PRET TO AD-NUMERO-PRET.
           READ DELEGATION-FILE
              INVALID KEY
                 MOVE "DELEGATION ABSENTE" TO WS-MOTIF
                 PERFORM LISTER-NON-ASSURE
                 EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
              WHEN AD-NON-ASSURE
                 MOVE "RELANCE SANS REPONSE" TO WS-MOTIF
                 PERFORM LISTER-NON-ASSURE
              WHEN AD-ECHUE
                 COMPUTE WS-JOURS-RELANCE =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                    - FUNCTION INTEGER-OF-DATE(AD-DATE-RELANCE)
                 IF WS-JOURS-RELANCE >= WS-DELAI-JOURS
                    SET AD-NON-ASSURE TO TRUE
                    MOVE WS-DATE-JOUR TO AD-DATE-STATUT
                    PERFORM REECRIRE-DELEGATION
                    MOVE "RELANCE SANS REPONSE" TO WS-MOTIF
                    PERFORM LISTER-NON-ASSURE
                 ELSE
                    ADD 1 TO WS-COUNT-EN-ATTENTE
                 END-IF
              WHEN AD-DATE-FIN-ATTESTATION <= WS-DATE-JOUR
                 PERFORM RELANCER-ATTESTATION
              WHEN OTHER
                 ADD 1 TO WS-COUNT-COUVERTS
           END-EVALUATE

           .

      *> Lettre de relance de l'attestation echue. Pas de lettre a
      *> la famille d'un client decede (circuit des sinistres) ni
      *> vers une adresse en retour NPAI : la relance attend alors
      *> l'adresse corrigee, la delegation reste en cours.
       RELANCER-ATTESTATION.
           PERFORM LIRE-NOM-CLIENT.
           IF CL-DECEDE OF CLIENT-MASTER-REC
              EXIT PARAGRAPH
           END-IF.
           IF CL-ADRESSE-KO OF CLIENT-MASTER-REC
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "ATTESTATION ECHUE PRET=" PR-NUMERO-PRET
                 " CLIENT=" PR-ID-CLIENT
                 " " WS-NOM-CLIENT
                 " - RELANCE EN ATTENTE (ADRESSE NPAI)"
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 6 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-NOM-CLIENT TO WS-PARAM-VALEUR(1).
           MOVE "NUMERO" TO WS-PARAM-NOM(2).
           MOVE PR-NUMERO-PRET TO WS-PARAM-VALEUR(2).
           MOVE "ASSUREUR" TO WS-PARAM-NOM(3).
           MOVE AD-ASSUREUR TO WS-PARAM-VALEUR(3).
           MOVE "POLICE" TO WS-PARAM-NOM(4).
           MOVE AD-NUMERO-POLICE TO WS-PARAM-VALEUR(4).
           MOVE "ECHEANCE" TO WS-PARAM-NOM(5).
           MOVE AD-DATE-FIN-ATTESTATION TO WS-PARAM-VALEUR(5).
           MOVE "DELAI" TO WS-PARAM-NOM(6).
           MOVE WS-DELAI-JOURS TO WS-PARAM-VALEUR(6).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              PR-ID-CLIENT.

           SET AD-ECHUE TO TRUE.
           MOVE WS-DATE-JOUR TO AD-DATE-STATUT.
           MOVE WS-DATE-JOUR TO AD-DATE-RELANCE.
           PERFORM REECRIRE-DELEGATION.

           ADD 1 TO WS-COUNT-RELANCES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "RELANCE ATTESTATION PRET=" PR-NUMERO-PRET
              " CLIENT=" PR-ID-CLIENT
              " " WS-NOM-CLIENT
              " ASSUREUR=" AD-ASSUREUR
              " ECHUE LE " AD-DATE-FIN-ATTESTATION
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       LISTER-NON-ASSURE.
           ADD 1 TO WS-COUNT-NON-ASSURES.
           PERFORM LIRE-NOM-CLIENT.
           MOVE PR-SOLDE-RESTANT TO WS-SOLDE-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "NON ASSURE PRET=" PR-NUMERO-PRET
              " CLIENT=" PR-ID-CLIENT
              " " WS-NOM-CLIENT
              " SOLDE=" WS-SOLDE-ED
              " MOTIF=" WS-MOTIF
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       REECRIRE-DELEGATION.
           REWRITE ASSDELEG-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, DELEGATION PRET="
                    AD-NUMERO-PRET " STATUS=" WS-DLG-STATUS
           END-REWRITE

           .

      *> Client inconnu au maitre : l'enregistrement est remis a
      *> blanc pour que les controles deces / adresse NPAI qui
      *> suivent ne consultent pas le client lu juste avant.
       LIRE-NOM-CLIENT.
           MOVE PR-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 INITIALIZE CLIENT-MASTER-REC
                 MOVE "(CLIENT INCONNU)" TO WS-NOM-CLIENT
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
           END-READ

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-DELEGUES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "PRETS EN DELEGATION      =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-COUVERTS TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "ATTESTATIONS EN COURS    =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-RELANCES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "RELANCES ENVOYEES        =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-EN-ATTENTE TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "RELANCES EN ATTENTE      =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-NON-ASSURES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "PRETS NON ASSURES        =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
