       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETRECX.

      *> Transmission des dossiers precontentieux a l'agence de
      *> recouvrement externe, dans le prolongement de PRETRELA :
      *> un pret actif au niveau de relance 3 (precontentieux) sans
      *> reglement recu depuis le delai de recouvrement.ctl (120
      *> jours par defaut) et qui n'est pas deja a l'agence part
      *> dans agence-transmis.out, au format d'interface maison
      *> (1 = entete, 2 = detail, 9 = totaux, comme prets.in et
      *> prelevements.out) : identite de l'emprunteur relue au
      *> maitre clients.idx, montant des echeances impayees et
      *> capital restant du. Le dossier est ouvert au registre
      *> recouvrement.idx, que PRETRECR tient a jour avec les
      *> retours de l'agence. Le programme edite ensuite l'etat
      *> recouvrement.rpt des dossiers en cours a l'agence par
      *> anciennete de transmission.

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

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RECOUVR-FILE ASSIGN TO "Data/pret/recouvrement.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-NUMERO-PRET
               FILE STATUS IS WS-REC-STATUS.

           SELECT DELAI-FILE ASSIGN TO "Data/pret/recouvrement.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT TRANSMIS-FILE
                 ASSIGN TO "Data/pret/agence-transmis.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/pret/recouvrement.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RECOUVR-FILE.
           COPY RECOUVR-REC.

      *> Delai sans reglement, en jours, au-dela duquel un dossier
      *> au precontentieux part a l'agence.
       FD  DELAI-FILE.
       01  DELAI-LINE.
           05 DL-DELAI-JOURS          PIC 9(3).

       FD  TRANSMIS-FILE.
       01  TRANSMIS-REC.
           05 TR-TYPE-ENR             PIC X.
              88 TR-ENTETE            VALUE "1".
              88 TR-DETAIL            VALUE "2".
              88 TR-TOTAUX            VALUE "9".
           05 TR-DONNEES              PIC X(140).

       FD  ETAT-FILE.
       01  ETAT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-REC-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-TRA-STATUS         PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-TRANSMIS     PIC 9(5) VALUE 0.
       01  WS-COUNT-EN-COURS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-TRANSMIS     PIC 9(11)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DELAI-JOURS        PIC 9(3) VALUE 0.
       01  WS-DATE-REFERENCE     PIC 9(8).
       01  WS-JOURS-SANS-REGLEMENT PIC S9(6).
       01  WS-ECH-MANQUEES       PIC S9(4).
       01  WS-MONTANT-DU         PIC 9(9)V99.
       01  WS-ANCIENNETE         PIC S9(6).
       01  WS-DOSSIER-OUVERT     PIC X.
           88  DOSSIER-OUVERT             VALUE "O".

      *> Detail de la transmission : pret, emprunteur (identite et
      *> coordonnees du maitre clients), montant impaye, capital
      *> restant du, date du dernier reglement et devise, en
      *> positions fixes.
       01  WS-TRANSMIS-ENTETE.
           05  WS-TE-DATE        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TE-EMETTEUR    PIC X(10) VALUE "PRETRECX".
           05  FILLER            PIC X(121) VALUE SPACES.

       01  WS-TRANSMIS-DETAIL.
           05  WS-TD-NUMERO-PRET PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-ID-CLIENT   PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-NOM         PIC X(20).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-VILLE       PIC X(15).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-TELEPHONE   PIC X(15).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-EMAIL       PIC X(30).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-MONTANT-DU  PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-SOLDE       PIC 9(8)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-DATE-DERN-PAIEMENT PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TD-DEVISE      PIC X(3).
           05  FILLER            PIC X(7) VALUE SPACES.

       01  WS-TRANSMIS-TOTAUX.
           05  WS-TT-NB          PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-TT-TOTAL       PIC 9(11)V99.
           05  FILLER            PIC X(121) VALUE SPACES.

      *> Tranches d'anciennete des dossiers a l'agence, en jours
      *> depuis la transmission.
       01  WS-TABLE-TRANCHES.
           05  WS-TRANCHE OCCURS 4 TIMES.
               10  WS-TR-LIBELLE     PIC X(12).
               10  WS-TR-NB          PIC 9(5).
               10  WS-TR-MONTANT-DU  PIC 9(11)V99.
               10  WS-TR-RECOUVRE    PIC 9(11)V99.
       01  WS-TRANCHE-INDEX      PIC 9.

       01  WS-MONTANT-ED         PIC Z(8)9,99.
       01  WS-SOLDE-ED           PIC Z(7)9,99.
       01  WS-RECOUVRE-ED        PIC Z(8)9,99.
       01  WS-ANCIENNETE-ED      PIC ZZZZ9.
       01  WS-NB-ED              PIC ZZZZ9.
       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-TOTAL-REC-ED       PIC Z(10)9,99.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== PRETRECX START ===".
           MOVE "PRETRECX" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-TRANSMIS
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

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Premier passage : le registre des dossiers a l'agence
      *    est cree vide.
           OPEN I-O RECOUVR-FILE.
           IF WS-REC-STATUS = "35"
              OPEN OUTPUT RECOUVR-FILE
              CLOSE RECOUVR-FILE
              OPEN I-O RECOUVR-FILE
           END-IF.
           IF WS-REC-STATUS NOT = "00"
              DISPLAY "RECOUVR-FILE OPEN ERROR, STATUS="
                 WS-REC-STATUS
              CLOSE PORTEFEUILLE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TRANSMIS-FILE.
           IF WS-TRA-STATUS NOT = "00"
              DISPLAY "TRANSMIS-FILE OPEN ERROR, STATUS="
                 WS-TRA-STATUS
              CLOSE PORTEFEUILLE CLIENT-MASTER RECOUVR-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE PORTEFEUILLE CLIENT-MASTER RECOUVR-FILE
                 TRANSMIS-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM LECTURE-DELAI.
           DISPLAY "DELAI SANS REGLEMENT AVANT TRANSMISSION="
              WS-DELAI-JOURS " JOURS".

           PERFORM ECRIRE-ENTETE.

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
                    IF PR-ACTIF AND PR-NIVEAU-RELANCE = 3
                       PERFORM TRAITER-PRET
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM ECRIRE-TOTAUX.

           PERFORM EDITER-DOSSIERS.

           CLOSE PORTEFEUILLE CLIENT-MASTER RECOUVR-FILE
              TRANSMIS-FILE ETAT-FILE.

           DISPLAY "PRETS LUS=" WS-COUNT-LUS
              " TRANSMIS=" WS-COUNT-TRANSMIS
              " EN COURS A L'AGENCE=" WS-COUNT-EN-COURS.
           MOVE "PRETRECX" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-TRANSMIS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETRECX END ===".
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
      *    Pas de parametrage publie : cent vingt jours sans
      *    reglement, soit un mois plein apres la lettre de
      *    precontentieux envoyee a 90 jours.
           IF WS-DELAI-JOURS = ZERO
              MOVE 120 TO WS-DELAI-JOURS
           END-IF

           .

      *> Un pret au precontentieux part a l'agence quand aucun
      *> reglement n'est arrive depuis le delai (a defaut de tout
      *> reglement, depuis le debut du pret), qu'il n'y a pas deja
      *> un dossier en cours, et que l'emprunteur n'est pas decede
      *> (le dossier releve alors du circuit des sinistres).
       TRAITER-PRET.
           IF PR-DATE-DERN-PAIEMENT > ZERO
              MOVE PR-DATE-DERN-PAIEMENT TO WS-DATE-REFERENCE
           ELSE
              MOVE PR-DATE-DEBUT TO WS-DATE-REFERENCE
           END-IF.
           COMPUTE WS-JOURS-SANS-REGLEMENT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE).
           IF WS-JOURS-SANS-REGLEMENT < WS-DELAI-JOURS
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DOSSIER-OUVERT.
           MOVE PR-NUMERO-PRET TO RA-NUMERO-PRET.
           READ RECOUVR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "O" TO WS-DOSSIER-OUVERT
           END-READ.
           IF DOSSIER-OUVERT AND RA-EN-COURS
              EXIT PARAGRAPH
           END-IF.

           MOVE PR-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 INITIALIZE CLIENT-MASTER-REC
                 MOVE "(CLIENT INCONNU)" TO
                    CL-NAME OF CLIENT-MASTER-REC
           END-READ.
           IF CL-DECEDE OF CLIENT-MASTER-REC
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ECH-MANQUEES =
              PR-NB-ECH-FACTUREES - PR-NB-ECH-PAYEES.
           IF WS-ECH-MANQUEES < ZERO
              MOVE ZERO TO WS-ECH-MANQUEES
           END-IF.
           COMPUTE WS-MONTANT-DU = WS-ECH-MANQUEES *
              (PR-MENSUALITE + PR-PRIME-ASSURANCE).

           PERFORM ECRIRE-DETAIL.
           PERFORM OUVRIR-DOSSIER

           .

       ECRIRE-ENTETE.
           MOVE WS-DATE-JOUR TO WS-TE-DATE.
           MOVE SPACES TO TRANSMIS-REC.
           MOVE "1" TO TR-TYPE-ENR.
           MOVE WS-TRANSMIS-ENTETE TO TR-DONNEES.
           WRITE TRANSMIS-REC

           .

       ECRIRE-DETAIL.
           MOVE PR-NUMERO-PRET TO WS-TD-NUMERO-PRET.
           MOVE PR-ID-CLIENT TO WS-TD-ID-CLIENT.
           MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-TD-NOM.
           MOVE CL-CITY OF CLIENT-MASTER-REC TO WS-TD-VILLE.
           MOVE CL-PHONE OF CLIENT-MASTER-REC TO WS-TD-TELEPHONE.
           MOVE CL-EMAIL OF CLIENT-MASTER-REC TO WS-TD-EMAIL.
           MOVE WS-MONTANT-DU TO WS-TD-MONTANT-DU.
           MOVE PR-SOLDE-RESTANT TO WS-TD-SOLDE.
           MOVE PR-DATE-DERN-PAIEMENT TO WS-TD-DATE-DERN-PAIEMENT.
           MOVE PR-DEVISE TO WS-TD-DEVISE.

           MOVE SPACES TO TRANSMIS-REC.
           MOVE "2" TO TR-TYPE-ENR.
           MOVE WS-TRANSMIS-DETAIL TO TR-DONNEES.
           WRITE TRANSMIS-REC.

           ADD 1 TO WS-COUNT-TRANSMIS.
           ADD WS-MONTANT-DU TO WS-TOTAL-TRANSMIS

           .

      *> Ouverture du dossier au registre ; un dossier clos par
      *> l'agence puis retombe au precontentieux repart a zero.
       OUVRIR-DOSSIER.
           MOVE PR-NUMERO-PRET TO RA-NUMERO-PRET.
           MOVE PR-ID-CLIENT TO RA-ID-CLIENT.
           MOVE WS-DATE-JOUR TO RA-DATE-TRANSMISSION.
           MOVE WS-MONTANT-DU TO RA-MONTANT-DU.
           MOVE PR-SOLDE-RESTANT TO RA-SOLDE-TRANSMIS.
           SET RA-TRANSMIS TO TRUE.
           MOVE WS-DATE-JOUR TO RA-DATE-STATUT.
           MOVE ZERO TO RA-PLAN-MENSUALITE.
           MOVE ZERO TO RA-PLAN-NB-ECH.
           MOVE ZERO TO RA-MONTANT-RECOUVRE.
           MOVE ZERO TO RA-COMMISSIONS.
           MOVE SPACES TO RA-MOTIF-CLOTURE.

           IF DOSSIER-OUVERT
              REWRITE RECOUVR-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, DOSSIER="
                       RA-NUMERO-PRET " STATUS=" WS-REC-STATUS
              END-REWRITE
           ELSE
              WRITE RECOUVR-REC
                 INVALID KEY
                    DISPLAY "WRITE IMPOSSIBLE, DOSSIER="
                       RA-NUMERO-PRET " STATUS=" WS-REC-STATUS
              END-WRITE
           END-IF

           .

       ECRIRE-TOTAUX.
           MOVE WS-COUNT-TRANSMIS TO WS-TT-NB.
           MOVE WS-TOTAL-TRANSMIS TO WS-TT-TOTAL.
           MOVE SPACES TO TRANSMIS-REC.
           MOVE "9" TO TR-TYPE-ENR.
           MOVE WS-TRANSMIS-TOTAUX TO TR-DONNEES.
           WRITE TRANSMIS-REC.

           MOVE WS-COUNT-TRANSMIS TO WS-NB-ED.
           MOVE WS-TOTAL-TRANSMIS TO WS-TOTAL-ED.
           DISPLAY "TRANSMISSION AGENCE : DOSSIERS=" WS-NB-ED
              " IMPAYES=" WS-TOTAL-ED

           .

      *> Etat des dossiers en cours a l'agence (transmis ou sous
      *> echeancier), y compris ceux transmis ce jour : une ligne
      *> par dossier puis les cumuls par tranche d'anciennete.
       EDITER-DOSSIERS.
           INITIALIZE WS-TABLE-TRANCHES.
           MOVE "0-90 J" TO WS-TR-LIBELLE(1).
           MOVE "91-180 J" TO WS-TR-LIBELLE(2).
           MOVE "181-365 J" TO WS-TR-LIBELLE(3).
           MOVE "> 365 J" TO WS-TR-LIBELLE(4).

           MOVE SPACES TO ETAT-LINE.
           STRING
              "DOSSIERS EN COURS A L'AGENCE DE RECOUVREMENT AU "
              WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RA-NUMERO-PRET.
           START RECOUVR-FILE KEY NOT < RA-NUMERO-PRET
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ RECOUVR-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RA-EN-COURS
                       PERFORM EDITER-DOSSIER
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE "CUMULS PAR ANCIENNETE DE TRANSMISSION" TO ETAT-LINE.
           WRITE ETAT-LINE.
           PERFORM VARYING WS-TRANCHE-INDEX FROM 1 BY 1
                 UNTIL WS-TRANCHE-INDEX > 4
              MOVE WS-TR-NB(WS-TRANCHE-INDEX) TO WS-NB-ED
              MOVE WS-TR-MONTANT-DU(WS-TRANCHE-INDEX) TO WS-TOTAL-ED
              MOVE WS-TR-RECOUVRE(WS-TRANCHE-INDEX) TO
                 WS-TOTAL-REC-ED
              MOVE SPACES TO ETAT-LINE
              STRING
                 WS-TR-LIBELLE(WS-TRANCHE-INDEX)
                 " DOSSIERS=" WS-NB-ED
                 " IMPAYES TRANSMIS=" WS-TOTAL-ED
                 " RECOUVRE=" WS-TOTAL-REC-ED
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
              WRITE ETAT-LINE
           END-PERFORM

           .

       EDITER-DOSSIER.
           COMPUTE WS-ANCIENNETE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              - FUNCTION INTEGER-OF-DATE(RA-DATE-TRANSMISSION).
           EVALUATE TRUE
              WHEN WS-ANCIENNETE <= 90
                 MOVE 1 TO WS-TRANCHE-INDEX
              WHEN WS-ANCIENNETE <= 180
                 MOVE 2 TO WS-TRANCHE-INDEX
              WHEN WS-ANCIENNETE <= 365
                 MOVE 3 TO WS-TRANCHE-INDEX
              WHEN OTHER
                 MOVE 4 TO WS-TRANCHE-INDEX
           END-EVALUATE.

           ADD 1 TO WS-TR-NB(WS-TRANCHE-INDEX).
           ADD RA-MONTANT-DU TO WS-TR-MONTANT-DU(WS-TRANCHE-INDEX).
           ADD RA-MONTANT-RECOUVRE TO
              WS-TR-RECOUVRE(WS-TRANCHE-INDEX).
           ADD 1 TO WS-COUNT-EN-COURS.

           MOVE WS-ANCIENNETE TO WS-ANCIENNETE-ED.
           MOVE RA-MONTANT-DU TO WS-MONTANT-ED.
           MOVE RA-SOLDE-TRANSMIS TO WS-SOLDE-ED.
           MOVE RA-MONTANT-RECOUVRE TO WS-RECOUVRE-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "PRET=" RA-NUMERO-PRET
              " CLIENT=" RA-ID-CLIENT
              " TRANSMIS LE " RA-DATE-TRANSMISSION
              " (" WS-ANCIENNETE-ED " J)"
              " STATUT=" RA-STATUT
              " IMPAYES=" WS-MONTANT-ED
              " CAPITAL=" WS-SOLDE-ED
              " RECOUVRE=" WS-RECOUVRE-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .
