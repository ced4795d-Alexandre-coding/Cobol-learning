       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETVEIL.

      *> Liste mensuelle de vigilance des emprunteurs : repere,
      *> avant la premiere echeance manquee, les emprunteurs dont
      *> les autres fichiers de la maison signalent une degradation.
      *> Chaque client titulaire d'un pret actif et sans aucun
      *> retard au sens de PRETARR est note sur cinq signaux :
      *>   - jours a decouvert du mois (decouverts.out, COMPTREL) ;
      *>   - prelevements d'echeance rejetes par la banque
      *>     (prelevements-rejets.out, PRETRETB) ;
      *>   - credits du mois au compte courant (operations.in, hors
      *>     deblocages de prets) tombes sous un pourcentage du
      *>     revenu mensuel declare au pret (PR-REVENU-MENSUEL) ;
      *>   - reclamation ouverte (reclamations.idx) ;
      *>   - cas ouvert par la surveillance des operations
      *>     (surveillance-cas.out, SURVOPS).
      *> Les points de chaque signal et le seuil d'inscription sur
      *> la liste viennent de veille.ctl (valeurs par defaut a
      *> defaut). Un fichier de signaux absent neutralise son seul
      *> signal. La liste (veille.out) sort par agence du client,
      *> les scores les plus eleves en tete, avec le telephone pour
      *> l'appel du conseiller.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "Data/pret/veille.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

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

           SELECT DECOUVERT-FILE
                 ASSIGN TO "Data/compte/decouverts.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT REJET-FILE
                 ASSIGN TO "Data/pret/prelevements-rejets.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT RECLAM-FILE ASSIGN TO "Data/seq/reclamations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUMERO
               FILE STATUS IS WS-REC-STATUS.

           SELECT CAS-FILE ASSIGN TO "Data/ops/surveillance-cas.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.

           SELECT VEILLE-FILE ASSIGN TO "Data/pret/veille.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEI-STATUS.

           SELECT SORT-WORK-FILE
                 ASSIGN TO "Data/pret/veille.srt".

       DATA DIVISION.
       FILE SECTION.
      *> Ponderations : JD points par jour a decouvert, JM plafond
      *> des points de decouvert, RJ points par prelevement rejete,
      *> RV pourcentage du revenu sous lequel les credits alertent,
      *> PV points de baisse des credits, RC points de reclamation
      *> ouverte, SV points de cas de surveillance, SL score minimal
      *> d'inscription sur la liste.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  VC-CODE           PIC X(2).
           05  VC-VALEUR         PIC 9(9)V99.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

      *> Ligne d'alerte de COMPTREL, lue a positions fixes.
       FD  DECOUVERT-FILE.
       01  DECOUVERT-LINE.
           05  DV-LIBELLE        PIC X(17).
           05  DV-ID-CLIENT      PIC X(6).
           05  FILLER            PIC X(18).
           05  DV-PLUS-BAS       PIC X(13).
      *    Devise du releve (4) puis libelle des jours (19).
           05  FILLER            PIC X(23).
           05  DV-JOURS          PIC X(3).
           05  FILLER            PIC X(20).

      *> Ligne de rejet de PRETRETB ; les retours illisibles n'ont
      *> pas ce libelle et sont ignores.
       FD  REJET-FILE.
       01  REJET-LINE.
           05  RJ-LIBELLE        PIC X(11).
           05  RJ-NUMERO-PRET    PIC X(6).
           05  FILLER            PIC X(83).

       FD  OPERATION-FILE.
       01  OPERATION-LINE.
           05  OL-ID-CLIENT      PIC 9(6).
           05  OL-DATE           PIC 9(8).
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       FD  RECLAM-FILE.
           COPY RECLAM-REC.

      *> Ligne de cas de SURVOPS ; l'etat est refait a chaque
      *> passage, tout cas qui y figure est ouvert.
       FD  CAS-FILE.
       01  CAS-LINE.
           05  CS-GRAVITE        PIC X(8).
           05  CS-LIBELLE-REGLE  PIC X(6).
           05  CS-REGLE          PIC X(2).
           05  CS-LIBELLE-CLIENT PIC X(8).
           05  CS-ID-CLIENT      PIC X(6).
           05  FILLER            PIC X(102).

       FD  VEILLE-FILE.
       01  VEILLE-LINE           PIC X(160).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-AGENCE         PIC X(3).
           05  SW-SCORE          PIC 9(3).
           05  SW-ID-CLIENT      PIC 9(6).
           05  SW-NOM            PIC X(20).
           05  SW-TELEPHONE      PIC X(15).
           05  SW-NUMERO-PRET    PIC 9(6).
           05  SW-JOURS-DECOUVERT PIC 9(3).
           05  SW-NB-REJETS      PIC 9(3).
           05  SW-CREDITS        PIC 9(9)V99.
           05  SW-REVENU         PIC 9(7).
           05  SW-RECLAMATION    PIC X.
           05  SW-SURVEILLANCE   PIC X.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-DEC-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-REC-STATUS         PIC XX VALUE "00".
       01  WS-CAS-STATUS         PIC XX VALUE "00".
       01  WS-VEI-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SORT-EOF           PIC X  VALUE "N".
           88  SORT-EOF                   VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).

       01  WS-POINTS-JOUR        PIC 9(3) VALUE 2.
       01  WS-PLAFOND-DECOUVERT  PIC 9(3) VALUE 30.
       01  WS-POINTS-REJET       PIC 9(3) VALUE 25.
       01  WS-POURCENT-REVENU    PIC 9(3) VALUE 50.
       01  WS-POINTS-REVENU      PIC 9(3) VALUE 25.
       01  WS-POINTS-RECLAMATION PIC 9(3) VALUE 10.
       01  WS-POINTS-SURVEILLANCE PIC 9(3) VALUE 15.
       01  WS-SEUIL-LISTE        PIC 9(3) VALUE 30.

      *> Emprunteurs suivis : un poste par client titulaire d'au
      *> moins un pret actif, signaux cumules au fil des fichiers.
       01  WS-TABLE-EMPRUNTEURS.
           05  WS-NB-EMPRUNTEURS PIC 9(3) VALUE 0.
           05  WS-EMPRUNTEUR OCCURS 500 TIMES.
               10  WS-EM-ID-CLIENT    PIC 9(6).
               10  WS-EM-NUMERO-PRET  PIC 9(6).
               10  WS-EM-REVENU       PIC 9(7).
               10  WS-EM-EN-RETARD    PIC X.
               10  WS-EM-JOURS-DECOUVERT PIC 9(3).
               10  WS-EM-NB-REJETS    PIC 9(3).
               10  WS-EM-CREDITS      PIC 9(9)V99.
               10  WS-EM-RECLAMATION  PIC X.
               10  WS-EM-SURVEILLANCE PIC X.
       01  WS-EM-INDEX           PIC 9(3).
       01  WS-ID-RECHERCHE       PIC 9(6).
       01  WS-EMPRUNTEUR-TROUVE  PIC X.
           88  EMPRUNTEUR-TROUVE          VALUE "Y".

       01  WS-SCORE              PIC 9(5).
       01  WS-POINTS             PIC 9(5).
       01  WS-CREDITS-ATTENDUS   PIC 9(9)V99.
       01  WS-AGENCE-COURANTE    PIC X(3).
       01  WS-PREMIERE-AGENCE    PIC X VALUE "Y".

       01  WS-COUNT-PRETS        PIC 9(5) VALUE 0.
       01  WS-COUNT-NOTES        PIC 9(5) VALUE 0.
       01  WS-COUNT-LISTES       PIC 9(5) VALUE 0.
       01  WS-COUNT-AGENCE       PIC 9(5) VALUE 0.

       01  WS-NB-ED              PIC ZZZZ9.
       01  WS-SCORE-ED           PIC ZZ9.
       01  WS-JOURS-ED           PIC ZZ9.
       01  WS-REJETS-ED          PIC ZZ9.
       01  WS-CREDITS-ED         PIC Z(8)9,99.
       01  WS-REVENU-ED          PIC Z(6)9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== PRETVEIL START ===".
           MOVE "PRETVEIL" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LISTES
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
           PERFORM CHARGEMENT-PONDERATIONS.

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

           OPEN OUTPUT VEILLE-FILE.
           IF WS-VEI-STATUS NOT = "00"
              DISPLAY "VEILLE-FILE OPEN ERROR, STATUS="
                 WS-VEI-STATUS
              CLOSE PORTEFEUILLE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM RECENSER-EMPRUNTEURS.
           PERFORM CHARGER-DECOUVERTS.
           PERFORM CHARGER-REJETS.
           PERFORM CHARGER-CREDITS.
           PERFORM CHARGER-RECLAMATIONS.
           PERFORM CHARGER-CAS-SURVEILLANCE.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-AGENCE
                 DESCENDING KEY SW-SCORE
                 ASCENDING KEY SW-ID-CLIENT
              INPUT PROCEDURE IS NOTER-EMPRUNTEURS
              OUTPUT PROCEDURE IS EDITER-LISTE.

           CLOSE PORTEFEUILLE CLIENT-MASTER VEILLE-FILE.

           DISPLAY "PRETS LUS=" WS-COUNT-PRETS
              " EMPRUNTEURS NOTES=" WS-COUNT-NOTES
              " A APPELER=" WS-COUNT-LISTES.
           MOVE "EMPRUNTEURS EN LISTE DE VIGILANCE"
              TO WS-JOURNAL-EVENEMENT.
           IF WS-COUNT-LISTES > ZERO
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
           END-IF.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LISTES
              WS-JOURNAL-SEVERITE.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LISTES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETVEIL END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHARGEMENT-PONDERATIONS.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "PONDERATIONS ABSENTES, VALEURS PAR DEFAUT"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ CONTROLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE VC-CODE
                       WHEN "JD"
                          MOVE VC-VALEUR TO WS-POINTS-JOUR
                       WHEN "JM"
                          MOVE VC-VALEUR TO WS-PLAFOND-DECOUVERT
                       WHEN "RJ"
                          MOVE VC-VALEUR TO WS-POINTS-REJET
                       WHEN "RV"
                          MOVE VC-VALEUR TO WS-POURCENT-REVENU
                       WHEN "PV"
                          MOVE VC-VALEUR TO WS-POINTS-REVENU
                       WHEN "RC"
                          MOVE VC-VALEUR TO WS-POINTS-RECLAMATION
                       WHEN "SV"
                          MOVE VC-VALEUR TO WS-POINTS-SURVEILLANCE
                       WHEN "SL"
                          MOVE VC-VALEUR TO WS-SEUIL-LISTE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE CONTROLE-FILE

           .

      *> Un client a plusieurs prets actifs n'a qu'un poste : le
      *> plus fort revenu declare sert de reference, et un seul pret
      *> en retard suffit a l'ecarter (il releve deja de PRETARR).
       RECENSER-EMPRUNTEURS.
           SET NOT-EOF TO TRUE.
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
                    IF PR-ACTIF
                       ADD 1 TO WS-COUNT-PRETS
                       PERFORM INSCRIRE-EMPRUNTEUR
                    END-IF
              END-READ
           END-PERFORM

           .

       INSCRIRE-EMPRUNTEUR.
           MOVE PR-ID-CLIENT TO WS-ID-RECHERCHE.
           PERFORM CHERCHER-EMPRUNTEUR.
           IF WS-EM-INDEX = ZERO
              IF WS-NB-EMPRUNTEURS >= 500
                 DISPLAY "TABLE DES EMPRUNTEURS SATUREE, CLIENT="
                    PR-ID-CLIENT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-EMPRUNTEURS
              MOVE WS-NB-EMPRUNTEURS TO WS-EM-INDEX
              MOVE PR-ID-CLIENT TO WS-EM-ID-CLIENT(WS-EM-INDEX)
              MOVE PR-NUMERO-PRET TO WS-EM-NUMERO-PRET(WS-EM-INDEX)
              MOVE ZERO TO WS-EM-REVENU(WS-EM-INDEX)
              MOVE "N" TO WS-EM-EN-RETARD(WS-EM-INDEX)
              MOVE ZERO TO WS-EM-JOURS-DECOUVERT(WS-EM-INDEX)
              MOVE ZERO TO WS-EM-NB-REJETS(WS-EM-INDEX)
              MOVE ZERO TO WS-EM-CREDITS(WS-EM-INDEX)
              MOVE "N" TO WS-EM-RECLAMATION(WS-EM-INDEX)
              MOVE "N" TO WS-EM-SURVEILLANCE(WS-EM-INDEX)
           END-IF.

           IF PR-REVENU-MENSUEL > WS-EM-REVENU(WS-EM-INDEX)
              MOVE PR-REVENU-MENSUEL TO WS-EM-REVENU(WS-EM-INDEX)
           END-IF.
           IF PR-NB-ECH-FACTUREES > PR-NB-ECH-PAYEES
              MOVE "O" TO WS-EM-EN-RETARD(WS-EM-INDEX)
           END-IF

           .

       CHERCHER-EMPRUNTEUR.
           MOVE "N" TO WS-EMPRUNTEUR-TROUVE.
           PERFORM VARYING WS-EM-INDEX FROM 1 BY 1
                 UNTIL WS-EM-INDEX > WS-NB-EMPRUNTEURS
                 OR EMPRUNTEUR-TROUVE
              IF WS-EM-ID-CLIENT(WS-EM-INDEX) = WS-ID-RECHERCHE
                 SET EMPRUNTEUR-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF EMPRUNTEUR-TROUVE
              SUBTRACT 1 FROM WS-EM-INDEX
           ELSE
              MOVE ZERO TO WS-EM-INDEX
           END-IF

           .

       CHARGER-DECOUVERTS.
           OPEN INPUT DECOUVERT-FILE.
           IF WS-DEC-STATUS NOT = "00"
              DISPLAY "DECOUVERTS ABSENTS, SIGNAL IGNORE"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ DECOUVERT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF DV-LIBELLE = "DECOUVERT COMPTE="
                          AND DV-ID-CLIENT IS NUMERIC
                          AND DV-JOURS IS NUMERIC
                       MOVE DV-ID-CLIENT TO WS-ID-RECHERCHE
                       PERFORM CHERCHER-EMPRUNTEUR
      *                Plusieurs comptes du meme client : le plus
      *                long decouvert du mois fait foi.
                       IF WS-EM-INDEX > ZERO
                          IF DV-JOURS >
                                WS-EM-JOURS-DECOUVERT(WS-EM-INDEX)
                             MOVE DV-JOURS
                                TO WS-EM-JOURS-DECOUVERT(WS-EM-INDEX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE DECOUVERT-FILE

           .

      *> Le rejet cite le pret : le client est repris du contrat.
       CHARGER-REJETS.
           OPEN INPUT REJET-FILE.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "REJETS DE PRELEVEMENT ABSENTS, SIGNAL IGNORE"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ REJET-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RJ-LIBELLE = "REJET PRET="
                          AND RJ-NUMERO-PRET IS NUMERIC
                       PERFORM IMPUTER-REJET
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE REJET-FILE

           .

       IMPUTER-REJET.
           MOVE RJ-NUMERO-PRET TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE PR-ID-CLIENT TO WS-ID-RECHERCHE.
           PERFORM CHERCHER-EMPRUNTEUR.
           IF WS-EM-INDEX > ZERO
                 AND WS-EM-NB-REJETS(WS-EM-INDEX) < 999
              ADD 1 TO WS-EM-NB-REJETS(WS-EM-INDEX)
           END-IF

           .

      *> Credits du mois au compte courant ; le deblocage d'un pret
      *> n'est pas un revenu et n'entre pas dans le cumul.
       CHARGER-CREDITS.
           OPEN INPUT OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATIONS ABSENTES, SIGNAL IGNORE"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ OPERATION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF OL-MONTANT > ZERO
                          AND OL-LIBELLE NOT = "DEBLOCAGE"
                       MOVE OL-ID-CLIENT TO WS-ID-RECHERCHE
                       PERFORM CHERCHER-EMPRUNTEUR
                       IF WS-EM-INDEX > ZERO
                          ADD OL-MONTANT
                             TO WS-EM-CREDITS(WS-EM-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE OPERATION-FILE

           .

       CHARGER-RECLAMATIONS.
           OPEN INPUT RECLAM-FILE.
           IF WS-REC-STATUS NOT = "00"
              DISPLAY "RECLAMATIONS ABSENTES, SIGNAL IGNORE"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ RECLAM-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RC-OUVERTE
                       MOVE RC-ID-CLIENT TO WS-ID-RECHERCHE
                       PERFORM CHERCHER-EMPRUNTEUR
                       IF WS-EM-INDEX > ZERO
                          MOVE "O" TO WS-EM-RECLAMATION(WS-EM-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE RECLAM-FILE

           .

       CHARGER-CAS-SURVEILLANCE.
           OPEN INPUT CAS-FILE.
           IF WS-CAS-STATUS NOT = "00"
              DISPLAY "CAS DE SURVEILLANCE ABSENTS, SIGNAL IGNORE"
              EXIT PARAGRAPH
           END-IF.

           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ CAS-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CS-LIBELLE-CLIENT = " CLIENT="
                          AND CS-ID-CLIENT IS NUMERIC
                       MOVE CS-ID-CLIENT TO WS-ID-RECHERCHE
                       PERFORM CHERCHER-EMPRUNTEUR
                       IF WS-EM-INDEX > ZERO
                          MOVE "O"
                             TO WS-EM-SURVEILLANCE(WS-EM-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CAS-FILE

           .

      *> Notation des emprunteurs sans retard ; ceux qui atteignent
      *> le seuil passent au tri par agence et par score.
       NOTER-EMPRUNTEURS.
           PERFORM VARYING WS-EM-INDEX FROM 1 BY 1
                 UNTIL WS-EM-INDEX > WS-NB-EMPRUNTEURS
              IF WS-EM-EN-RETARD(WS-EM-INDEX) = "N"
                 ADD 1 TO WS-COUNT-NOTES
                 PERFORM CALCULER-SCORE
                 IF WS-SCORE >= WS-SEUIL-LISTE
                    PERFORM LIBERER-EMPRUNTEUR
                 END-IF
              END-IF
           END-PERFORM

           .

       CALCULER-SCORE.
           COMPUTE WS-POINTS = WS-EM-JOURS-DECOUVERT(WS-EM-INDEX)
              * WS-POINTS-JOUR.
           IF WS-POINTS > WS-PLAFOND-DECOUVERT
              MOVE WS-PLAFOND-DECOUVERT TO WS-POINTS
           END-IF.
           MOVE WS-POINTS TO WS-SCORE.

           COMPUTE WS-SCORE = WS-SCORE
              + WS-EM-NB-REJETS(WS-EM-INDEX) * WS-POINTS-REJET.

           IF WS-EM-REVENU(WS-EM-INDEX) > ZERO
              COMPUTE WS-CREDITS-ATTENDUS =
                 WS-EM-REVENU(WS-EM-INDEX) * WS-POURCENT-REVENU / 100
              IF WS-EM-CREDITS(WS-EM-INDEX) < WS-CREDITS-ATTENDUS
                 ADD WS-POINTS-REVENU TO WS-SCORE
              END-IF
           END-IF.

           IF WS-EM-RECLAMATION(WS-EM-INDEX) = "O"
              ADD WS-POINTS-RECLAMATION TO WS-SCORE
           END-IF.
           IF WS-EM-SURVEILLANCE(WS-EM-INDEX) = "O"
              ADD WS-POINTS-SURVEILLANCE TO WS-SCORE
           END-IF.
           IF WS-SCORE > 999
              MOVE 999 TO WS-SCORE
           END-IF

           .

       LIBERER-EMPRUNTEUR.
           MOVE WS-EM-ID-CLIENT(WS-EM-INDEX)
              TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "???" TO SW-AGENCE
                 MOVE "(CLIENT INCONNU)" TO SW-NOM
                 MOVE SPACES TO SW-TELEPHONE
              NOT INVALID KEY
                 MOVE CL-AGENCE OF CLIENT-MASTER-REC TO SW-AGENCE
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO SW-NOM
                 MOVE CL-PHONE OF CLIENT-MASTER-REC TO SW-TELEPHONE
           END-READ.
           IF SW-AGENCE = SPACES
              MOVE "001" TO SW-AGENCE
           END-IF.

           MOVE WS-SCORE TO SW-SCORE.
           MOVE WS-EM-ID-CLIENT(WS-EM-INDEX) TO SW-ID-CLIENT.
           MOVE WS-EM-NUMERO-PRET(WS-EM-INDEX) TO SW-NUMERO-PRET.
           MOVE WS-EM-JOURS-DECOUVERT(WS-EM-INDEX)
              TO SW-JOURS-DECOUVERT.
           MOVE WS-EM-NB-REJETS(WS-EM-INDEX) TO SW-NB-REJETS.
           MOVE WS-EM-CREDITS(WS-EM-INDEX) TO SW-CREDITS.
           MOVE WS-EM-REVENU(WS-EM-INDEX) TO SW-REVENU.
           MOVE WS-EM-RECLAMATION(WS-EM-INDEX) TO SW-RECLAMATION.
           MOVE WS-EM-SURVEILLANCE(WS-EM-INDEX) TO SW-SURVEILLANCE.
           RELEASE SORT-WORK-REC

           .

       EDITER-LISTE.
           MOVE SPACES TO VEILLE-LINE.
           STRING
              "LISTE DE VIGILANCE EMPRUNTEURS AU " WS-DATE-JOUR
              " - SEUIL=" WS-SEUIL-LISTE
              DELIMITED BY SIZE
              INTO VEILLE-LINE
           END-STRING.
           WRITE VEILLE-LINE.

           PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF WS-PREMIERE-AGENCE = "Y"
                          OR SW-AGENCE NOT = WS-AGENCE-COURANTE
                       IF WS-PREMIERE-AGENCE = "N"
                          PERFORM EDITER-TOTAL-AGENCE
                       END-IF
                       MOVE "N" TO WS-PREMIERE-AGENCE
                       MOVE SW-AGENCE TO WS-AGENCE-COURANTE
                       MOVE ZERO TO WS-COUNT-AGENCE
                       MOVE SPACES TO VEILLE-LINE
                       WRITE VEILLE-LINE
                       MOVE SPACES TO VEILLE-LINE
                       STRING
                          "AGENCE=" SW-AGENCE
                          DELIMITED BY SIZE
                          INTO VEILLE-LINE
                       END-STRING
                       WRITE VEILLE-LINE
                    END-IF
                    PERFORM EDITER-EMPRUNTEUR
              END-RETURN
           END-PERFORM.

           IF WS-PREMIERE-AGENCE = "N"
              PERFORM EDITER-TOTAL-AGENCE
           END-IF.

           MOVE WS-COUNT-LISTES TO WS-NB-ED.
           MOVE SPACES TO VEILLE-LINE.
           WRITE VEILLE-LINE.
           MOVE SPACES TO VEILLE-LINE.
           STRING
              "TOTAL EMPRUNTEURS A APPELER=" WS-NB-ED
              DELIMITED BY SIZE
              INTO VEILLE-LINE
           END-STRING.
           WRITE VEILLE-LINE.
           DISPLAY VEILLE-LINE

           .

       EDITER-EMPRUNTEUR.
           ADD 1 TO WS-COUNT-LISTES.
           ADD 1 TO WS-COUNT-AGENCE.
           MOVE SW-SCORE TO WS-SCORE-ED.
           MOVE SW-JOURS-DECOUVERT TO WS-JOURS-ED.
           MOVE SW-NB-REJETS TO WS-REJETS-ED.
           MOVE SW-CREDITS TO WS-CREDITS-ED.
           MOVE SW-REVENU TO WS-REVENU-ED.
           MOVE SPACES TO VEILLE-LINE.
           STRING
              "  SCORE=" WS-SCORE-ED
              " CLIENT=" SW-ID-CLIENT
              " " SW-NOM
              " TEL=" SW-TELEPHONE
              " PRET=" SW-NUMERO-PRET
              " DECOUVERT=" WS-JOURS-ED "J"
              " REJETS=" WS-REJETS-ED
              " CREDITS=" WS-CREDITS-ED
              " REVENU=" WS-REVENU-ED
              " RECLAM=" SW-RECLAMATION
              " SURV=" SW-SURVEILLANCE
              DELIMITED BY SIZE
              INTO VEILLE-LINE
           END-STRING.
           WRITE VEILLE-LINE

           .

       EDITER-TOTAL-AGENCE.
           MOVE WS-COUNT-AGENCE TO WS-NB-ED.
           MOVE SPACES TO VEILLE-LINE.
           STRING
              "  TOTAL AGENCE=" WS-AGENCE-COURANTE
              " A APPELER=" WS-NB-ED
              DELIMITED BY SIZE
              INTO VEILLE-LINE
           END-STRING.
           WRITE VEILLE-LINE

           .
