       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.

      *> Recertification trimestrielle des acces (chaine QUARTEND) :
      *> chaque trimestre, les responsables confirment ou revoquent
      *> les habilitations des operateurs au vu de l'etat
      *> Data/ops/recertification.rpt produit ici.
      *>   1. Les decisions du trimestre precedent, rendues dans
      *>      Data/ops/recertification-decisions.in (identifiant +
      *>      C = confirme / R = revoque), sont d'abord appliquees au
      *>      fichier des operateurs : une confirmation date la
      *>      recertification du compte, une revocation passe le
      *>      compte a l'etat R. Un identifiant inconnu est signale
      *>      et journalise en AVERTISSEMENT.
      *>   2. Les comptes actifs sans session depuis le delai
      *>      d'inactivite (INA de securite.ctl, 90 jours a defaut,
      *>      meme regle que CONSOLE) sont desactives.
      *>   3. L'etat liste chaque operateur : profil, etat, derniere
      *>      session, date du code, derniere recertification, et ses
      *>      actions sensibles de la periode - les lignes d'audit
      *>      du maitre client (clients.aud) qu'il a signees comme
      *>      demandeur ou approbateur, les demandes qu'il a mises
      *>      au circuit des quatre yeux et celles qu'il a validees
      *>      ou rejetees (approbations.idx).
      *> La periode court du premier jour du troisieme mois qui
      *> precede la date de traitement jusqu'a cette date : lance
      *> debut avril, l'etat couvre janvier a mars et les jours
      *> d'avril deja passes. Le fichier des operateurs n'est
      *> reecrit que si une decision ou une desactivation l'a
      *> change.
      *> Codes retour : 0 = etat produit, 4 = fichier des operateurs
      *> ou etat inaccessible, 8 = lancement refuse au registre des
      *> executions.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-FILE ASSIGN TO "Data/ops/operateurs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT SECURITE-FILE ASSIGN TO "Data/ops/securite.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT DECISION-FILE
                 ASSIGN TO "Data/ops/recertification-decisions.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "Data/seq/clients.aud"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT APPROBATION-FILE
                 ASSIGN TO "Data/seq/approbations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-APP-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/ops/recertification.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATEUR-FILE.
       01  OPERATEUR-LINE        PIC X(71).

       FD  SECURITE-FILE.
       01  SECURITE-REC.
           05  SE-CODE           PIC X(3).
           05  SE-VALEUR         PIC 9(9).

       FD  DECISION-FILE.
       01  DECISION-REC.
           05  RD-ID             PIC X(10).
           05  FILLER            PIC X.
           05  RD-DECISION       PIC X.
               88  RD-CONFIRME       VALUE "C".
               88  RD-REVOQUE        VALUE "R".

       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05  AL-HORODATAGE     PIC X(14).
           05  FILLER            PIC X.
           05  AL-ACTION         PIC X(10).
           05  FILLER            PIC X.
           05  AL-ID-CLIENT      PIC X(6).
           05  AL-LIB-AVANT      PIC X(7).
           05  AL-IMAGE-AVANT    PIC X(121).
           05  AL-LIB-APRES      PIC X(7).
           05  AL-IMAGE-APRES    PIC X(121).
           05  AL-LIB-OPER       PIC X(6).
           05  AL-OPERATEURS     PIC X(21).
           05  AL-LIB-CHAINE     PIC X(4).
           05  AL-CHAINE         PIC 9(10).

       FD  APPROBATION-FILE.
       01  APPROBATION-REC.
           05  AP-NUMERO         PIC 9(6).
           05  AP-DATE           PIC 9(8).
           05  AP-DEMANDEUR      PIC X(10).
           05  AP-APPROBATEUR    PIC X(10).
           05  AP-STATUT         PIC X.
               88  AP-EN-ATTENTE VALUE "A".
               88  AP-VALIDEE    VALUE "V".
               88  AP-REJETEE    VALUE "R".
               88  AP-EXPIREE    VALUE "E".
           05  AP-ACTION         PIC X.
           05  AP-IMAGE          PIC X(121).
           05  AP-MOTIF          PIC X(30).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-SEC-STATUS         PIC XX VALUE "00".
       01  WS-DEC-STATUS         PIC XX VALUE "00".
       01  WS-AUD-STATUS         PIC XX VALUE "00".
       01  WS-APP-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

           COPY OPERATEUR-REC.

       01  WS-TABLE-OPERATEURS.
           05  WS-NB-OPERATEURS  PIC 9(3) VALUE 0.
           05  WS-OPERATEUR OCCURS 200 TIMES.
               10  WS-OPE-IMAGE      PIC X(71).
               10  WS-OPE-AUDIT      PIC 9(5).
               10  WS-OPE-DEMANDES   PIC 9(5).
               10  WS-OPE-DECISIONS  PIC 9(5).
       01  WS-OPE-INDEX          PIC 9(3).
       01  WS-OPE-COURANT        PIC 9(3).
       01  WS-ID-CHERCHE         PIC X(10).
       01  WS-FICHIER-MODIFIE    PIC X VALUE "N".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-AAAA      PIC 9(4).
           05  WS-JOUR-MM        PIC 99.
           05  WS-JOUR-JJ        PIC 99.
       01  WS-DEBUT-PERIODE      PIC 9(8).
       01  WS-DEBUT-PERIODE-R REDEFINES WS-DEBUT-PERIODE.
           05  WS-DEBUT-AAAA     PIC 9(4).
           05  WS-DEBUT-MM       PIC 99.
           05  WS-DEBUT-JJ       PIC 99.
       01  WS-DATE-REFERENCE     PIC 9(8).
       01  WS-ECART-JOURS        PIC S9(7).
       01  WS-DELAI-INACTIVITE   PIC 9(3) VALUE 90.

       01  WS-DEMANDEUR          PIC X(10).
       01  WS-APPROBATEUR        PIC X(10).

       01  WS-COUNT-CONFIRMES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REVOQUES     PIC 9(5) VALUE 0.
       01  WS-COUNT-INCONNUS     PIC 9(5) VALUE 0.
       01  WS-COUNT-DESACTIVES   PIC 9(5) VALUE 0.
       01  WS-COUNT-ACTIFS       PIC 9(5) VALUE 0.
       01  WS-COUNT-AUDIT        PIC 9(7) VALUE 0.
       01  WS-COUNT-APPROB       PIC 9(7) VALUE 0.

       01  WS-LIGNE-ENTETE.
           05  FILLER            PIC X(40)
                 VALUE "RECERTIFICATION DES ACCES - PERIODE DU ".
           05  WS-ENT-DEBUT      PIC 9(8).
           05  FILLER            PIC X(4) VALUE " AU ".
           05  WS-ENT-FIN        PIC 9(8).

       01  WS-LIGNE-DETAIL.
           05  WS-DET-ID         PIC X(10).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-PROFIL     PIC X.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  WS-DET-STATUT     PIC X.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-DET-SESSION    PIC 9(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-DATE-PIN   PIC 9(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-RECERTIF   PIC 9(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-AUDIT      PIC ZZZZ9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  WS-DET-DEMANDES   PIC ZZZZ9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  WS-DET-DECISIONS  PIC ZZZZ9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  WS-DET-REMARQUE   PIC X(30).

       01  WS-COMPTEUR-ED        PIC ZZZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10) VALUE "OPERCERT".
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
       01  WS-JOURNAL-NB         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "=== OPERCERT START ===".
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CALCULER-PERIODE.
           PERFORM CHARGEMENT-SECURITE.
           PERFORM CHARGEMENT-OPERATEURS.

           PERFORM APPLIQUER-DECISIONS.
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              PERFORM CONTROLER-INACTIVITE
           END-PERFORM.
           IF WS-FICHIER-MODIFIE = "Y"
              PERFORM REECRIRE-OPERATEURS
           END-IF.

           PERFORM COMPTER-AUDIT.
           PERFORM COMPTER-APPROBATIONS.
           PERFORM EDITER-RAPPORT.

           DISPLAY "OPERATEURS=" WS-NB-OPERATEURS
              " CONFIRMES=" WS-COUNT-CONFIRMES
              " REVOQUES=" WS-COUNT-REVOQUES
              " INCONNUS=" WS-COUNT-INCONNUS
              " DESACTIVES=" WS-COUNT-DESACTIVES.
           IF WS-COUNT-REVOQUES > ZERO
              MOVE "ACCES REVOQUES A LA RECERTIFICATION"
                 TO WS-JOURNAL-EVENEMENT
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-REVOQUES
                 WS-JOURNAL-SEVERITE
           END-IF.
           IF WS-COUNT-DESACTIVES > ZERO
              MOVE "COMPTES OPERATEURS DESACTIVES, INACTIVITE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-DESACTIVES
                 WS-JOURNAL-SEVERITE
           END-IF.
           IF WS-COUNT-INCONNUS > ZERO
              MOVE "DECISIONS DE RECERTIFICATION INCONNUES"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-INCONNUS
                 WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE.

           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           MOVE WS-NB-OPERATEURS TO WS-JOURNAL-NB.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== OPERCERT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Premier jour du troisieme mois precedent.
       CALCULER-PERIODE.
           MOVE WS-DATE-JOUR TO WS-DEBUT-PERIODE.
           MOVE 1 TO WS-DEBUT-JJ.
           IF WS-JOUR-MM > 3
              COMPUTE WS-DEBUT-MM = WS-JOUR-MM - 3
           ELSE
              COMPUTE WS-DEBUT-MM = WS-JOUR-MM + 9
              SUBTRACT 1 FROM WS-DEBUT-AAAA
           END-IF

           .

       CHARGEMENT-SECURITE.
           OPEN INPUT SECURITE-FILE.
           IF WS-SEC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ SECURITE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF SE-CODE = "INA" AND SE-VALEUR IS NUMERIC
                          AND SE-VALEUR > ZERO
                       MOVE SE-VALEUR TO WS-DELAI-INACTIVITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SECURITE-FILE

           .

       CHARGEMENT-OPERATEURS.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATEUR-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ OPERATEUR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-OPERATEURS < 200
                       ADD 1 TO WS-NB-OPERATEURS
                       MOVE OPERATEUR-LINE
                          TO WS-OPE-IMAGE(WS-NB-OPERATEURS)
                       MOVE ZERO TO WS-OPE-AUDIT(WS-NB-OPERATEURS)
                          WS-OPE-DEMANDES(WS-NB-OPERATEURS)
                          WS-OPE-DECISIONS(WS-NB-OPERATEURS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATEUR-FILE

           .

      *> Fichier de decisions facultatif : sans decisions, l'etat
      *> est produit sur le fichier des operateurs tel quel.
       APPLIQUER-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ DECISION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM APPLIQUER-DECISION
              END-READ
           END-PERFORM.
           CLOSE DECISION-FILE

           .

       APPLIQUER-DECISION.
           IF DECISION-REC = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE RD-ID TO WS-ID-CHERCHE.
           PERFORM RECHERCHER-OPERATEUR.
           IF WS-OPE-COURANT = ZERO
                 OR (NOT RD-CONFIRME AND NOT RD-REVOQUE)
              DISPLAY "DECISION IGNOREE : " DECISION-REC
              ADD 1 TO WS-COUNT-INCONNUS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPE-IMAGE(WS-OPE-COURANT) TO OPERATEUR-REC.
           IF OP-REVOQUE
              EXIT PARAGRAPH
           END-IF.
           IF RD-REVOQUE
              SET OP-REVOQUE TO TRUE
              MOVE WS-DATE-JOUR TO OP-DATE-ETAT
              ADD 1 TO WS-COUNT-REVOQUES
              DISPLAY "ACCES REVOQUE : " OP-ID
           ELSE
              MOVE WS-DATE-JOUR TO OP-DATE-RECERTIF
              ADD 1 TO WS-COUNT-CONFIRMES
           END-IF.
           MOVE OPERATEUR-REC TO WS-OPE-IMAGE(WS-OPE-COURANT).
           MOVE "Y" TO WS-FICHIER-MODIFIE

           .

       RECHERCHER-OPERATEUR.
           MOVE ZERO TO WS-OPE-COURANT.
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC
              IF OP-ID = WS-ID-CHERCHE
                 MOVE WS-OPE-INDEX TO WS-OPE-COURANT
              END-IF
           END-PERFORM

           .

      *> Meme regle qu'a l'ouverture de session (CONSOLE).
       CONTROLER-INACTIVITE.
           MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC.
           IF NOT OP-ACTIF
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DATE-REFERENCE.
           IF OP-DERNIERE-SESSION IS NUMERIC
              MOVE OP-DERNIERE-SESSION TO WS-DATE-REFERENCE
           END-IF.
           IF OP-DATE-ETAT IS NUMERIC
                 AND OP-DATE-ETAT > WS-DATE-REFERENCE
              MOVE OP-DATE-ETAT TO WS-DATE-REFERENCE
           END-IF.
           IF WS-DATE-REFERENCE = ZERO
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ECART-JOURS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE).
           IF WS-ECART-JOURS > WS-DELAI-INACTIVITE
              SET OP-DESACTIVE TO TRUE
              MOVE WS-DATE-JOUR TO OP-DATE-ETAT
              MOVE OPERATEUR-REC TO WS-OPE-IMAGE(WS-OPE-INDEX)
              MOVE "Y" TO WS-FICHIER-MODIFIE
              ADD 1 TO WS-COUNT-DESACTIVES
              DISPLAY "COMPTE DESACTIVE, INACTIF : " OP-ID
           END-IF

           .

       REECRIRE-OPERATEURS.
           OPEN OUTPUT OPERATEUR-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATEUR-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-LINE
              WRITE OPERATEUR-LINE
           END-PERFORM.
           CLOSE OPERATEUR-FILE

           .

      *> Lignes d'audit de la periode : signature demandeur, ou
      *> demandeur/approbateur pour une action validee au circuit
      *> des quatre yeux ; chacun des deux se voit compter la ligne.
       COMPTER-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
              DISPLAY "Piste d'audit absente, STATUS=" WS-AUD-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ AUDIT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF AL-HORODATAGE(1:8) >= WS-DEBUT-PERIODE
                          AND AL-HORODATAGE(1:8) <= WS-DATE-JOUR
                       ADD 1 TO WS-COUNT-AUDIT
                       MOVE SPACES TO WS-DEMANDEUR WS-APPROBATEUR
                       UNSTRING AL-OPERATEURS DELIMITED BY "/"
                          INTO WS-DEMANDEUR WS-APPROBATEUR
                       END-UNSTRING
                       MOVE WS-DEMANDEUR TO WS-ID-CHERCHE
                       PERFORM RECHERCHER-OPERATEUR
                       IF WS-OPE-COURANT NOT = ZERO
                          ADD 1 TO WS-OPE-AUDIT(WS-OPE-COURANT)
                       END-IF
                       IF WS-APPROBATEUR NOT = SPACES
                          MOVE WS-APPROBATEUR TO WS-ID-CHERCHE
                          PERFORM RECHERCHER-OPERATEUR
                          IF WS-OPE-COURANT NOT = ZERO
                             ADD 1 TO WS-OPE-AUDIT(WS-OPE-COURANT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE

           .

      *> Demandes de la periode au circuit des quatre yeux : le
      *> demandeur les a posees, l'approbateur les a validees ou
      *> rejetees (une demande expiree n'a pas d'approbateur).
       COMPTER-APPROBATIONS.
           OPEN INPUT APPROBATION-FILE.
           IF WS-APP-STATUS NOT = "00"
              DISPLAY "Approbations absentes, STATUS=" WS-APP-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ APPROBATION-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF AP-DATE >= WS-DEBUT-PERIODE
                          AND AP-DATE <= WS-DATE-JOUR
                       ADD 1 TO WS-COUNT-APPROB
                       MOVE AP-DEMANDEUR TO WS-ID-CHERCHE
                       PERFORM RECHERCHER-OPERATEUR
                       IF WS-OPE-COURANT NOT = ZERO
                          ADD 1 TO WS-OPE-DEMANDES(WS-OPE-COURANT)
                       END-IF
                       IF (AP-VALIDEE OR AP-REJETEE)
                             AND AP-APPROBATEUR NOT = SPACES
                          MOVE AP-APPROBATEUR TO WS-ID-CHERCHE
                          PERFORM RECHERCHER-OPERATEUR
                          IF WS-OPE-COURANT NOT = ZERO
                             ADD 1 TO WS-OPE-DECISIONS(WS-OPE-COURANT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE APPROBATION-FILE

           .

       EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-DEBUT-PERIODE TO WS-ENT-DEBUT.
           MOVE WS-DATE-JOUR TO WS-ENT-FIN.
           MOVE WS-LIGNE-ENTETE TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE "IDENTIFIANT PROFIL ETAT DERN.SESS. DATE CODE"
              TO RAPPORT-LINE.
           MOVE "RECERTIFIE AUDIT CLI. DEMANDES  DECISIONS REMARQUE"
              TO RAPPORT-LINE(47:).
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE ALL "-" TO RAPPORT-LINE(1:110).
           WRITE RAPPORT-LINE.

           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              PERFORM EDITER-OPERATEUR
           END-PERFORM.

           MOVE SPACES TO RAPPORT-LINE.
           MOVE ALL "-" TO RAPPORT-LINE(1:110).
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-ACTIFS TO WS-COMPTEUR-ED.
           STRING "OPERATEURS ACTIFS      : " WS-COMPTEUR-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-CONFIRMES TO WS-COMPTEUR-ED.
           STRING "ACCES CONFIRMES        : " WS-COMPTEUR-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-REVOQUES TO WS-COMPTEUR-ED.
           STRING "ACCES REVOQUES         : " WS-COMPTEUR-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-DESACTIVES TO WS-COMPTEUR-ED.
           STRING "DESACTIVES, INACTIFS   : " WS-COMPTEUR-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-INCONNUS TO WS-COMPTEUR-ED.
           STRING "DECISIONS IGNOREES     : " WS-COMPTEUR-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           CLOSE RAPPORT-FILE

           .

       EDITER-OPERATEUR.
           MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC.
           MOVE OP-ID TO WS-DET-ID.
           MOVE OP-PROFIL TO WS-DET-PROFIL.
           MOVE OP-STATUT TO WS-DET-STATUT.
           MOVE OP-DERNIERE-SESSION TO WS-DET-SESSION.
           MOVE OP-DATE-PIN TO WS-DET-DATE-PIN.
           MOVE OP-DATE-RECERTIF TO WS-DET-RECERTIF.
           MOVE WS-OPE-AUDIT(WS-OPE-INDEX) TO WS-DET-AUDIT.
           MOVE WS-OPE-DEMANDES(WS-OPE-INDEX) TO WS-DET-DEMANDES.
           MOVE WS-OPE-DECISIONS(WS-OPE-INDEX) TO WS-DET-DECISIONS.
           EVALUATE TRUE
              WHEN OP-ACTIF
                 ADD 1 TO WS-COUNT-ACTIFS
                 IF OP-DERNIERE-SESSION = ZERO
                    MOVE "JAMAIS CONNECTE" TO WS-DET-REMARQUE
                 ELSE
                    MOVE "A CONFIRMER OU REVOQUER"
                       TO WS-DET-REMARQUE
                 END-IF
              WHEN OP-VERROUILLE
                 MOVE "VERROUILLE, ECHECS DE CODE" TO WS-DET-REMARQUE
              WHEN OP-DESACTIVE
                 MOVE "DESACTIVE, INACTIVITE" TO WS-DET-REMARQUE
              WHEN OTHER
                 MOVE "REVOQUE" TO WS-DET-REMARQUE
           END-EVALUATE.
           MOVE WS-LIGNE-DETAIL TO RAPPORT-LINE.
           WRITE RAPPORT-LINE

           .
