      *> fichier que lit OperateurCourant, donc repris par toutes
      *> les lignes d'audit et de journal ecrites ensuite - et le
      *> menu n'offre que les fonctions du profil : consultations
      *> et operations de guichet pour tous, maintenances a partir
      *> du profil M, revue des approbations (quatre yeux) et
      *> decisions de criblage sanctions/PPE et tenue des
      *> operateurs au superviseur seul.
      *>
      *> Meme convention qu'avec l'orchestrateur CHAINEXE : une
      *> fonction par lancement. Le programme choisi est enchaine
      *> vaut fermeture de session et efface operateur.ctl, pour
      *> qu'aucun lot ulterieur ne soit signe d'un operateur
      *> parti.
      *>
      *> L'identifiant ne suffit pas : l'operateur donne aussi son
      *> code personnel, compare a l'empreinte du fichier des
      *> operateurs (HacherPin, jamais de code en clair). Pilotage
      *> dans Data/ops/securite.ctl (code sur 3 caracteres +
      *> valeur) :
      *>   ECH = echecs de code toleres, le compte est verrouille
      *>         au dernier (defaut 3) ;
      *>   PIN = validite du code en jours, un code expire - ou a
      *>         date zero, pose par OPERMNT - se renouvelle avant
      *>         d'entrer (defaut 90) ;
      *>   INA = jours sans session au-dela desquels le compte est
      *>         desactive (defaut 90).
      *> Un compte verrouille, desactive ou revoque ne s'ouvre
      *> plus : le superviseur le retablit par OPERMNT. Chaque
      *> refus, verrouillage ou desactivation est journalise.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.

           SELECT SECURITE-FILE ASSIGN TO "Data/ops/securite.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Fichier des operateurs (cf. OPERATEUR-REC), charge en
      *> table et reecrit en entier a chaque mise a jour.
       FD  OPERATEUR-FILE.
       01  OPERATEUR-LINE        PIC X(71).

       FD  SESSION-FILE.
       01  SESSION-LINE          PIC X(10).

       FD  SECURITE-FILE.
       01  SECURITE-REC.
           05  SE-CODE           PIC X(3).
           05  SE-VALEUR         PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-SES-STATUS         PIC XX VALUE "00".
       01  WS-SEC-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

       01  WS-CONTINUER          PIC X VALUE "O".
           88  CONTINUER-CONSOLE      VALUE "O" "o".
       01  WS-AUTORISE           PIC X.
       01  WS-MOTIF-REFUS        PIC X(26).

           COPY OPERATEUR-REC.

       01  WS-TABLE-OPERATEURS.
           05  WS-NB-OPERATEURS  PIC 9(3) VALUE 0.
           05  WS-OPE-IMAGE OCCURS 200 TIMES PIC X(71).
       01  WS-OPE-INDEX          PIC 9(3).
       01  WS-OPE-COURANT        PIC 9(3).

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-REFERENCE     PIC 9(8).
       01  WS-ECART-JOURS        PIC S9(7).
       01  WS-ECART-ED           PIC Z(6)9.
       01  WS-MAX-ECHECS         PIC 9 VALUE 3.
       01  WS-VALIDITE-PIN       PIC 9(3) VALUE 90.
       01  WS-DELAI-INACTIVITE   PIC 9(3) VALUE 90.

       01  WS-PIN-SAISI          PIC X(8).
       01  WS-PIN-NOUVEAU        PIC X(8).
       01  WS-PIN-CONFIRME       PIC X(8).
       01  WS-EMPREINTE          PIC 9(10).
       01  WS-LG-PIN             PIC 99.
       01  WS-PIN-VALIDE         PIC X.
       01  WS-PIN-CHANGE         PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).

           PERFORM OUVRIR-SESSION.
           IF WS-OPERATEUR-CONNU NOT = "Y"
              DISPLAY "SESSION REFUSEE : " WS-MOTIF-REFUS
              MOVE "CONSOLE" TO WS-JOURNAL-PROGRAMME
              MOVE SPACES TO WS-JOURNAL-EVENEMENT
              STRING WS-MOTIF-REFUS DELIMITED BY "  "
                 " : " DELIMITED BY SIZE
                 WS-ID-SAISI DELIMITED BY SPACE
                 INTO WS-JOURNAL-EVENEMENT
              END-STRING
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-JOURNAL-NB-ENR

       OUVRIR-SESSION.
           MOVE "N" TO WS-OPERATEUR-CONNU.
           MOVE "OPERATEUR INCONNU" TO WS-MOTIF-REFUS.
           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-SECURITE.
           PERFORM CHARGEMENT-OPERATEURS.

           DISPLAY "Identifiant operateur :".
           ACCEPT WS-ID-SAISI.

           MOVE ZERO TO WS-OPE-COURANT.
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC
              IF OP-ID = WS-ID-SAISI
                 MOVE WS-OPE-INDEX TO WS-OPE-COURANT
              END-IF
           END-PERFORM.
           IF WS-OPE-COURANT = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPE-IMAGE(WS-OPE-COURANT) TO OPERATEUR-REC.
           MOVE OP-PROFIL TO WS-PROFIL.

           PERFORM CONTROLER-INACTIVITE.
           IF NOT OP-ACTIF
              EVALUATE TRUE
                 WHEN OP-VERROUILLE
                    MOVE "COMPTE VERROUILLE" TO WS-MOTIF-REFUS
                 WHEN OP-DESACTIVE
                    MOVE "COMPTE DESACTIVE" TO WS-MOTIF-REFUS
                 WHEN OTHER
                    MOVE "COMPTE REVOQUE" TO WS-MOTIF-REFUS
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Code personnel :".
           ACCEPT WS-PIN-SAISI.
           CALL "HacherPin" USING OP-ID WS-PIN-SAISI WS-EMPREINTE.
           MOVE SPACES TO WS-PIN-SAISI.
           IF WS-EMPREINTE NOT = OP-EMPREINTE-PIN
              PERFORM ENREGISTRER-ECHEC
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO OP-NB-ECHECS.

           MOVE 9999 TO WS-ECART-JOURS.
           IF OP-DATE-PIN IS NUMERIC AND OP-DATE-PIN NOT = ZERO
              COMPUTE WS-ECART-JOURS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(OP-DATE-PIN)
           END-IF.
           IF WS-ECART-JOURS > WS-VALIDITE-PIN
              DISPLAY "Code personnel expire ou provisoire, "
                 "nouveau code requis."
              PERFORM CHANGER-PIN
              IF WS-PIN-CHANGE NOT = "Y"
                 MOVE "CODE NON RENOUVELE" TO WS-MOTIF-REFUS
                 PERFORM REECRIRE-OPERATEURS
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE WS-DATE-JOUR TO OP-DERNIERE-SESSION.
           PERFORM REECRIRE-OPERATEURS.
           MOVE "Y" TO WS-OPERATEUR-CONNU

           .

      *> Pilotage facultatif : une ligne absente garde la valeur
      *> par defaut.
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
                    IF SE-VALEUR IS NUMERIC AND SE-VALEUR > ZERO
                       EVALUATE SE-CODE
                          WHEN "ECH"
                             MOVE SE-VALEUR TO WS-MAX-ECHECS
                          WHEN "PIN"
                             MOVE SE-VALEUR TO WS-VALIDITE-PIN
                          WHEN "INA"
                             MOVE SE-VALEUR TO WS-DELAI-INACTIVITE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SECURITE-FILE

           .

       CHARGEMENT-OPERATEURS.
           MOVE ZERO TO WS-NB-OPERATEURS.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATEUR-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              EXIT PARAGRAPH
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
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATEUR-FILE

           .

      *> Un compte actif reste sans session au-dela du delai
      *> d'inactivite : il est desactive sur-le-champ. Le delai
      *> court depuis la derniere session ou, si elle est plus
      *> recente, la date d'etat (creation ou retablissement).
       CONTROLER-INACTIVITE.
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
              PERFORM REECRIRE-OPERATEURS
              MOVE WS-ECART-JOURS TO WS-ECART-ED
              DISPLAY "Compte inutilise depuis " WS-ECART-ED
                 " jours, desactive."
              MOVE "CONSOLE" TO WS-JOURNAL-PROGRAMME
              MOVE SPACES TO WS-JOURNAL-EVENEMENT
              STRING "DESACTIVATION, INACTIVITE : " DELIMITED BY SIZE
                 OP-ID DELIMITED BY SPACE
                 INTO WS-JOURNAL-EVENEMENT
              END-STRING
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-JOURNAL-NB-ENR
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF

           .

      *> Code errone : l'echec est compte sur le compte, qui se
      *> verrouille au dernier echec tolere.
       ENREGISTRER-ECHEC.
           IF OP-NB-ECHECS < 9
              ADD 1 TO OP-NB-ECHECS
           END-IF.
           MOVE "CODE PERSONNEL ERRONE" TO WS-MOTIF-REFUS.
           IF OP-NB-ECHECS >= WS-MAX-ECHECS
              SET OP-VERROUILLE TO TRUE
              MOVE WS-DATE-JOUR TO OP-DATE-ETAT
              MOVE "VERROUILLAGE APRES ECHECS" TO WS-MOTIF-REFUS
           END-IF.
           PERFORM REECRIRE-OPERATEURS

           .

      *> Nouveau code saisi deux fois : 4 a 8 chiffres, different
      *> de l'ancien. WS-PIN-CHANGE a "Y" si le code est pose.
       CHANGER-PIN.
           MOVE "N" TO WS-PIN-CHANGE.
           DISPLAY "Nouveau code personnel (4 a 8 chiffres) :".
           ACCEPT WS-PIN-NOUVEAU.
           PERFORM CONTROLER-FORMAT-PIN.
           IF WS-PIN-VALIDE NOT = "Y"
              DISPLAY "Code refuse : 4 a 8 chiffres."
              MOVE SPACES TO WS-PIN-NOUVEAU
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer le nouveau code :".
           ACCEPT WS-PIN-CONFIRME.
           IF WS-PIN-CONFIRME NOT = WS-PIN-NOUVEAU
              DISPLAY "Les deux saisies different."
              MOVE SPACES TO WS-PIN-NOUVEAU WS-PIN-CONFIRME
              EXIT PARAGRAPH
           END-IF.
           CALL "HacherPin" USING OP-ID WS-PIN-NOUVEAU WS-EMPREINTE.
           MOVE SPACES TO WS-PIN-NOUVEAU WS-PIN-CONFIRME.
           IF WS-EMPREINTE = OP-EMPREINTE-PIN
              DISPLAY "Le nouveau code doit differer de l'ancien."
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPREINTE TO OP-EMPREINTE-PIN.
           MOVE WS-DATE-JOUR TO OP-DATE-PIN.
           MOVE "Y" TO WS-PIN-CHANGE.
           DISPLAY "Code personnel renouvele."

           .

       CONTROLER-FORMAT-PIN.
           MOVE "Y" TO WS-PIN-VALIDE.
           MOVE ZERO TO WS-LG-PIN.
           INSPECT WS-PIN-NOUVEAU TALLYING WS-LG-PIN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LG-PIN < 4
              MOVE "N" TO WS-PIN-VALIDE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-NOUVEAU(1:WS-LG-PIN) NOT NUMERIC
              MOVE "N" TO WS-PIN-VALIDE
           END-IF.
           IF WS-LG-PIN < 8
              IF WS-PIN-NOUVEAU(WS-LG-PIN + 1:) NOT = SPACES
                 MOVE "N" TO WS-PIN-VALIDE
              END-IF
           END-IF

           .

      *> L'operateur de session retourne a sa place dans la table,
      *> et le fichier est reecrit en entier.
       REECRIRE-OPERATEURS.
           MOVE OPERATEUR-REC TO WS-OPE-IMAGE(WS-OPE-COURANT).
           OPEN OUTPUT OPERATEUR-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATEUR-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-LINE
              WRITE OPERATEUR-LINE
           END-PERFORM.
           CLOSE OPERATEUR-FILE

           .
           DISPLAY " 3 - Consultation simulations   (HISTINQ)".
           DISPLAY " 4 - Vue 360 client             (CLIENT360)".
           DISPLAY " 5 - Fil de correspondance      (CORRINQ)".
           DISPLAY "GUICHET (tous profils)".
           DISPLAY "17 - Operations de guichet     (COMPTGUI)".
           IF WS-PROFIL = "M" OR WS-PROFIL = "S"
              DISPLAY "MAINTENANCES (profils M et S)"
              DISPLAY " 6 - Maintenance clients        (CLIENTMNT)"
              DISPLAY " 7 - Maintenance garanties      (GARMNT)"
              DISPLAY " 8 - Maintenance ordres         (ORDREMNT)"
              DISPLAY " 9 - Maintenance menages        (MENAGMNT)"
              DISPLAY "11 - Maintenance produits       (PRODMNT)"
              DISPLAY "12 - Resolution des suspens     (SUSPMNT)"
              DISPLAY "13 - Titulaires des comptes     (COMPTTIT)"
              DISPLAY "14 - Autorisations de decouvert (COMPTAUT)"
              DISPLAY "15 - Cloture de comptes         (COMPTCLO)"
              DISPLAY "16 - Chequiers et oppositions   (CHEQMNT)"
              DISPLAY "18 - Dossiers KYC               (KYCMNT)"
              DISPLAY "20 - Consentements marketing    (CONSMNT)"
              DISPLAY "21 - Representants legaux       (REPRMNT)"
              DISPLAY "22 - Adresses postales          (ADRESMNT)"
              DISPLAY "24 - Parametres taux et seuils  (PARAMMNT)"
           END-IF.
           IF WS-PROFIL = "S"
              DISPLAY "SUPERVISION (profil S)"
              DISPLAY "10 - Revue des approbations     (APPROMNT)"
              DISPLAY "19 - Decisions de criblage      (CRIBMNT)"
              DISPLAY "23 - Operateurs et codes        (OPERMNT)"
           END-IF.
           DISPLAY "99 - Quitter".
           DISPLAY "Votre choix :".
                 CALL "CLIENT360"
              WHEN 5
                 CALL "CORRINQ"
              WHEN 17
                 CALL "COMPTGUI"
              WHEN 6
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                 ELSE
                    PERFORM REFUSER-FONCTION
                 END-IF
              WHEN 11
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "PRODMNT"
                 END-IF
              WHEN 12
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "SUSPMNT"
                 END-IF
              WHEN 13
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "COMPTTIT"
                 END-IF
              WHEN 14
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "COMPTAUT"
                 END-IF
              WHEN 15
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "COMPTCLO"
                 END-IF
              WHEN 16
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "CHEQMNT"
                 END-IF
              WHEN 18
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "KYCMNT"
                 END-IF
              WHEN 20
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "CONSMNT"
                 END-IF
              WHEN 21
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "REPRMNT"
                 END-IF
              WHEN 22
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "ADRESMNT"
                 END-IF
              WHEN 24
                 PERFORM CONTROLER-MAINTENANCE
                 IF WS-AUTORISE = "Y"
                    CALL "PARAMMNT"
                 END-IF
              WHEN 19
                 IF WS-PROFIL = "S"
                    CALL "CRIBMNT"
                 ELSE
                    PERFORM REFUSER-FONCTION
                 END-IF
              WHEN 23
                 IF WS-PROFIL = "S"
                    CALL "OPERMNT"
                 ELSE
                    PERFORM REFUSER-FONCTION
                 END-IF
              WHEN 99
                 MOVE "N" TO WS-CONTINUER
              WHEN OTHER
