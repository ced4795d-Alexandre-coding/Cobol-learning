       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

      *> Tenue du fichier des operateurs (Data/ops/operateurs.ctl,
      *> cf. OPERATEUR-REC) par un superviseur, depuis la console
      *> (profil S) : lister les comptes, creer un operateur,
      *> changer un profil, reinitialiser un code personnel -
      *> ce qui retablit aussi un compte verrouille ou desactive -
      *> et revoquer un compte. Le code saisi ici est provisoire :
      *> il est garde en empreinte (HacherPin) avec une date de
      *> code a zero, et l'operateur doit le renouveler a sa
      *> premiere session. Un compte revoque ne se retablit pas,
      *> l'operateur recoit un nouvel identifiant. Le superviseur
      *> n'agit jamais sur son propre compte. Chaque action est
      *> journalisee ; le fichier est reecrit en entier a chaque
      *> mise a jour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-FILE ASSIGN TO "Data/ops/operateurs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATEUR-FILE.
       01  OPERATEUR-LINE        PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X VALUE "N".
           88  EOF                        VALUE "Y".
       01  WS-CHOIX              PIC 9.
       01  WS-CONTINUER          PIC X VALUE "O".
           88  CONTINUER-TENUE            VALUE "O" "o".

           COPY OPERATEUR-REC.

       01  WS-TABLE-OPERATEURS.
           05  WS-NB-OPERATEURS  PIC 9(3) VALUE 0.
           05  WS-OPE-IMAGE OCCURS 200 TIMES PIC X(71).
       01  WS-OPE-INDEX          PIC 9(3).
       01  WS-OPE-COURANT        PIC 9(3).

       01  WS-OPERATEUR          PIC X(10).
       01  WS-SUPERVISEUR-OK     PIC X VALUE "N".
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-ID-SAISI           PIC X(10).
       01  WS-PROFIL-SAISI       PIC X.
       01  WS-PIN-NOUVEAU        PIC X(8).
       01  WS-PIN-CONFIRME       PIC X(8).
       01  WS-EMPREINTE          PIC 9(10).
       01  WS-LG-PIN             PIC 99.
       01  WS-PIN-VALIDE         PIC X.
       01  WS-CONFIRMATION       PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10) VALUE "OPERMNT".
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-ACTION             PIC X(20).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
       01  WS-COUNT-OPERATEURS   PIC 9(5).

       PROCEDURE DIVISION.
           DISPLAY "=== OPERMNT - TENUE DES OPERATEURS ===".

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM CHARGEMENT-OPERATEURS.

           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC
              IF OP-ID = WS-OPERATEUR AND OP-SUPERVISEUR
                    AND OP-ACTIF
                 MOVE "Y" TO WS-SUPERVISEUR-OK
              END-IF
           END-PERFORM.
           IF WS-SUPERVISEUR-OK NOT = "Y"
              DISPLAY "TENUE DES OPERATEURS REFUSEE : "
                 WS-OPERATEUR " N'EST PAS SUPERVISEUR ACTIF"
              MOVE "TENUE OPERATEURS REFUSEE, NON SUPERVISEUR"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              MOVE ZERO TO WS-COUNT-OPERATEURS
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-OPERATEURS
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM MENU-TENUE UNTIL NOT CONTINUER-TENUE.

           DISPLAY "=== FIN OPERMNT ===".
           STOP RUN.

       CHARGEMENT-OPERATEURS.
           MOVE ZERO TO WS-NB-OPERATEURS.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-OPE-STATUS NOT = "00"
              DISPLAY "OPERATEUR-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
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

       MENU-TENUE.
           DISPLAY " ".
           DISPLAY "1 - Lister les operateurs".
           DISPLAY "2 - Creer un operateur".
           DISPLAY "3 - Changer le profil d'un operateur".
           DISPLAY "4 - Reinitialiser le code / retablir le compte".
           DISPLAY "5 - Revoquer un operateur".
           DISPLAY "6 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
              WHEN 1
                 PERFORM LISTER-OPERATEURS
              WHEN 2
                 PERFORM CREER-OPERATEUR
              WHEN 3
                 PERFORM CHANGER-PROFIL
              WHEN 4
                 PERFORM REINITIALISER-CODE
              WHEN 5
                 PERFORM REVOQUER-OPERATEUR
              WHEN 6
                 MOVE "N" TO WS-CONTINUER
              WHEN OTHER
                 DISPLAY "Choix invalide"
           END-EVALUATE

           .

       LISTER-OPERATEURS.
           DISPLAY "IDENTIFIANT PROFIL ETAT ECHECS DATE-CODE "
              "DERN.SESSION RECERTIFIE".
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC
              DISPLAY OP-ID "  " OP-PROFIL "      " OP-STATUT
                 "    " OP-NB-ECHECS "      " OP-DATE-PIN
                 "  " OP-DERNIERE-SESSION "     " OP-DATE-RECERTIF
           END-PERFORM.
           DISPLAY WS-NB-OPERATEURS " operateur(s)."

           .

       CREER-OPERATEUR.
           DISPLAY "Identifiant du nouvel operateur :".
           ACCEPT WS-ID-SAISI.
           IF WS-ID-SAISI = SPACES
              DISPLAY "Identifiant obligatoire."
              EXIT PARAGRAPH
           END-IF.
           PERFORM RECHERCHER-OPERATEUR.
           IF WS-OPE-COURANT NOT = ZERO
              DISPLAY "Identifiant deja attribue (etat "
                 OP-STATUT "), operateur non cree."
              EXIT PARAGRAPH
           END-IF.
           IF WS-NB-OPERATEURS >= 200
              DISPLAY "Fichier des operateurs sature."
              EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-PROFIL.
           IF WS-PROFIL-SAISI = SPACE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO OPERATEUR-REC.
           MOVE WS-ID-SAISI TO OP-ID.
           PERFORM SAISIR-CODE-PROVISOIRE.
           IF WS-PIN-VALIDE NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROFIL-SAISI TO OP-PROFIL.
           SET OP-ACTIF TO TRUE.
           MOVE ZERO TO OP-NB-ECHECS OP-DATE-PIN
              OP-DERNIERE-SESSION OP-DATE-RECERTIF.
           MOVE WS-DATE-JOUR TO OP-DATE-CREATION OP-DATE-ETAT.

           ADD 1 TO WS-NB-OPERATEURS.
           MOVE WS-NB-OPERATEURS TO WS-OPE-COURANT.
           MOVE "OPERATEUR CREE" TO WS-JOURNAL-EVENEMENT.
           PERFORM ENREGISTRER-OPERATEUR

           .

       CHANGER-PROFIL.
           PERFORM SAISIR-OPERATEUR-CIBLE.
           IF WS-OPE-COURANT = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF OP-REVOQUE
              DISPLAY "Compte revoque, profil inchange."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Profil actuel : " OP-PROFIL.
           PERFORM SAISIR-PROFIL.
           IF WS-PROFIL-SAISI = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROFIL-SAISI TO OP-PROFIL.
           MOVE "PROFIL MODIFIE" TO WS-JOURNAL-EVENEMENT.
           PERFORM ENREGISTRER-OPERATEUR

           .

      *> Nouveau code provisoire, compteur d'echecs remis a zero et
      *> compte retabli s'il etait verrouille ou desactive.
       REINITIALISER-CODE.
           PERFORM SAISIR-OPERATEUR-CIBLE.
           IF WS-OPE-COURANT = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF OP-REVOQUE
              DISPLAY "Compte revoque : attribuer un nouvel "
                 "identifiant."
              EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-CODE-PROVISOIRE.
           IF WS-PIN-VALIDE NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO OP-NB-ECHECS OP-DATE-PIN.
           IF NOT OP-ACTIF
              SET OP-ACTIF TO TRUE
              MOVE WS-DATE-JOUR TO OP-DATE-ETAT
              MOVE "COMPTE RETABLI" TO WS-JOURNAL-EVENEMENT
           ELSE
              MOVE "CODE REINITIALISE" TO WS-JOURNAL-EVENEMENT
           END-IF.
           PERFORM ENREGISTRER-OPERATEUR

           .

       REVOQUER-OPERATEUR.
           PERFORM SAISIR-OPERATEUR-CIBLE.
           IF WS-OPE-COURANT = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF OP-REVOQUE
              DISPLAY "Compte deja revoque."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Revoquer " OP-ID " (profil " OP-PROFIL
              ") ? (O/N)".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O" AND WS-CONFIRMATION NOT = "o"
              DISPLAY "Revocation abandonnee."
              EXIT PARAGRAPH
           END-IF.
           SET OP-REVOQUE TO TRUE.
           MOVE WS-DATE-JOUR TO OP-DATE-ETAT.
           MOVE "OPERATEUR REVOQUE" TO WS-JOURNAL-EVENEMENT.
           PERFORM ENREGISTRER-OPERATEUR

           .

      *> Operateur existant, autre que le superviseur de session ;
      *> WS-OPE-COURANT a zero en sortie = saisie refusee.
       SAISIR-OPERATEUR-CIBLE.
           DISPLAY "Identifiant de l'operateur :".
           ACCEPT WS-ID-SAISI.
           PERFORM RECHERCHER-OPERATEUR.
           IF WS-OPE-COURANT = ZERO
              DISPLAY "Operateur inconnu."
              EXIT PARAGRAPH
           END-IF.
           IF OP-ID = WS-OPERATEUR
              DISPLAY "Action refusee sur son propre compte."
              MOVE ZERO TO WS-OPE-COURANT
           END-IF

           .

       RECHERCHER-OPERATEUR.
           MOVE ZERO TO WS-OPE-COURANT.
           PERFORM VARYING WS-OPE-INDEX FROM 1 BY 1
                 UNTIL WS-OPE-INDEX > WS-NB-OPERATEURS
              MOVE WS-OPE-IMAGE(WS-OPE-INDEX) TO OPERATEUR-REC
              IF OP-ID = WS-ID-SAISI
                 MOVE WS-OPE-INDEX TO WS-OPE-COURANT
              END-IF
           END-PERFORM.
           IF WS-OPE-COURANT NOT = ZERO
              MOVE WS-OPE-IMAGE(WS-OPE-COURANT) TO OPERATEUR-REC
           END-IF

           .

      *> Profil a blanc en sortie = saisie refusee.
       SAISIR-PROFIL.
           DISPLAY "Profil (C = consultation, M = maintenance, "
              "S = superviseur) :".
           ACCEPT WS-PROFIL-SAISI.
           IF WS-PROFIL-SAISI NOT = "C" AND WS-PROFIL-SAISI NOT = "M"
                 AND WS-PROFIL-SAISI NOT = "S"
              DISPLAY "Profil invalide, fichier inchange."
              MOVE SPACE TO WS-PROFIL-SAISI
           END-IF

           .

      *> Code provisoire saisi deux fois (4 a 8 chiffres), garde
      *> en empreinte dans OP-EMPREINTE-PIN.
       SAISIR-CODE-PROVISOIRE.
           DISPLAY "Code personnel provisoire (4 a 8 chiffres) :".
           ACCEPT WS-PIN-NOUVEAU.
           PERFORM CONTROLER-FORMAT-PIN.
           IF WS-PIN-VALIDE NOT = "Y"
              DISPLAY "Code refuse : 4 a 8 chiffres."
              MOVE SPACES TO WS-PIN-NOUVEAU
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer le code :".
           ACCEPT WS-PIN-CONFIRME.
           IF WS-PIN-CONFIRME NOT = WS-PIN-NOUVEAU
              DISPLAY "Les deux saisies different, fichier inchange."
              MOVE "N" TO WS-PIN-VALIDE
              MOVE SPACES TO WS-PIN-NOUVEAU WS-PIN-CONFIRME
              EXIT PARAGRAPH
           END-IF.
           CALL "HacherPin" USING OP-ID WS-PIN-NOUVEAU WS-EMPREINTE.
           MOVE SPACES TO WS-PIN-NOUVEAU WS-PIN-CONFIRME.
           MOVE WS-EMPREINTE TO OP-EMPREINTE-PIN

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

      *> L'operateur traite retourne a sa place dans la table, le
      *> fichier est reecrit en entier et l'action journalisee
      *> avec l'identifiant de l'operateur traite.
       ENREGISTRER-OPERATEUR.
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
           CLOSE OPERATEUR-FILE.
           MOVE WS-JOURNAL-EVENEMENT TO WS-ACTION.
           MOVE SPACES TO WS-JOURNAL-EVENEMENT.
           STRING WS-ACTION DELIMITED BY "  "
              " : " DELIMITED BY SIZE
              OP-ID DELIMITED BY SPACE
              INTO WS-JOURNAL-EVENEMENT
           END-STRING.
           DISPLAY WS-JOURNAL-EVENEMENT.
           MOVE WS-NB-OPERATEURS TO WS-COUNT-OPERATEURS.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-OPERATEURS
              WS-JOURNAL-SEVERITE

           .
