       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMMNT.

      *> Tenue controlee des fichiers de parametres de taux et de
      *> seuils, qui ne s'editent plus au traitement de texte :
      *>   BAREME   bareme des taux de pret (bareme.in)
      *>   USURE    taux d'usure par trimestre (usure.in)
      *>   TXREVIS  indice de revision des prets (taux-revision.in)
      *>   TXDAT    grille des depots a terme (taux-dat.in)
      *>   EPARGNE  taux de l'epargne reglementee
      *>            (produits-epargne.in)
      *>   SURVEIL  seuils de surveillance (surveillance.ctl)
      *>   PROVTAUX taux de provisionnement (provision-taux.in)
      *>   AGIOS    taux des agios (agios-taux.ctl)
      *> Un operateur de profil M ou S prepare une version : il
      *> choisit sa date d'effet (aujourd'hui ou plus tard, jamais
      *> dans le passe, les traitements deja passes gardent leurs
      *> taux), part de la version en vigueur a cette date, modifie,
      *> ajoute ou retire des lignes. Chaque ligne est controlee
      *> (presentation et bornes des valeurs, cle en double) avant
      *> que la version soit soumise : copie complete du fichier
      *> dans Data/param/<code>-<date d'effet>-<numero>.ver et
      *> ligne A au registre versions.ctl (PARAMVERS-REC), avec
      *> l'operateur et l'horodatage. Un second operateur, de
      *> profil S et autre que le demandeur, la valide ou la
      *> rejette (ligne V ou R) ; une version dont la date d'effet
      *> est passee ne peut plus qu'etre rejetee. Les lots prennent
      *> la version validee en vigueur a leur date de traitement
      *> (ParametreVigueur) ; le fichier d'origine reste la version
      *> de base, en vigueur tant qu'aucune version validee ne
      *> s'applique. Chaque proposition et decision est journalisee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO "Data/param/versions.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.

           SELECT PARAMETRE-FILE ASSIGN TO WS-CHEMIN-PARAMETRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.

           SELECT OPERATEUR-FILE ASSIGN TO "Data/ops/operateurs.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
           COPY PARAMVERS-REC.

       FD  PARAMETRE-FILE.
       01  PARAMETRE-LINE        PIC X(80).

       FD  OPERATEUR-FILE.
           COPY OPERATEUR-REC.

       WORKING-STORAGE SECTION.
       01  WS-VER-STATUS         PIC XX VALUE "00".
       01  WS-PAR-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X VALUE "N".
           88  EOF                        VALUE "Y".
       01  WS-CHOIX              PIC 9.
       01  WS-CONTINUER          PIC X VALUE "O".
           88  CONTINUER-TENUE            VALUE "O" "o".
       01  WS-EDITION            PIC X.
           88  EDITION-EN-COURS           VALUE "O".

      *> Catalogue des fichiers tenus : code, fichier d'origine,
      *> libelle, longueur de la cle d'une ligne (une cle ne peut
      *> figurer deux fois) et nombre de lignes impose (zero =
      *> libre).
       01  WS-CATALOGUE-VALEURS.
           05  FILLER PIC X(8)  VALUE "BAREME".
           05  FILLER PIC X(35) VALUE "Data/pret/bareme.in".
           05  FILLER PIC X(30) VALUE "Bareme des taux de pret".
           05  FILLER PIC 99    VALUE 07.
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC X(8)  VALUE "USURE".
           05  FILLER PIC X(35) VALUE "Data/pret/usure.in".
           05  FILLER PIC X(30) VALUE "Taux d'usure".
           05  FILLER PIC 99    VALUE 11.
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC X(8)  VALUE "TXREVIS".
           05  FILLER PIC X(35) VALUE "Data/pret/taux-revision.in".
           05  FILLER PIC X(30) VALUE "Indice de revision des prets".
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC 99    VALUE 01.
           05  FILLER PIC X(8)  VALUE "TXDAT".
           05  FILLER PIC X(35) VALUE "Data/epargne/taux-dat.in".
           05  FILLER PIC X(30) VALUE "Grille des depots a terme".
           05  FILLER PIC 99    VALUE 03.
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC X(8)  VALUE "EPARGNE".
           05  FILLER PIC X(35)
                 VALUE "Data/epargne/produits-epargne.in".
           05  FILLER PIC X(30) VALUE "Taux de l'epargne reglementee".
           05  FILLER PIC 99    VALUE 04.
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC X(8)  VALUE "SURVEIL".
           05  FILLER PIC X(35) VALUE "Data/ops/surveillance.ctl".
           05  FILLER PIC X(30) VALUE "Seuils de surveillance".
           05  FILLER PIC 99    VALUE 02.
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC X(8)  VALUE "PROVTAUX".
           05  FILLER PIC X(35) VALUE "Data/pret/provision-taux.in".
           05  FILLER PIC X(30) VALUE "Taux de provisionnement".
           05  FILLER PIC 99    VALUE 01.
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC X(8)  VALUE "AGIOS".
           05  FILLER PIC X(35) VALUE "Data/compte/agios-taux.ctl".
           05  FILLER PIC X(30) VALUE "Taux des agios".
           05  FILLER PIC 99    VALUE 00.
           05  FILLER PIC 99    VALUE 01.
       01  WS-CATALOGUE REDEFINES WS-CATALOGUE-VALEURS.
           05  WS-FICHIER OCCURS 8 TIMES.
               10  WS-FI-CODE        PIC X(8).
               10  WS-FI-CHEMIN      PIC X(35).
               10  WS-FI-LIBELLE     PIC X(30).
               10  WS-FI-LG-CLE      PIC 99.
               10  WS-FI-NB-LIGNES   PIC 99.
       01  WS-FICHIER-INDEX      PIC 9.
       01  WS-FI                 PIC 9.

      *> Une ligne de parametre et ses presentations par fichier.
       01  WS-LIGNE              PIC X(80).
       01  WS-L-BAREME REDEFINES WS-LIGNE.
           05  LB-PRODUIT        PIC X(5).
           05  LB-DUREE-MIN      PIC 99.
           05  LB-DUREE-MAX      PIC 99.
           05  LB-TAUX           PIC 9V99.
           05  LB-RESTE          PIC X(68).
       01  WS-L-USURE REDEFINES WS-LIGNE.
           05  LU-ANNEE          PIC X(4).
           05  LU-T              PIC X.
           05  LU-TRIMESTRE      PIC X.
           05  LU-PRODUIT        PIC X(5).
           05  LU-PLAFOND        PIC 9V99.
           05  LU-RESTE          PIC X(66).
       01  WS-L-REVISION REDEFINES WS-LIGNE.
           05  LR-TAUX           PIC 9V99.
           05  LR-RESTE          PIC X(77).
       01  WS-L-DAT REDEFINES WS-LIGNE.
           05  LD-DUREE-MIN      PIC 9(3).
           05  LD-DUREE-MAX      PIC 9(3).
           05  LD-TAUX           PIC 9V99.
           05  LD-RESTE          PIC X(71).
       01  WS-L-EPARGNE REDEFINES WS-LIGNE.
           05  LE-CODE           PIC X(4).
           05  LE-LIBELLE        PIC X(20).
           05  LE-TAUX           PIC 9V99.
           05  LE-PLAFOND        PIC 9(9)V99.
           05  LE-UNICITE        PIC X.
           05  LE-AGE-MIN        PIC 99.
           05  LE-AGE-MAX        PIC 99.
           05  LE-RESTE          PIC X(37).
       01  WS-L-SURVEILLANCE REDEFINES WS-LIGNE.
           05  LS-CODE           PIC X(2).
           05  LS-VALEUR         PIC 9(9)V99.
           05  LS-RESTE          PIC X(67).
       01  WS-L-PROVISION REDEFINES WS-LIGNE.
           05  LP-CLASSE         PIC X.
           05  LP-TAUX           PIC 9(3)V99.
           05  LP-RESTE          PIC X(74).
       01  WS-L-AGIOS REDEFINES WS-LIGNE.
           05  LA-TAUX           PIC 99V99.
           05  LA-RESTE          PIC X(76).

       01  WS-TABLE-LIGNES.
           05  WS-NB-LIGNES      PIC 9(3) VALUE 0.
           05  WS-LIGNE-PARAM OCCURS 200 TIMES PIC X(80).
       01  WS-LIGNE-INDEX        PIC 9(3).
       01  WS-AUTRE-INDEX        PIC 9(3).
       01  WS-DECALE-INDEX       PIC 9(3).
       01  WS-NUMERO-LIGNE       PIC 9(3).
       01  WS-LIGNE-SAISIE       PIC X(80).
       01  WS-MOTIF              PIC X(40).
       01  WS-NB-ERREURS         PIC 9(3).

      *> Registre charge en table : une entree par version
      *> proposee, mise a jour par les decisions qui la suivent.
       01  WS-TABLE-VERSIONS.
           05  WS-NB-VERSIONS    PIC 9(3) VALUE 0.
           05  WS-VERSION OCCURS 500 TIMES.
               10  WS-VE-CODE        PIC X(8).
               10  WS-VE-DATE-EFFET  PIC 9(8).
               10  WS-VE-NUMERO      PIC 99.
               10  WS-VE-STATUT      PIC X.
               10  WS-VE-DEMANDEUR   PIC X(10).
               10  WS-VE-APPROBATEUR PIC X(10).
               10  WS-VE-HORODATAGE  PIC X(14).
               10  WS-VE-CHEMIN      PIC X(45).
       01  WS-VERSION-INDEX      PIC 9(3).
       01  WS-VERSION-CHOISIE    PIC 9(3).
       01  WS-NB-AFFICHEES       PIC 9(3).

       01  WS-CHEMIN-PARAMETRE   PIC X(45).
       01  WS-CHEMIN-VERSION     PIC X(45).
       01  WS-NUMERO-VERSION     PIC 99.
       01  WS-HORODATAGE         PIC X(14).

       01  WS-OPERATEUR          PIC X(10).
       01  WS-PROFIL             PIC X VALUE SPACE.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-DATE-EFFET         PIC 9(8).
       01  WS-DECISION           PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10) VALUE "PARAMMNT".
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
       01  WS-COUNT-LIGNES       PIC 9(5).

       PROCEDURE DIVISION.
           DISPLAY "=== PARAMMNT - PARAMETRES DE TAUX ET SEUILS ===".

           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           PERFORM LIRE-PROFIL-SESSION.
           IF WS-PROFIL NOT = "M" AND WS-PROFIL NOT = "S"
              DISPLAY "TENUE DES PARAMETRES REFUSEE : PROFIL "
                 "M OU S REQUIS"
              MOVE "TENUE PARAMETRES REFUSEE, PROFIL"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              MOVE ZERO TO WS-COUNT-LIGNES
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-LIGNES
                 WS-JOURNAL-SEVERITE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM MENU-TENUE UNTIL NOT CONTINUER-TENUE.

           DISPLAY "=== FIN PARAMMNT ===".
           STOP RUN.

      *> Profil de l'operateur de session, compte actif seulement.
       LIRE-PROFIL-SESSION.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-OPE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ OPERATEUR-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF OP-ID = WS-OPERATEUR AND OP-ACTIF
                       MOVE OP-PROFIL TO WS-PROFIL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATEUR-FILE

           .

       MENU-TENUE.
           DISPLAY " ".
           DISPLAY "1 - Versions d'un fichier".
           DISPLAY "2 - Preparer une nouvelle version".
           DISPLAY "3 - Valider ou rejeter une version (profil S)".
           DISPLAY "4 - Version en vigueur a une date".
           DISPLAY "5 - Quitter".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
              WHEN 1
                 PERFORM LISTER-VERSIONS
              WHEN 2
                 PERFORM PREPARER-VERSION
              WHEN 3
                 PERFORM DECIDER-VERSION
              WHEN 4
                 PERFORM CONSULTER-VIGUEUR
              WHEN 5
                 MOVE "N" TO WS-CONTINUER
              WHEN OTHER
                 DISPLAY "Choix invalide"
           END-EVALUATE

           .

      *> WS-FI a zero en sortie = saisie refusee.
       CHOISIR-FICHIER.
           MOVE ZERO TO WS-FI.
           PERFORM VARYING WS-FICHIER-INDEX FROM 1 BY 1
                 UNTIL WS-FICHIER-INDEX > 8
              DISPLAY WS-FICHIER-INDEX " - "
                 WS-FI-CODE(WS-FICHIER-INDEX) " "
                 WS-FI-LIBELLE(WS-FICHIER-INDEX)
           END-PERFORM.
           DISPLAY "Fichier :".
           ACCEPT WS-FICHIER-INDEX.
           IF WS-FICHIER-INDEX < 1 OR WS-FICHIER-INDEX > 8
              DISPLAY "Fichier invalide."
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FICHIER-INDEX TO WS-FI

           .

      *> Date a zero en sortie = saisie refusee.
       SAISIR-DATE.
           MOVE ZERO TO WS-DATE-EFFET.
           DISPLAY "Date (AAAAMMJJ) :".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
              DISPLAY "Date non numerique."
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-SAISIE TO WS-DATE-EFFET.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EFFET) NOT = ZERO
              DISPLAY "Date invalide."
              MOVE ZERO TO WS-DATE-EFFET
           END-IF

           .

       LISTER-VERSIONS.
           PERFORM CHOISIR-FICHIER.
           IF WS-FI = ZERO
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGEMENT-VERSIONS.
           DISPLAY "EFFET    NO ETAT DEMANDEUR  APPROBATEUR "
              "HORODATAGE".
           MOVE ZERO TO WS-NB-AFFICHEES.
           PERFORM VARYING WS-VERSION-INDEX FROM 1 BY 1
                 UNTIL WS-VERSION-INDEX > WS-NB-VERSIONS
              IF WS-VE-CODE(WS-VERSION-INDEX) = WS-FI-CODE(WS-FI)
                 ADD 1 TO WS-NB-AFFICHEES
                 PERFORM AFFICHER-VERSION
              END-IF
           END-PERFORM.
           IF WS-NB-AFFICHEES = ZERO
              DISPLAY "Aucune version : le fichier d'origine "
                 WS-FI-CHEMIN(WS-FI) " est en vigueur."
           END-IF

           .

       AFFICHER-VERSION.
           DISPLAY WS-VE-DATE-EFFET(WS-VERSION-INDEX) " "
              WS-VE-NUMERO(WS-VERSION-INDEX) " "
              WS-VE-STATUT(WS-VERSION-INDEX) "    "
              WS-VE-DEMANDEUR(WS-VERSION-INDEX) " "
              WS-VE-APPROBATEUR(WS-VERSION-INDEX) "  "
              WS-VE-HORODATAGE(WS-VERSION-INDEX)

           .

      *> Registre en table. Une ligne A ouvre une version, les
      *> lignes V et R qui la suivent portent la decision.
       CHARGEMENT-VERSIONS.
           MOVE ZERO TO WS-NB-VERSIONS.
           OPEN INPUT VERSION-FILE.
           IF WS-VER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ VERSION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM RETENIR-LIGNE-REGISTRE
              END-READ
           END-PERFORM.
           CLOSE VERSION-FILE

           .

       RETENIR-LIGNE-REGISTRE.
           IF PV-EN-ATTENTE
              IF WS-NB-VERSIONS < 500
                 ADD 1 TO WS-NB-VERSIONS
                 MOVE PV-CODE TO WS-VE-CODE(WS-NB-VERSIONS)
                 MOVE PV-DATE-EFFET TO WS-VE-DATE-EFFET(WS-NB-VERSIONS)
                 MOVE PV-NUMERO TO WS-VE-NUMERO(WS-NB-VERSIONS)
                 MOVE PV-STATUT TO WS-VE-STATUT(WS-NB-VERSIONS)
                 MOVE PV-DEMANDEUR TO WS-VE-DEMANDEUR(WS-NB-VERSIONS)
                 MOVE SPACES TO WS-VE-APPROBATEUR(WS-NB-VERSIONS)
                 MOVE PV-HORODATAGE
                    TO WS-VE-HORODATAGE(WS-NB-VERSIONS)
                 MOVE PV-CHEMIN TO WS-VE-CHEMIN(WS-NB-VERSIONS)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-VERSION-INDEX FROM 1 BY 1
                 UNTIL WS-VERSION-INDEX > WS-NB-VERSIONS
              IF WS-VE-CODE(WS-VERSION-INDEX) = PV-CODE
                    AND WS-VE-DATE-EFFET(WS-VERSION-INDEX)
                       = PV-DATE-EFFET
                    AND WS-VE-NUMERO(WS-VERSION-INDEX) = PV-NUMERO
                 MOVE PV-STATUT TO WS-VE-STATUT(WS-VERSION-INDEX)
                 MOVE PV-APPROBATEUR
                    TO WS-VE-APPROBATEUR(WS-VERSION-INDEX)
                 MOVE PV-HORODATAGE
                    TO WS-VE-HORODATAGE(WS-VERSION-INDEX)
              END-IF
           END-PERFORM

           .

      *> Lecture d'un fichier de parametres (WS-CHEMIN-PARAMETRE)
      *> dans la table des lignes.
       CHARGEMENT-LIGNES.
           MOVE ZERO TO WS-NB-LIGNES.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PAR-STATUS NOT = "00"
              DISPLAY "PARAMETRE-FILE OPEN ERROR, STATUS="
                 WS-PAR-STATUS " " WS-CHEMIN-PARAMETRE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ PARAMETRE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-LIGNES < 200
                       ADD 1 TO WS-NB-LIGNES
                       MOVE PARAMETRE-LINE
                          TO WS-LIGNE-PARAM(WS-NB-LIGNES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PARAMETRE-FILE

           .

       AFFICHER-LIGNES.
           PERFORM VARYING WS-LIGNE-INDEX FROM 1 BY 1
                 UNTIL WS-LIGNE-INDEX > WS-NB-LIGNES
              DISPLAY WS-LIGNE-INDEX " : "
                 WS-LIGNE-PARAM(WS-LIGNE-INDEX)
           END-PERFORM.
           DISPLAY WS-NB-LIGNES " ligne(s)."

           .

       PREPARER-VERSION.
           PERFORM CHOISIR-FICHIER.
           IF WS-FI = ZERO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'effet de la nouvelle version :".
           PERFORM SAISIR-DATE.
           IF WS-DATE-EFFET = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-EFFET < WS-DATE-JOUR
              DISPLAY "Date d'effet passee refusee : les traitements "
                 "deja faits gardent leurs taux."
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FI-CHEMIN(WS-FI) TO WS-CHEMIN-PARAMETRE.
           CALL "ParametreVigueur" USING WS-FI-CODE(WS-FI)
              WS-DATE-EFFET WS-CHEMIN-PARAMETRE.
           DISPLAY "Version de depart : " WS-CHEMIN-PARAMETRE.
           PERFORM CHARGEMENT-LIGNES.

           MOVE "O" TO WS-EDITION.
           PERFORM EDITER-VERSION UNTIL NOT EDITION-EN-COURS

           .

       EDITER-VERSION.
           DISPLAY " ".
           DISPLAY WS-FI-CODE(WS-FI) " - effet " WS-DATE-EFFET.
           PERFORM AFFICHER-LIGNES.
           DISPLAY "1 - Modifier une ligne".
           DISPLAY "2 - Ajouter une ligne".
           DISPLAY "3 - Retirer une ligne".
           DISPLAY "4 - Soumettre la version a validation".
           DISPLAY "5 - Abandonner".
           DISPLAY "Votre choix :".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
              WHEN 1
                 PERFORM SAISIR-NUMERO-LIGNE
                 IF WS-NUMERO-LIGNE NOT = ZERO
                    DISPLAY "Nouvelle ligne :"
                    ACCEPT WS-LIGNE-SAISIE
                    MOVE WS-LIGNE-SAISIE
                       TO WS-LIGNE-PARAM(WS-NUMERO-LIGNE)
                 END-IF
              WHEN 2
                 IF WS-NB-LIGNES >= 200
                    DISPLAY "Fichier sature."
                 ELSE
                    DISPLAY "Ligne a ajouter :"
                    ACCEPT WS-LIGNE-SAISIE
                    ADD 1 TO WS-NB-LIGNES
                    MOVE WS-LIGNE-SAISIE
                       TO WS-LIGNE-PARAM(WS-NB-LIGNES)
                 END-IF
              WHEN 3
                 PERFORM SAISIR-NUMERO-LIGNE
                 IF WS-NUMERO-LIGNE NOT = ZERO
                    PERFORM RETIRER-LIGNE
                 END-IF
              WHEN 4
                 PERFORM SOUMETTRE-VERSION
              WHEN 5
                 DISPLAY "Version abandonnee, rien n'est enregistre."
                 MOVE "N" TO WS-EDITION
              WHEN OTHER
                 DISPLAY "Choix invalide"
           END-EVALUATE

           .

      *> Numero a zero en sortie = saisie refusee.
       SAISIR-NUMERO-LIGNE.
           MOVE ZERO TO WS-NUMERO-LIGNE.
           DISPLAY "Numero de ligne :".
           ACCEPT WS-NUMERO-LIGNE.
           IF WS-NUMERO-LIGNE > WS-NB-LIGNES
              DISPLAY "Ligne absente."
              MOVE ZERO TO WS-NUMERO-LIGNE
           END-IF

           .

       RETIRER-LIGNE.
           PERFORM VARYING WS-DECALE-INDEX FROM WS-NUMERO-LIGNE BY 1
                 UNTIL WS-DECALE-INDEX >= WS-NB-LIGNES
              MOVE WS-LIGNE-PARAM(WS-DECALE-INDEX + 1)
                 TO WS-LIGNE-PARAM(WS-DECALE-INDEX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-LIGNES

           .

      *> Version controlee ligne a ligne ; sans erreur, elle est
      *> copiee et inscrite en attente au registre.
       SOUMETTRE-VERSION.
           PERFORM CONTROLER-VERSION.
           IF WS-NB-ERREURS > ZERO
              DISPLAY WS-NB-ERREURS " erreur(s), version non "
                 "soumise."
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGEMENT-VERSIONS.
           MOVE ZERO TO WS-NUMERO-VERSION.
           PERFORM VARYING WS-VERSION-INDEX FROM 1 BY 1
                 UNTIL WS-VERSION-INDEX > WS-NB-VERSIONS
              IF WS-VE-CODE(WS-VERSION-INDEX) = WS-FI-CODE(WS-FI)
                    AND WS-VE-DATE-EFFET(WS-VERSION-INDEX)
                       = WS-DATE-EFFET
                    AND WS-VE-NUMERO(WS-VERSION-INDEX)
                       > WS-NUMERO-VERSION
                 MOVE WS-VE-NUMERO(WS-VERSION-INDEX)
                    TO WS-NUMERO-VERSION
              END-IF
           END-PERFORM.
           IF WS-NUMERO-VERSION >= 99
              DISPLAY "Trop de versions a cette date d'effet."
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUMERO-VERSION.

           MOVE SPACES TO WS-CHEMIN-VERSION.
           STRING "Data/param/" DELIMITED BY SIZE
              WS-FI-CODE(WS-FI) DELIMITED BY SPACE
              "-" DELIMITED BY SIZE
              WS-DATE-EFFET DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-NUMERO-VERSION DELIMITED BY SIZE
              ".ver" DELIMITED BY SIZE
              INTO WS-CHEMIN-VERSION
           END-STRING.

           MOVE WS-CHEMIN-VERSION TO WS-CHEMIN-PARAMETRE.
           OPEN OUTPUT PARAMETRE-FILE.
           IF WS-PAR-STATUS NOT = "00"
              DISPLAY "PARAMETRE-FILE OPEN ERROR, STATUS="
                 WS-PAR-STATUS " " WS-CHEMIN-PARAMETRE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LIGNE-INDEX FROM 1 BY 1
                 UNTIL WS-LIGNE-INDEX > WS-NB-LIGNES
              MOVE WS-LIGNE-PARAM(WS-LIGNE-INDEX) TO PARAMETRE-LINE
              WRITE PARAMETRE-LINE
           END-PERFORM.
           CLOSE PARAMETRE-FILE.

           MOVE SPACES TO PARAMVERS-REC.
           MOVE WS-FI-CODE(WS-FI) TO PV-CODE.
           MOVE WS-DATE-EFFET TO PV-DATE-EFFET.
           MOVE WS-NUMERO-VERSION TO PV-NUMERO.
           SET PV-EN-ATTENTE TO TRUE.
           MOVE WS-OPERATEUR TO PV-DEMANDEUR.
           MOVE WS-CHEMIN-VERSION TO PV-CHEMIN.
           PERFORM INSCRIRE-REGISTRE.
           IF WS-VER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Version en attente de validation par un second "
              "operateur (profil S) : " WS-CHEMIN-VERSION.
           MOVE "VERSION DE PARAMETRES PROPOSEE"
              TO WS-JOURNAL-EVENEMENT.
           PERFORM JOURNALISER-VERSION.
           MOVE "N" TO WS-EDITION

           .

      *> Ajout au registre, horodate.
       INSCRIRE-REGISTRE.
           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE WS-HORODATAGE TO PV-HORODATAGE.
           OPEN EXTEND VERSION-FILE.
           IF WS-VER-STATUS = "35"
              OPEN OUTPUT VERSION-FILE
           END-IF.
           IF WS-VER-STATUS NOT = "00" AND WS-VER-STATUS NOT = "05"
              DISPLAY "VERSION-FILE OPEN ERROR, STATUS="
                 WS-VER-STATUS
              EXIT PARAGRAPH
           END-IF.
           WRITE PARAMVERS-REC.
           CLOSE VERSION-FILE.
           MOVE "00" TO WS-VER-STATUS

           .

       JOURNALISER-VERSION.
           MOVE WS-NB-LIGNES TO WS-COUNT-LIGNES.
           STRING WS-JOURNAL-EVENEMENT DELIMITED BY "  "
              " " DELIMITED BY SIZE
              WS-FI-CODE(WS-FI) DELIMITED BY SPACE
              INTO WS-JOURNAL-EVENEMENT
           END-STRING.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-LIGNES
              WS-JOURNAL-SEVERITE

           .

      *> Controle de chaque ligne selon le fichier, puis des cles
      *> en double et du nombre de lignes impose.
       CONTROLER-VERSION.
           MOVE ZERO TO WS-NB-ERREURS.
           IF WS-NB-LIGNES = ZERO
              DISPLAY "Version vide."
              ADD 1 TO WS-NB-ERREURS
              EXIT PARAGRAPH
           END-IF.
           IF WS-FI-NB-LIGNES(WS-FI) NOT = ZERO
                 AND WS-NB-LIGNES NOT = WS-FI-NB-LIGNES(WS-FI)
              DISPLAY "Ce fichier compte exactement "
                 WS-FI-NB-LIGNES(WS-FI) " ligne(s)."
              ADD 1 TO WS-NB-ERREURS
           END-IF.
           PERFORM VARYING WS-LIGNE-INDEX FROM 1 BY 1
                 UNTIL WS-LIGNE-INDEX > WS-NB-LIGNES
              MOVE WS-LIGNE-PARAM(WS-LIGNE-INDEX) TO WS-LIGNE
              MOVE SPACES TO WS-MOTIF
              PERFORM CONTROLER-LIGNE
              IF WS-MOTIF = SPACES
                 PERFORM CONTROLER-DOUBLON
              END-IF
              IF WS-MOTIF NOT = SPACES
                 ADD 1 TO WS-NB-ERREURS
                 DISPLAY "Ligne " WS-LIGNE-INDEX " : " WS-MOTIF
              END-IF
           END-PERFORM

           .

       CONTROLER-DOUBLON.
           IF WS-FI-LG-CLE(WS-FI) = ZERO
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-AUTRE-INDEX FROM 1 BY 1
                 UNTIL WS-AUTRE-INDEX >= WS-LIGNE-INDEX
              IF WS-LIGNE-PARAM(WS-AUTRE-INDEX)
                    (1:WS-FI-LG-CLE(WS-FI))
                    = WS-LIGNE(1:WS-FI-LG-CLE(WS-FI))
                 MOVE "CLE DEJA PRESENTE PLUS HAUT" TO WS-MOTIF
              END-IF
           END-PERFORM

           .

      *> Bornes : taux en pour cent. Les plafonds des zones sont
      *> ceux des lecteurs (9,99 pour un taux 9V99).
       CONTROLER-LIGNE.
           EVALUATE WS-FI-CODE(WS-FI)
              WHEN "BAREME"
                 EVALUATE TRUE
                    WHEN LB-PRODUIT = SPACES
                       MOVE "CODE PRODUIT ABSENT" TO WS-MOTIF
                    WHEN LB-DUREE-MIN NOT NUMERIC
                          OR LB-DUREE-MAX NOT NUMERIC
                       MOVE "DUREES NON NUMERIQUES" TO WS-MOTIF
                    WHEN LB-DUREE-MIN > LB-DUREE-MAX
                       MOVE "DUREE MINI AU-DELA DE LA MAXI"
                          TO WS-MOTIF
                    WHEN LB-TAUX NOT NUMERIC OR LB-TAUX = ZERO
                       MOVE "TAUX ABSENT OU NUL" TO WS-MOTIF
                    WHEN LB-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "USURE"
                 EVALUATE TRUE
                    WHEN LU-ANNEE NOT NUMERIC OR LU-T NOT = "T"
                          OR LU-TRIMESTRE < "1" OR LU-TRIMESTRE > "4"
                       MOVE "TRIMESTRE ATTENDU AAAATn" TO WS-MOTIF
                    WHEN LU-PRODUIT = SPACES
                       MOVE "CODE PRODUIT ABSENT" TO WS-MOTIF
                    WHEN LU-PLAFOND NOT NUMERIC OR LU-PLAFOND = ZERO
                       MOVE "PLAFOND ABSENT OU NUL" TO WS-MOTIF
                    WHEN LU-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "TXREVIS"
                 EVALUATE TRUE
                    WHEN LR-TAUX NOT NUMERIC
                       MOVE "TAUX NON NUMERIQUE" TO WS-MOTIF
                    WHEN LR-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "TXDAT"
                 EVALUATE TRUE
                    WHEN LD-DUREE-MIN NOT NUMERIC
                          OR LD-DUREE-MAX NOT NUMERIC
                       MOVE "DUREES NON NUMERIQUES" TO WS-MOTIF
                    WHEN LD-DUREE-MIN = ZERO
                          OR LD-DUREE-MIN > LD-DUREE-MAX
                       MOVE "TRANCHE DE DUREE INCOHERENTE"
                          TO WS-MOTIF
                    WHEN LD-TAUX NOT NUMERIC OR LD-TAUX = ZERO
                       MOVE "TAUX ABSENT OU NUL" TO WS-MOTIF
                    WHEN LD-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "EPARGNE"
                 EVALUATE TRUE
                    WHEN LE-CODE = SPACES
                       MOVE "CODE PRODUIT ABSENT" TO WS-MOTIF
                    WHEN LE-TAUX NOT NUMERIC
                       MOVE "TAUX NON NUMERIQUE" TO WS-MOTIF
                    WHEN LE-PLAFOND NOT NUMERIC
                       MOVE "PLAFOND NON NUMERIQUE" TO WS-MOTIF
                    WHEN LE-UNICITE NOT = "O" AND LE-UNICITE NOT = "N"
                       MOVE "UNICITE ATTENDUE O OU N" TO WS-MOTIF
                    WHEN LE-AGE-MIN NOT NUMERIC
                          OR LE-AGE-MAX NOT NUMERIC
                       MOVE "BORNES D'AGE NON NUMERIQUES" TO WS-MOTIF
                    WHEN LE-AGE-MAX NOT = ZERO
                          AND LE-AGE-MIN > LE-AGE-MAX
                       MOVE "AGE MINI AU-DELA DU MAXI" TO WS-MOTIF
                    WHEN LE-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "SURVEIL"
                 EVALUATE TRUE
                    WHEN LS-CODE NOT = "S1" AND LS-CODE NOT = "S2"
                          AND LS-CODE NOT = "S3"
                          AND LS-CODE NOT = "JJ"
                          AND LS-CODE NOT = "PC"
                       MOVE "CODE ATTENDU S1 S2 S3 JJ OU PC"
                          TO WS-MOTIF
                    WHEN LS-VALEUR NOT NUMERIC OR LS-VALEUR = ZERO
                       MOVE "SEUIL ABSENT OU NUL" TO WS-MOTIF
                    WHEN LS-CODE = "JJ" AND LS-VALEUR > 365
                       MOVE "FENETRE AU-DELA DE 365 JOURS"
                          TO WS-MOTIF
                    WHEN LS-CODE = "PC" AND LS-VALEUR > 100
                       MOVE "POURCENTAGE AU-DELA DE 100" TO WS-MOTIF
                    WHEN LS-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "PROVTAUX"
                 EVALUATE TRUE
                    WHEN LP-CLASSE NOT = "S" AND LP-CLASSE NOT = "V"
                          AND LP-CLASSE NOT = "D"
                          AND LP-CLASSE NOT = "C"
                       MOVE "CLASSE ATTENDUE S V D OU C" TO WS-MOTIF
                    WHEN LP-TAUX NOT NUMERIC
                       MOVE "TAUX NON NUMERIQUE" TO WS-MOTIF
                    WHEN LP-TAUX > 100
                       MOVE "TAUX AU-DELA DE 100" TO WS-MOTIF
                    WHEN LP-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
              WHEN "AGIOS"
                 EVALUATE TRUE
                    WHEN LA-TAUX NOT NUMERIC OR LA-TAUX = ZERO
                       MOVE "TAUX ABSENT OU NUL" TO WS-MOTIF
                    WHEN LA-TAUX > 25
                       MOVE "TAUX AU-DELA DE 25" TO WS-MOTIF
                    WHEN LA-RESTE NOT = SPACES
                       MOVE "LIGNE TROP LONGUE" TO WS-MOTIF
                 END-EVALUATE
           END-EVALUATE

           .

      *> Second regard : un superviseur autre que le demandeur
      *> valide ou rejette une version en attente.
       DECIDER-VERSION.
           IF WS-PROFIL NOT = "S"
              DISPLAY "Validation reservee au profil S."
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHOISIR-FICHIER.
           IF WS-FI = ZERO
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGEMENT-VERSIONS.
           MOVE ZERO TO WS-NB-AFFICHEES.
           PERFORM VARYING WS-VERSION-INDEX FROM 1 BY 1
                 UNTIL WS-VERSION-INDEX > WS-NB-VERSIONS
              IF WS-VE-CODE(WS-VERSION-INDEX) = WS-FI-CODE(WS-FI)
                    AND WS-VE-STATUT(WS-VERSION-INDEX) = "A"
                 ADD 1 TO WS-NB-AFFICHEES
                 DISPLAY "Version n. " WS-VERSION-INDEX " :"
                 PERFORM AFFICHER-VERSION
              END-IF
           END-PERFORM.
           IF WS-NB-AFFICHEES = ZERO
              DISPLAY "Aucune version en attente."
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "Version n. :".
           ACCEPT WS-VERSION-CHOISIE.
           IF WS-VERSION-CHOISIE = ZERO
                 OR WS-VERSION-CHOISIE > WS-NB-VERSIONS
              DISPLAY "Version absente."
              EXIT PARAGRAPH
           END-IF.
           IF WS-VE-CODE(WS-VERSION-CHOISIE) NOT = WS-FI-CODE(WS-FI)
                 OR WS-VE-STATUT(WS-VERSION-CHOISIE) NOT = "A"
              DISPLAY "Version absente ou deja decidee."
              EXIT PARAGRAPH
           END-IF.
           IF WS-VE-DEMANDEUR(WS-VERSION-CHOISIE) = WS-OPERATEUR
              DISPLAY "Validation refusee : version proposee par "
                 "vous-meme."
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-VE-CHEMIN(WS-VERSION-CHOISIE)
              TO WS-CHEMIN-PARAMETRE.
           PERFORM CHARGEMENT-LIGNES.
           PERFORM AFFICHER-LIGNES.
           MOVE WS-VE-DATE-EFFET(WS-VERSION-CHOISIE) TO WS-DATE-EFFET.
           PERFORM CONTROLER-VERSION.

           IF WS-DATE-EFFET < WS-DATE-JOUR OR WS-NB-ERREURS > ZERO
              DISPLAY "Date d'effet depassee ou version en erreur : "
                 "rejet seulement (R), ou vide pour abandonner."
           ELSE
              DISPLAY "V = valider, R = rejeter, vide = abandonner :"
           END-IF.
           ACCEPT WS-DECISION.
           IF WS-DECISION = "V"
                 AND (WS-DATE-EFFET < WS-DATE-JOUR
                      OR WS-NB-ERREURS > ZERO)
              MOVE SPACE TO WS-DECISION
           END-IF.
           IF WS-DECISION NOT = "V" AND WS-DECISION NOT = "R"
              DISPLAY "Aucune decision, version toujours en attente."
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PARAMVERS-REC.
           MOVE WS-VE-CODE(WS-VERSION-CHOISIE) TO PV-CODE.
           MOVE WS-DATE-EFFET TO PV-DATE-EFFET.
           MOVE WS-VE-NUMERO(WS-VERSION-CHOISIE) TO PV-NUMERO.
           MOVE WS-DECISION TO PV-STATUT.
           MOVE WS-VE-DEMANDEUR(WS-VERSION-CHOISIE) TO PV-DEMANDEUR.
           MOVE WS-OPERATEUR TO PV-APPROBATEUR.
           MOVE WS-VE-CHEMIN(WS-VERSION-CHOISIE) TO PV-CHEMIN.
           PERFORM INSCRIRE-REGISTRE.
           IF WS-VER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           IF PV-VALIDEE
              DISPLAY "Version validee, en vigueur a partir du "
                 WS-DATE-EFFET "."
              MOVE "VERSION DE PARAMETRES VALIDEE"
                 TO WS-JOURNAL-EVENEMENT
           ELSE
              DISPLAY "Version rejetee."
              MOVE "VERSION DE PARAMETRES REJETEE"
                 TO WS-JOURNAL-EVENEMENT
           END-IF.
           PERFORM JOURNALISER-VERSION

           .

       CONSULTER-VIGUEUR.
           PERFORM CHOISIR-FICHIER.
           IF WS-FI = ZERO
              EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-DATE.
           IF WS-DATE-EFFET = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FI-CHEMIN(WS-FI) TO WS-CHEMIN-PARAMETRE.
           CALL "ParametreVigueur" USING WS-FI-CODE(WS-FI)
              WS-DATE-EFFET WS-CHEMIN-PARAMETRE.
           DISPLAY "En vigueur le " WS-DATE-EFFET " : "
              WS-CHEMIN-PARAMETRE.
           PERFORM CHARGEMENT-LIGNES.
           PERFORM AFFICHER-LIGNES

           .
