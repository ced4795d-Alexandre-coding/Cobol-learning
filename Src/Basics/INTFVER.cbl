       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFVER.

      *> Controle prealable des fichiers d'interface entrants contre
      *> le dictionnaire des layouts (Data/ops/dictionnaire.ctl), en
      *> step place juste avant le programme metier : un partenaire
      *> qui decale une colonne de prets.in, operations.in ou
      *> retours-banque.in est arrete ici, au lieu de produire des
      *> montants faux en aval.
      *> Le dictionnaire decrit, par interface :
      *>   - une ligne F : fichier, position et longueur du type
      *>     d'enregistrement (000 = un seul type), longueur
      *>     d'enregistrement, seuil d'erreurs admis ;
      *>   - une ligne C par zone : type d'enregistrement concerne
      *>     (blanc = tous), nom, position de debut, longueur, type
      *>     (N numerique, A alphanumerique, D date AAAAMMJJ, S
      *>     montant signe, signe separe en fin de zone), O/N
      *>     obligatoire, valeurs admises separees par "/" (blanc =
      *>     toute valeur).
      *> L'interface a controler est lue sur SYSIN (blanc = toutes
      *> les interfaces du dictionnaire). Chaque zone en defaut sort
      *> dans Data/ops/interfaces.rpt avec son numero de ligne, le
      *> motif et la valeur lue ; le bilan par interface donne le
      *> nombre de lignes en erreur face au seuil.
      *> Codes retour : 0 = interfaces acceptees (anomalies sous le
      *> seuil comprises, journalisees en AVERTISSEMENT), 4 =
      *> dictionnaire, fichier ou etat inaccessible, interface
      *> inconnue ou entree de dictionnaire invalide, 8 = lignes en
      *> erreur au-dela du seuil - la chaine s'arrete avant le
      *> programme metier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICTIONNAIRE-FILE
                 ASSIGN TO "Data/ops/dictionnaire.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIC-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO WS-CHEMIN-INTERFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/ops/interfaces.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Dictionnaire : ligne F (fichier) ou C (zone) ; une ligne
      *> commencant par "*" est un commentaire.
       FD  DICTIONNAIRE-FILE.
       01  DICTIONNAIRE-LINE.
           05  DI-LIGNE          PIC X.
               88  DI-FICHIER             VALUE "F".
               88  DI-ZONE                VALUE "C".
               88  DI-COMMENTAIRE         VALUE "*".
           05  FILLER            PIC X.
           05  DI-INTERFACE      PIC X(8).
           05  FILLER            PIC X.
           05  DI-SUITE          PIC X(95).

       01  DICTIONNAIRE-FICHIER.
           05  FILLER            PIC X(11).
           05  DF-CHEMIN         PIC X(45).
           05  FILLER            PIC X.
           05  DF-POS-TYPE       PIC 9(3).
           05  FILLER            PIC X.
           05  DF-LONG-TYPE      PIC 9.
           05  FILLER            PIC X.
           05  DF-LONGUEUR       PIC 9(3).
           05  FILLER            PIC X.
           05  DF-SEUIL          PIC 9(5).
           05  FILLER            PIC X(34).

       01  DICTIONNAIRE-ZONE.
           05  FILLER            PIC X(11).
           05  DC-TYPE-ENREG     PIC X(2).
           05  FILLER            PIC X.
           05  DC-NOM            PIC X(20).
           05  FILLER            PIC X.
           05  DC-DEBUT          PIC 9(3).
           05  FILLER            PIC X.
           05  DC-LONGUEUR       PIC 9(2).
           05  FILLER            PIC X.
           05  DC-TYPE           PIC X.
               88  DC-TYPE-VALIDE         VALUE "N" "A" "D" "S".
           05  FILLER            PIC X.
           05  DC-OBLIGATOIRE    PIC X.
               88  DC-OBLIGATOIRE-VALIDE  VALUE "O" "N".
           05  FILLER            PIC X.
           05  DC-VALEURS        PIC X(60).

       FD  INTERFACE-FILE.
       01  INTERFACE-LINE        PIC X(400).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-DIC-STATUS         PIC XX.
       01  WS-INT-STATUS         PIC XX.
       01  WS-RPT-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-INTERFACE-DEMANDEE PIC X(8).
       01  WS-CHEMIN-INTERFACE   PIC X(45).
       01  WS-CODE-RETOUR        PIC 9 VALUE 0.

      *> Interfaces decrites au dictionnaire (lignes F).
       01  WS-INTERFACES.
           05  WS-NB-INTERFACES  PIC 9(3) VALUE 0.
           05  WS-INTERFACE OCCURS 20 TIMES.
               10  WS-IN-CODE        PIC X(8).
               10  WS-IN-CHEMIN      PIC X(45).
               10  WS-IN-POS-TYPE    PIC 9(3).
               10  WS-IN-LONG-TYPE   PIC 9.
               10  WS-IN-LONGUEUR    PIC 9(3).
               10  WS-IN-SEUIL       PIC 9(5).
       01  WS-INTF-INDEX         PIC 9(3).

      *> Zones decrites au dictionnaire (lignes C), valeurs admises
      *> eclatees au chargement.
       01  WS-ZONES.
           05  WS-NB-ZONES       PIC 9(3) VALUE 0.
           05  WS-ZONE OCCURS 300 TIMES.
               10  WS-ZO-INTERFACE   PIC X(8).
               10  WS-ZO-TYPE-ENREG  PIC X(2).
               10  WS-ZO-NOM         PIC X(20).
               10  WS-ZO-DEBUT       PIC 9(3).
               10  WS-ZO-LONGUEUR    PIC 9(2).
               10  WS-ZO-TYPE        PIC X.
               10  WS-ZO-OBLIGATOIRE PIC X.
               10  WS-ZO-NB-VALEURS  PIC 9(2).
               10  WS-ZO-VALEUR OCCURS 10 TIMES PIC X(10).
       01  WS-ZONE-INDEX         PIC 9(3).
       01  WS-VALEUR-INDEX       PIC 9(2).
       01  WS-NB-DICO-INVALIDES  PIC 9(3) VALUE 0.
       01  WS-NB-CONTROLEES      PIC 9(3) VALUE 0.

      *> Controle d'une interface.
       01  WS-NB-LIGNES          PIC 9(7).
       01  WS-NB-LIGNES-ERREUR   PIC 9(7).
       01  WS-NB-ANOMALIES       PIC 9(7).
       01  WS-LIGNE-EN-ERREUR    PIC X.
           88  LIGNE-EN-ERREUR            VALUE "Y".
       01  WS-TYPE-LU            PIC X(2).
       01  WS-TYPE-CONNU         PIC X.
       01  WS-POSITION-SUITE     PIC 9(3).
       01  WS-LONGUEUR-SUITE     PIC 9(3).
       01  WS-VALEUR             PIC X(40).
       01  WS-LONGUEUR-ZONE      PIC 9(2).
       01  WS-DATE-ZONE          PIC 9(8).
       01  WS-VALEUR-ADMISE      PIC X.
       01  WS-ANO-ZONE           PIC X(20).
       01  WS-ANO-MOTIF          PIC X(30).

       01  WS-LIGNE-ANOMALIE.
           05  WS-AN-INTERFACE   PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-AN-LIGNE       PIC Z(6)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-AN-ZONE        PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-AN-MOTIF       PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-AN-VALEUR      PIC X(30).

       01  WS-LIGNE-BILAN.
           05  WS-BI-INTERFACE   PIC X(8).
           05  FILLER            PIC X(9) VALUE " LIGNES=".
           05  WS-BI-LIGNES      PIC Z(6)9.
           05  FILLER            PIC X(12) VALUE " EN ERREUR=".
           05  WS-BI-ERREURS     PIC Z(6)9.
           05  FILLER            PIC X(7) VALUE " SEUIL=".
           05  WS-BI-SEUIL       PIC Z(4)9.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-BI-DECISION    PIC X(8).

       01  WS-JOURNAL-PROGRAMME  PIC X(10) VALUE "INTFVER".
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
       01  WS-JOURNAL-NB         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "=== INTFVER START ===".
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           DISPLAY "Interface a controler (blanc = toutes) :".
           MOVE SPACES TO WS-INTERFACE-DEMANDEE.
           ACCEPT WS-INTERFACE-DEMANDEE.

           PERFORM CHARGEMENT-DICTIONNAIRE.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "CONTROLE DES INTERFACES ENTRANTES DU "
              WS-DATE-JOUR DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "INTERF.     LIGNE  ZONE" DELIMITED BY SIZE
              "                  MOTIF" DELIMITED BY SIZE
              "                           VALEUR" DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM VARYING WS-INTF-INDEX FROM 1 BY 1
                 UNTIL WS-INTF-INDEX > WS-NB-INTERFACES
              IF WS-INTERFACE-DEMANDEE = SPACES
                    OR WS-INTERFACE-DEMANDEE
                       = WS-IN-CODE(WS-INTF-INDEX)
                 ADD 1 TO WS-NB-CONTROLEES
                 PERFORM CONTROLER-INTERFACE
              END-IF
           END-PERFORM.

           IF WS-NB-CONTROLEES = ZERO
              DISPLAY "INTERFACE " WS-INTERFACE-DEMANDEE
                 " INCONNUE AU DICTIONNAIRE"
              MOVE SPACES TO RAPPORT-LINE
              STRING "INTERFACE " WS-INTERFACE-DEMANDEE
                 " INCONNUE AU DICTIONNAIRE" DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
              PERFORM RETENIR-CODE-4
           END-IF.
           IF WS-NB-DICO-INVALIDES > ZERO
              PERFORM RETENIR-CODE-4
           END-IF.

           CLOSE RAPPORT-FILE.

           DISPLAY "INTERFACES CONTROLEES=" WS-NB-CONTROLEES
              " CODE RETOUR=" WS-CODE-RETOUR.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           MOVE WS-NB-CONTROLEES TO WS-JOURNAL-NB.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== INTFVER END ===".
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      *> Sans dictionnaire, aucun fichier ne peut etre controle :
      *> la chaine s'arrete sur un code retour 4.
       CHARGEMENT-DICTIONNAIRE.
           OPEN INPUT DICTIONNAIRE-FILE.
           IF WS-DIC-STATUS NOT = "00"
              DISPLAY "DICTIONNAIRE-FILE OPEN ERROR, STATUS="
                 WS-DIC-STATUS
              MOVE "DICTIONNAIRE DES INTERFACES ABSENT"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
                 WS-JOURNAL-SEVERITE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ DICTIONNAIRE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN DI-FICHIER
                          PERFORM RETENIR-FICHIER
                       WHEN DI-ZONE
                          PERFORM RETENIR-ZONE
                       WHEN DI-COMMENTAIRE
                          CONTINUE
                       WHEN DICTIONNAIRE-LINE = SPACES
                          CONTINUE
                       WHEN OTHER
                          PERFORM REFUSER-ENTREE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE DICTIONNAIRE-FILE

           .

       RETENIR-FICHIER.
           IF DI-INTERFACE = SPACES OR DF-CHEMIN = SPACES
                 OR DF-POS-TYPE IS NOT NUMERIC
                 OR DF-LONG-TYPE IS NOT NUMERIC
                 OR DF-LONGUEUR IS NOT NUMERIC
                 OR DF-SEUIL IS NOT NUMERIC
                 OR DF-LONGUEUR = ZERO OR DF-LONGUEUR > 400
              PERFORM REFUSER-ENTREE
              EXIT PARAGRAPH
           END-IF.
           IF DF-POS-TYPE > ZERO
              IF DF-LONG-TYPE = ZERO OR DF-LONG-TYPE > 2
                    OR DF-POS-TYPE + DF-LONG-TYPE - 1 > DF-LONGUEUR
                 PERFORM REFUSER-ENTREE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-NB-INTERFACES >= 20
              DISPLAY "INTFVER : table des interfaces saturee, "
                 DI-INTERFACE " ignoree"
              PERFORM REFUSER-ENTREE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-INTERFACES.
           MOVE DI-INTERFACE TO WS-IN-CODE(WS-NB-INTERFACES).
           MOVE DF-CHEMIN TO WS-IN-CHEMIN(WS-NB-INTERFACES).
           MOVE DF-POS-TYPE TO WS-IN-POS-TYPE(WS-NB-INTERFACES).
           MOVE DF-LONG-TYPE TO WS-IN-LONG-TYPE(WS-NB-INTERFACES).
           MOVE DF-LONGUEUR TO WS-IN-LONGUEUR(WS-NB-INTERFACES).
           MOVE DF-SEUIL TO WS-IN-SEUIL(WS-NB-INTERFACES)

           .

       RETENIR-ZONE.
           IF DI-INTERFACE = SPACES OR DC-NOM = SPACES
                 OR DC-DEBUT IS NOT NUMERIC
                 OR DC-LONGUEUR IS NOT NUMERIC
                 OR NOT DC-TYPE-VALIDE
                 OR NOT DC-OBLIGATOIRE-VALIDE
              PERFORM REFUSER-ENTREE
              EXIT PARAGRAPH
           END-IF.
           IF DC-DEBUT = ZERO OR DC-LONGUEUR = ZERO
                 OR DC-DEBUT + DC-LONGUEUR - 1 > 400
                 OR (DC-TYPE = "D" AND DC-LONGUEUR NOT = 8)
                 OR (DC-TYPE = "S" AND DC-LONGUEUR < 2)
              PERFORM REFUSER-ENTREE
              EXIT PARAGRAPH
           END-IF.
           IF WS-NB-ZONES >= 300
              DISPLAY "INTFVER : table des zones saturee, "
                 DI-INTERFACE " " DC-NOM " ignoree"
              PERFORM REFUSER-ENTREE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ZONES.
           MOVE DI-INTERFACE TO WS-ZO-INTERFACE(WS-NB-ZONES).
           MOVE DC-TYPE-ENREG TO WS-ZO-TYPE-ENREG(WS-NB-ZONES).
           MOVE DC-NOM TO WS-ZO-NOM(WS-NB-ZONES).
           MOVE DC-DEBUT TO WS-ZO-DEBUT(WS-NB-ZONES).
           MOVE DC-LONGUEUR TO WS-ZO-LONGUEUR(WS-NB-ZONES).
           MOVE DC-TYPE TO WS-ZO-TYPE(WS-NB-ZONES).
           MOVE DC-OBLIGATOIRE TO WS-ZO-OBLIGATOIRE(WS-NB-ZONES).
           MOVE ZERO TO WS-ZO-NB-VALEURS(WS-NB-ZONES).
           IF DC-VALEURS NOT = SPACES
              UNSTRING DC-VALEURS DELIMITED BY "/"
                 INTO WS-ZO-VALEUR(WS-NB-ZONES, 1)
                      WS-ZO-VALEUR(WS-NB-ZONES, 2)
                      WS-ZO-VALEUR(WS-NB-ZONES, 3)
                      WS-ZO-VALEUR(WS-NB-ZONES, 4)
                      WS-ZO-VALEUR(WS-NB-ZONES, 5)
                      WS-ZO-VALEUR(WS-NB-ZONES, 6)
                      WS-ZO-VALEUR(WS-NB-ZONES, 7)
                      WS-ZO-VALEUR(WS-NB-ZONES, 8)
                      WS-ZO-VALEUR(WS-NB-ZONES, 9)
                      WS-ZO-VALEUR(WS-NB-ZONES, 10)
                 TALLYING IN WS-ZO-NB-VALEURS(WS-NB-ZONES)
              END-UNSTRING
           END-IF

           .

       REFUSER-ENTREE.
           ADD 1 TO WS-NB-DICO-INVALIDES.
           DISPLAY "INTFVER : entree de dictionnaire invalide : "
              DICTIONNAIRE-LINE(1:60)

           .

       CONTROLER-INTERFACE.
           MOVE ZERO TO WS-NB-LIGNES WS-NB-LIGNES-ERREUR
              WS-NB-ANOMALIES.
           MOVE WS-IN-CHEMIN(WS-INTF-INDEX) TO WS-CHEMIN-INTERFACE.
           COMPUTE WS-POSITION-SUITE =
              WS-IN-LONGUEUR(WS-INTF-INDEX) + 1.
           COMPUTE WS-LONGUEUR-SUITE =
              400 - WS-IN-LONGUEUR(WS-INTF-INDEX).

           OPEN INPUT INTERFACE-FILE.
           IF WS-INT-STATUS NOT = "00"
              DISPLAY "INTERFACE " WS-IN-CODE(WS-INTF-INDEX)
                 " : FICHIER INACCESSIBLE, STATUS=" WS-INT-STATUS
              MOVE SPACES TO RAPPORT-LINE
              STRING WS-IN-CODE(WS-INTF-INDEX) DELIMITED BY SIZE
                 "  FICHIER INACCESSIBLE, STATUS=" DELIMITED BY SIZE
                 WS-INT-STATUS DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
              PERFORM RETENIR-CODE-4
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ INTERFACE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES
                    PERFORM CONTROLER-LIGNE
              END-READ
           END-PERFORM.
           CLOSE INTERFACE-FILE.

           PERFORM EDITER-BILAN

           .

       CONTROLER-LIGNE.
           MOVE "N" TO WS-LIGNE-EN-ERREUR.

           IF WS-LONGUEUR-SUITE > ZERO
              IF INTERFACE-LINE(WS-POSITION-SUITE:WS-LONGUEUR-SUITE)
                    NOT = SPACES
                 MOVE "(FIN ENREG.)" TO WS-ANO-ZONE
                 MOVE "LIGNE TROP LONGUE" TO WS-ANO-MOTIF
                 MOVE INTERFACE-LINE(WS-POSITION-SUITE:
                    WS-LONGUEUR-SUITE) TO WS-VALEUR
                 PERFORM SIGNALER-ANOMALIE
              END-IF
           END-IF.

           MOVE SPACES TO WS-TYPE-LU.
           IF WS-IN-POS-TYPE(WS-INTF-INDEX) > ZERO
              MOVE INTERFACE-LINE(WS-IN-POS-TYPE(WS-INTF-INDEX):
                 WS-IN-LONG-TYPE(WS-INTF-INDEX)) TO WS-TYPE-LU
              MOVE "N" TO WS-TYPE-CONNU
              PERFORM VARYING WS-ZONE-INDEX FROM 1 BY 1
                    UNTIL WS-ZONE-INDEX > WS-NB-ZONES
                    OR WS-TYPE-CONNU = "Y"
                 IF WS-ZO-INTERFACE(WS-ZONE-INDEX)
                       = WS-IN-CODE(WS-INTF-INDEX)
                       AND WS-ZO-TYPE-ENREG(WS-ZONE-INDEX)
                          = WS-TYPE-LU
                    MOVE "Y" TO WS-TYPE-CONNU
                 END-IF
              END-PERFORM
              IF WS-TYPE-CONNU NOT = "Y"
                 MOVE "(TYPE ENREG.)" TO WS-ANO-ZONE
                 MOVE "TYPE D'ENREGISTREMENT INCONNU"
                    TO WS-ANO-MOTIF
                 MOVE WS-TYPE-LU TO WS-VALEUR
                 PERFORM SIGNALER-ANOMALIE
                 ADD 1 TO WS-NB-LIGNES-ERREUR
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM VARYING WS-ZONE-INDEX FROM 1 BY 1
                 UNTIL WS-ZONE-INDEX > WS-NB-ZONES
              IF WS-ZO-INTERFACE(WS-ZONE-INDEX)
                    = WS-IN-CODE(WS-INTF-INDEX)
                    AND (WS-ZO-TYPE-ENREG(WS-ZONE-INDEX) = SPACES
                    OR WS-ZO-TYPE-ENREG(WS-ZONE-INDEX) = WS-TYPE-LU)
                 PERFORM CONTROLER-ZONE
              END-IF
           END-PERFORM.

           IF LIGNE-EN-ERREUR
              ADD 1 TO WS-NB-LIGNES-ERREUR
           END-IF

           .

       CONTROLER-ZONE.
           MOVE WS-ZO-LONGUEUR(WS-ZONE-INDEX) TO WS-LONGUEUR-ZONE.
           MOVE SPACES TO WS-VALEUR.
           MOVE INTERFACE-LINE(WS-ZO-DEBUT(WS-ZONE-INDEX):
              WS-LONGUEUR-ZONE) TO WS-VALEUR(1:WS-LONGUEUR-ZONE).
           MOVE WS-ZO-NOM(WS-ZONE-INDEX) TO WS-ANO-ZONE.

           IF WS-VALEUR = SPACES
              IF WS-ZO-OBLIGATOIRE(WS-ZONE-INDEX) = "O"
                 MOVE "ZONE OBLIGATOIRE ABSENTE" TO WS-ANO-MOTIF
                 PERFORM SIGNALER-ANOMALIE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ANO-MOTIF.
           EVALUATE WS-ZO-TYPE(WS-ZONE-INDEX)
              WHEN "N"
                 IF WS-VALEUR(1:WS-LONGUEUR-ZONE) IS NOT NUMERIC
                    MOVE "ZONE NON NUMERIQUE" TO WS-ANO-MOTIF
                 END-IF
              WHEN "D"
                 IF WS-VALEUR(1:8) IS NOT NUMERIC
                    MOVE "DATE NON NUMERIQUE" TO WS-ANO-MOTIF
                 ELSE
                    MOVE WS-VALEUR(1:8) TO WS-DATE-ZONE
      *>            Date a zero admise sur une zone facultative.
                    IF WS-DATE-ZONE NOT = ZERO
                          OR WS-ZO-OBLIGATOIRE(WS-ZONE-INDEX) = "O"
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ZONE)
                             NOT = ZERO
                          MOVE "DATE INVALIDE" TO WS-ANO-MOTIF
                       END-IF
                    END-IF
                 END-IF
              WHEN "S"
                 IF WS-VALEUR(WS-LONGUEUR-ZONE:1) NOT = "+"
                       AND WS-VALEUR(WS-LONGUEUR-ZONE:1) NOT = "-"
                    MOVE "SIGNE ABSENT" TO WS-ANO-MOTIF
                 ELSE
                    IF WS-VALEUR(1:WS-LONGUEUR-ZONE - 1)
                          IS NOT NUMERIC
                       MOVE "MONTANT NON NUMERIQUE" TO WS-ANO-MOTIF
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-ANO-MOTIF NOT = SPACES
              PERFORM SIGNALER-ANOMALIE
              EXIT PARAGRAPH
           END-IF.

           IF WS-ZO-NB-VALEURS(WS-ZONE-INDEX) = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VALEUR-ADMISE.
           PERFORM VARYING WS-VALEUR-INDEX FROM 1 BY 1
                 UNTIL WS-VALEUR-INDEX > WS-ZO-NB-VALEURS(WS-ZONE-INDEX)
                 OR WS-VALEUR-ADMISE = "Y"
              IF WS-VALEUR
                    = WS-ZO-VALEUR(WS-ZONE-INDEX, WS-VALEUR-INDEX)
                 MOVE "Y" TO WS-VALEUR-ADMISE
              END-IF
           END-PERFORM.
           IF WS-VALEUR-ADMISE NOT = "Y"
              MOVE "VALEUR NON ADMISE" TO WS-ANO-MOTIF
              PERFORM SIGNALER-ANOMALIE
           END-IF

           .

       SIGNALER-ANOMALIE.
           MOVE "Y" TO WS-LIGNE-EN-ERREUR.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE WS-IN-CODE(WS-INTF-INDEX) TO WS-AN-INTERFACE.
           MOVE WS-NB-LIGNES TO WS-AN-LIGNE.
           MOVE WS-ANO-ZONE TO WS-AN-ZONE.
           MOVE WS-ANO-MOTIF TO WS-AN-MOTIF.
           MOVE WS-VALEUR TO WS-AN-VALEUR.
           MOVE WS-LIGNE-ANOMALIE TO RAPPORT-LINE.
           WRITE RAPPORT-LINE

           .

      *> Bilan de l'interface : au-dela du seuil de lignes en erreur,
      *> le fichier est refuse et la chaine s'arrete (code 8) ; sous
      *> le seuil, les anomalies sont signalees au journal et le
      *> programme metier les traitera par ses propres controles.
       EDITER-BILAN.
           MOVE WS-IN-CODE(WS-INTF-INDEX) TO WS-BI-INTERFACE.
           MOVE WS-NB-LIGNES TO WS-BI-LIGNES.
           MOVE WS-NB-LIGNES-ERREUR TO WS-BI-ERREURS.
           MOVE WS-IN-SEUIL(WS-INTF-INDEX) TO WS-BI-SEUIL.
           IF WS-NB-LIGNES-ERREUR > WS-IN-SEUIL(WS-INTF-INDEX)
              MOVE "REFUSE" TO WS-BI-DECISION
           ELSE
              MOVE "ACCEPTE" TO WS-BI-DECISION
           END-IF.
           MOVE WS-LIGNE-BILAN TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           DISPLAY WS-LIGNE-BILAN.

           IF WS-NB-LIGNES-ERREUR = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JOURNAL-EVENEMENT.
           IF WS-NB-LIGNES-ERREUR > WS-IN-SEUIL(WS-INTF-INDEX)
              STRING "INTERFACE REFUSEE : " DELIMITED BY SIZE
                 WS-IN-CODE(WS-INTF-INDEX) DELIMITED BY SPACE
                 INTO WS-JOURNAL-EVENEMENT
              END-STRING
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              MOVE 8 TO WS-CODE-RETOUR
           ELSE
              STRING "ANOMALIES SOUS SEUIL : " DELIMITED BY SIZE
                 WS-IN-CODE(WS-INTF-INDEX) DELIMITED BY SPACE
                 INTO WS-JOURNAL-EVENEMENT
              END-STRING
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
           END-IF.
           IF WS-NB-LIGNES-ERREUR > 99999
              MOVE 99999 TO WS-JOURNAL-NB
           ELSE
              MOVE WS-NB-LIGNES-ERREUR TO WS-JOURNAL-NB
           END-IF.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE

           .

       RETENIR-CODE-4.
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF

           .
