       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriblageNom.
       AUTHOR. moi.

      *> Sous-programme reutilisable : criblage d'un nom contre la
      *> liste de sanctions (gel des avoirs, embargos) tenue par la
      *> conformite dans Data/ops/sanctions.in - type de liste,
      *> reference de l'inscription, nom. Le nom presente et les
      *> noms de la liste sont compares en majuscules ; il y a
      *> correspondance des que le nom inscrit figure en entier
      *> dans le nom presente ("IVANOV" arrete "SOCIETE IVANOV SA").
      *> La liste est relue a chaque appel : une inscription du
      *> matin vaut pour le passage du soir, sans relance.
      *>
      *> Code retour CN-RESULTAT : "N" aucune correspondance / "S"
      *> nom sous sanctions (CN-REFERENCE = inscription trouvee) /
      *> "I" liste illisible - l'appelant doit alors bloquer
      *> l'operation plutot que la laisser passer sans criblage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FILE ASSIGN TO "Data/ops/sanctions.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTE-FILE.
       01  LISTE-REC.
           05  LS-TYPE           PIC X.
               88  LS-SANCTION   VALUE "S".
           05  LS-REFERENCE      PIC X(12).
           05  LS-NOM            PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-LST-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

       01  WS-NOM-PRESENTE       PIC X(35).
       01  WS-NOM-LISTE          PIC X(35).
       01  WS-INDEX              PIC 99.
       01  WS-LG-UTILE           PIC 99.
       01  WS-OCCURRENCES        PIC 99.

       01  WS-MINUSCULES         PIC X(26)
              VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAJUSCULES         PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01  CN-NOM                PIC X(35).
       01  CN-RESULTAT           PIC X.
       01  CN-REFERENCE          PIC X(12).

       PROCEDURE DIVISION USING CN-NOM CN-RESULTAT CN-REFERENCE.
           MOVE "N" TO CN-RESULTAT.
           MOVE SPACES TO CN-REFERENCE.

           MOVE CN-NOM TO WS-NOM-PRESENTE.
           INSPECT WS-NOM-PRESENTE
              CONVERTING WS-MINUSCULES TO WS-MAJUSCULES.

           OPEN INPUT LISTE-FILE.
           IF WS-LST-STATUS NOT = "00"
              DISPLAY "CriblageNom : sanctions.in illisible, STATUS="
                 WS-LST-STATUS
              MOVE "I" TO CN-RESULTAT
              GOBACK
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ LISTE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF LS-SANCTION AND LS-NOM NOT = SPACES
                       PERFORM COMPARER-NOM
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LISTE-FILE.

           GOBACK.

       COMPARER-NOM.
           MOVE LS-NOM TO WS-NOM-LISTE.
           INSPECT WS-NOM-LISTE
              CONVERTING WS-MINUSCULES TO WS-MAJUSCULES.

      *    Longueur utile : position du dernier caractere non blanc.
           MOVE ZERO TO WS-LG-UTILE.
           PERFORM VARYING WS-INDEX FROM 35 BY -1
                 UNTIL WS-INDEX = ZERO OR WS-LG-UTILE > ZERO
              IF WS-NOM-LISTE(WS-INDEX:1) NOT = SPACE
                 MOVE WS-INDEX TO WS-LG-UTILE
              END-IF
           END-PERFORM.

           MOVE ZERO TO WS-OCCURRENCES.
           INSPECT WS-NOM-PRESENTE TALLYING WS-OCCURRENCES
              FOR ALL WS-NOM-LISTE(1:WS-LG-UTILE).
           IF WS-OCCURRENCES > ZERO
              MOVE "S" TO CN-RESULTAT
              MOVE LS-REFERENCE TO CN-REFERENCE
              SET EOF TO TRUE
           END-IF

           .
