       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTSCOTE.

      *> Cotation de difficulte des mots du pendu d'apres le jeu
      *> reel : jusqu'ici les mots n'avaient qu'une categorie et un
      *> tour de tournoi etait une loterie (ELEPHANT pour l'un, un
      *> monstre a sept consonnes pour le suivant). Le lot relit
      *> toutes les parties de scores.out (resultat, erreurs, mot,
      *> indices achetes) et les mots restes perdus de echecs.idx,
      *> puis cote chaque mot de la banque sur 100 :
      *>   - taux de defaite           : 50 points au plus ;
      *>   - erreurs moyennes sur six  : 30 points au plus ;
      *>   - indices moyens par partie : 10 points au plus (un
      *>     indice par partie en moyenne = 10) ;
      *>   - echecs non rattrapes      : 10 points au plus, meme
      *>     regle que les indices.
      *> Le niveau F / M / D se deduit de la cote selon les seuils
      *> de difficulte.ctl (MP = parties minimum pour coter, SF =
      *> cote a partir de laquelle un mot n'est plus facile, SD =
      *> cote a partir de laquelle il est difficile ; valeurs de
      *> repli 3 / 25 / 50). Un mot trop peu joue reste non cote.
      *> La cote, le niveau et le nombre de parties sont reecrits
      *> dans mots.in (MOTSMNT les affiche, le tournoi de JPENDU
      *> s'en sert pour tirer des mots de meme niveau) et detailles
      *> dans difficulte-mots.rpt. Le lot recalcule tout a chaque
      *> passage : il se relance sans risque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORD-BANK-FILE ASSIGN TO "Data/jpendu/mots.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WB-STATUS.

           SELECT SCORE-FILE ASSIGN TO "Data/jpendu/scores.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT ECHEC-FILE ASSIGN TO "Data/jpendu/echecs.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CLE
               FILE STATUS IS WS-ECHEC-STATUS.

           SELECT SEUIL-FILE ASSIGN TO "Data/jpendu/difficulte.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEUIL-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/jpendu/difficulte-mots.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-BANK-FILE.
           COPY MOT-BANQUE-REC.

       FD  SCORE-FILE.
       01  SCORE-LINE            PIC X(100).

       FD  ECHEC-FILE.
       01  ECHEC-REC.
           05  EC-CLE.
               10  EC-NOM        PIC X(20).
               10  EC-MOT        PIC X(20).
           05  EC-CATEGORIE      PIC X(15).

       FD  SEUIL-FILE.
       01  SEUIL-REC.
           05  SE-CODE           PIC X(2).
           05  SE-VALEUR         PIC 9(3).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WB-STATUS          PIC XX VALUE "00".
       01  WS-SCORE-STATUS       PIC XX VALUE "00".
       01  WS-ECHEC-STATUS       PIC XX VALUE "00".
       01  WS-SEUIL-STATUS       PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

      *> Seuils de cotation (difficulte.ctl).
       01  WS-PARTIES-MINI       PIC 9(3) VALUE 3.
       01  WS-SEUIL-MOYEN        PIC 9(3) VALUE 25.
       01  WS-SEUIL-DIFFICILE    PIC 9(3) VALUE 50.

      *> La banque en memoire avec les statistiques de jeu de
      *> chaque mot, meme capacite que MOTSMNT.
       01  WS-BANQUE.
           05  WS-NB-MOTS        PIC 9(3) VALUE 0.
           05  WS-ENTREE OCCURS 200 TIMES.
               10  WS-ENT-CATEGORIE PIC X(15).
               10  WS-ENT-MOT    PIC X(20).
               10  WS-ENT-PARTIES PIC 9(5).
               10  WS-ENT-DEFAITES PIC 9(5).
               10  WS-ENT-ERREURS PIC 9(6).
               10  WS-ENT-INDICES PIC 9(6).
               10  WS-ENT-ECHECS PIC 9(4).
               10  WS-ENT-COTE   PIC 9(3).
               10  WS-ENT-NIVEAU PIC X.
       01  WS-INDEX              PIC 9(3).
       01  WS-TROUVE             PIC X.
           88  TROUVE                     VALUE "Y".

      *> Zones d'une ligne de scores.out eclatee sur ses
      *> mots-cles ; une ligne d'avant l'enregistrement du mot n'a
      *> ni MOT= ni INDICES= et n'est pas cotable.
       01  WS-SC-JOUEUR          PIC X(20).
       01  WS-SC-RESULTAT        PIC X(8).
       01  WS-SC-ERREURS         PIC X(2).
       01  WS-SC-ERREURS-NUM REDEFINES WS-SC-ERREURS PIC 99.
       01  WS-SC-MOT             PIC X(20).
       01  WS-SC-INDICES         PIC X(2).
       01  WS-SC-INDICES-NUM REDEFINES WS-SC-INDICES PIC 99.

       01  WS-PART-DEFAITES      PIC 9(3)V99.
       01  WS-PART-ERREURS       PIC 9(3)V99.
       01  WS-PART-INDICES       PIC 9(3)V99.
       01  WS-PART-ECHECS        PIC 9(3)V99.
       01  WS-COTE-CALCULEE      PIC 9(3).

       01  WS-COUNT-LIGNES       PIC 9(5) VALUE 0.
       01  WS-COUNT-SANS-MOT     PIC 9(5) VALUE 0.
       01  WS-COUNT-HORS-BANQUE  PIC 9(5) VALUE 0.
       01  WS-COUNT-ECHECS       PIC 9(5) VALUE 0.
       01  WS-COUNT-COTES        PIC 9(3) VALUE 0.
       01  WS-COUNT-NON-COTES    PIC 9(3) VALUE 0.
       01  WS-COUNT-FACILES      PIC 9(3) VALUE 0.
       01  WS-COUNT-MOYENS       PIC 9(3) VALUE 0.
       01  WS-COUNT-DIFFICILES   PIC 9(3) VALUE 0.
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-CATEGORIE  PIC X(15).
           05  WS-DET-MOT        PIC X(21).
           05  WS-DET-PARTIES    PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-DEFAITES   PIC ZZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-ERREURS    PIC Z9.9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-INDICES    PIC Z9.9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-ECHECS     PIC ZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DET-COTE       PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-NIVEAU     PIC X(10).
       01  WS-MOYENNE            PIC 99V9.

       PROCEDURE DIVISION.
           DISPLAY "=== COTATION DIFFICULTE DES MOTS - MOTSCOTE ===".

           PERFORM CHARGER-SEUILS.
           PERFORM CHARGER-BANQUE.
           PERFORM LIRE-SCORES.
           PERFORM LIRE-ECHECS.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-NB-MOTS
              PERFORM COTER-MOT
           END-PERFORM.

           PERFORM REECRIRE-BANQUE.
           PERFORM EDITER-RAPPORT.

           DISPLAY "MOTS COTES : " WS-COUNT-COTES
              " (F=" WS-COUNT-FACILES " M=" WS-COUNT-MOYENS
              " D=" WS-COUNT-DIFFICILES "), NON COTES : "
              WS-COUNT-NON-COTES.
           DISPLAY "=== FIN MOTSCOTE ===".
           STOP RUN.

      *> Seuils retouchables sans recompilation ; fichier absent =
      *> valeurs de repli, comme les tarifs de economie.ctl.
       CHARGER-SEUILS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SEUIL-FILE.
           IF WS-SEUIL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ SEUIL-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF SE-VALEUR IS NUMERIC
                       EVALUATE SE-CODE
                          WHEN "MP"
                             MOVE SE-VALEUR TO WS-PARTIES-MINI
                          WHEN "SF"
                             MOVE SE-VALEUR TO WS-SEUIL-MOYEN
                          WHEN "SD"
                             MOVE SE-VALEUR TO WS-SEUIL-DIFFICILE
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SEUIL-FILE.
           IF WS-PARTIES-MINI = ZERO
              MOVE 1 TO WS-PARTIES-MINI
           END-IF

           .

      *> Les lignes malformees sont laissees a MOTSMNT : elles ne
      *> sont ni cotees ni reecrites ici.
       CHARGER-BANQUE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT WORD-BANK-FILE.
           IF WS-WB-STATUS NOT = "00"
              DISPLAY "FICHIER DE MOTS INACCESSIBLE, STATUS="
                 WS-WB-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ WORD-BANK-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WB-CATEGORIE NOT = SPACES
                          AND WB-MOT NOT = SPACES
                          AND WS-NB-MOTS < 200
                       ADD 1 TO WS-NB-MOTS
                       INITIALIZE WS-ENTREE(WS-NB-MOTS)
                       MOVE WB-CATEGORIE TO
                          WS-ENT-CATEGORIE(WS-NB-MOTS)
                       MOVE WB-MOT TO WS-ENT-MOT(WS-NB-MOTS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE WORD-BANK-FILE.
           DISPLAY "MOTS CHARGES : " WS-NB-MOTS

           .

      *> Chaque partie de scores.out est portee au mot joue. Les
      *> parties d'entrainement n'y figurent pas : elles ne
      *> faussent donc pas la cote.
       LIRE-SCORES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SCORE-FILE.
           IF WS-SCORE-STATUS NOT = "00"
              DISPLAY "AUCUNE PARTIE ENREGISTREE, STATUS="
                 WS-SCORE-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ SCORE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LIGNES
                    PERFORM PORTER-PARTIE
              END-READ
           END-PERFORM.

           CLOSE SCORE-FILE.
           DISPLAY "PARTIES LUES : " WS-COUNT-LIGNES

           .

       PORTER-PARTIE.
           MOVE SPACES TO WS-SC-JOUEUR WS-SC-RESULTAT WS-SC-ERREURS
              WS-SC-MOT WS-SC-INDICES.
           UNSTRING SCORE-LINE DELIMITED BY " RESULTAT="
                 OR " ERREURS=" OR " MOT=" OR " INDICES="
              INTO WS-SC-JOUEUR WS-SC-RESULTAT WS-SC-ERREURS
                 WS-SC-MOT WS-SC-INDICES
           END-UNSTRING.

           IF WS-SC-MOT = SPACES
              ADD 1 TO WS-COUNT-SANS-MOT
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-NB-MOTS OR TROUVE
              IF WS-ENT-MOT(WS-INDEX) = WS-SC-MOT
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT TROUVE
              ADD 1 TO WS-COUNT-HORS-BANQUE
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-INDEX.

           ADD 1 TO WS-ENT-PARTIES(WS-INDEX).
           IF WS-SC-RESULTAT = "DEFAITE"
              ADD 1 TO WS-ENT-DEFAITES(WS-INDEX)
           END-IF.
           IF WS-SC-ERREURS IS NUMERIC
              ADD WS-SC-ERREURS-NUM TO WS-ENT-ERREURS(WS-INDEX)
           END-IF.
           IF WS-SC-INDICES IS NUMERIC
              ADD WS-SC-INDICES-NUM TO WS-ENT-INDICES(WS-INDEX)
           END-IF

           .

      *> Un mot encore present au fichier des echecs est un mot
      *> que son perdant n'a pas su rattraper a l'entrainement.
       LIRE-ECHECS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ECHEC-FILE.
           IF WS-ECHEC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ ECHEC-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-ECHECS
                    MOVE "N" TO WS-TROUVE
                    PERFORM VARYING WS-INDEX FROM 1 BY 1
                          UNTIL WS-INDEX > WS-NB-MOTS OR TROUVE
                       IF WS-ENT-MOT(WS-INDEX) = EC-MOT
                          SET TROUVE TO TRUE
                          ADD 1 TO WS-ENT-ECHECS(WS-INDEX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.

           CLOSE ECHEC-FILE.
           DISPLAY "ECHECS EN COURS : " WS-COUNT-ECHECS

           .

       COTER-MOT.
           MOVE ZERO TO WS-ENT-COTE(WS-INDEX).
           MOVE SPACE TO WS-ENT-NIVEAU(WS-INDEX).
           IF WS-ENT-PARTIES(WS-INDEX) < WS-PARTIES-MINI
              ADD 1 TO WS-COUNT-NON-COTES
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PART-DEFAITES =
              WS-ENT-DEFAITES(WS-INDEX) * 50
              / WS-ENT-PARTIES(WS-INDEX).
           COMPUTE WS-PART-ERREURS =
              WS-ENT-ERREURS(WS-INDEX) * 5
              / WS-ENT-PARTIES(WS-INDEX).
           IF WS-PART-ERREURS > 30
              MOVE 30 TO WS-PART-ERREURS
           END-IF.
           COMPUTE WS-PART-INDICES =
              WS-ENT-INDICES(WS-INDEX) * 10
              / WS-ENT-PARTIES(WS-INDEX).
           IF WS-PART-INDICES > 10
              MOVE 10 TO WS-PART-INDICES
           END-IF.
           COMPUTE WS-PART-ECHECS =
              WS-ENT-ECHECS(WS-INDEX) * 10
              / WS-ENT-PARTIES(WS-INDEX).
           IF WS-PART-ECHECS > 10
              MOVE 10 TO WS-PART-ECHECS
           END-IF.

           COMPUTE WS-COTE-CALCULEE ROUNDED =
              WS-PART-DEFAITES + WS-PART-ERREURS
              + WS-PART-INDICES + WS-PART-ECHECS.
           MOVE WS-COTE-CALCULEE TO WS-ENT-COTE(WS-INDEX).

           ADD 1 TO WS-COUNT-COTES.
           EVALUATE TRUE
              WHEN WS-COTE-CALCULEE >= WS-SEUIL-DIFFICILE
                 MOVE "D" TO WS-ENT-NIVEAU(WS-INDEX)
                 ADD 1 TO WS-COUNT-DIFFICILES
              WHEN WS-COTE-CALCULEE >= WS-SEUIL-MOYEN
                 MOVE "M" TO WS-ENT-NIVEAU(WS-INDEX)
                 ADD 1 TO WS-COUNT-MOYENS
              WHEN OTHER
                 MOVE "F" TO WS-ENT-NIVEAU(WS-INDEX)
                 ADD 1 TO WS-COUNT-FACILES
           END-EVALUATE

           .

       REECRIRE-BANQUE.
           OPEN OUTPUT WORD-BANK-FILE.
           IF WS-WB-STATUS NOT = "00"
              DISPLAY "REECRITURE IMPOSSIBLE, STATUS=" WS-WB-STATUS
              STOP RUN
           END-IF.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-NB-MOTS
              MOVE SPACES TO WORD-BANK-REC
              MOVE WS-ENT-CATEGORIE(WS-INDEX) TO WB-CATEGORIE
              MOVE WS-ENT-MOT(WS-INDEX) TO WB-MOT
              MOVE WS-ENT-COTE(WS-INDEX) TO WB-COTE
              MOVE WS-ENT-NIVEAU(WS-INDEX) TO WB-NIVEAU
              IF WS-ENT-PARTIES(WS-INDEX) > 9999
                 MOVE 9999 TO WB-PARTIES
              ELSE
                 MOVE WS-ENT-PARTIES(WS-INDEX) TO WB-PARTIES
              END-IF
              WRITE WORD-BANK-REC
           END-PERFORM.

           CLOSE WORD-BANK-FILE.
           DISPLAY "BANQUE REECRITE : " WS-NB-MOTS " MOTS."

           .

       EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT NON ECRIT, STATUS=" WS-RPT-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE "COTATION DE DIFFICULTE DES MOTS DU PENDU"
              TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE "CATEGORIE      MOT                  PARTIES DEFAITES"
              & " ERR.MOY IND.MOY ECHECS COTE NIVEAU"
              TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                 UNTIL WS-INDEX > WS-NB-MOTS
              PERFORM EDITER-LIGNE-MOT
           END-PERFORM.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE WS-COUNT-LIGNES TO WS-COUNT-ED.
           STRING "PARTIES LUES              : " WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-SANS-MOT TO WS-COUNT-ED.
           STRING "PARTIES SANS MOT NOTE     : " WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-HORS-BANQUE TO WS-COUNT-ED.
           STRING "PARTIES SUR MOT RETIRE    : " WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-ECHECS TO WS-COUNT-ED.
           STRING "ECHECS EN COURS           : " WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-COUNT-NON-COTES TO WS-COUNT-ED.
           STRING "MOTS NON COTES (PEU JOUES): " WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           CLOSE RAPPORT-FILE

           .

       EDITER-LIGNE-MOT.
           MOVE WS-ENT-CATEGORIE(WS-INDEX) TO WS-DET-CATEGORIE.
           MOVE WS-ENT-MOT(WS-INDEX) TO WS-DET-MOT.
           MOVE WS-ENT-PARTIES(WS-INDEX) TO WS-DET-PARTIES.
           MOVE WS-ENT-DEFAITES(WS-INDEX) TO WS-DET-DEFAITES.
           MOVE ZERO TO WS-DET-ERREURS WS-DET-INDICES.
           IF WS-ENT-PARTIES(WS-INDEX) > ZERO
              COMPUTE WS-MOYENNE ROUNDED =
                 WS-ENT-ERREURS(WS-INDEX) / WS-ENT-PARTIES(WS-INDEX)
              MOVE WS-MOYENNE TO WS-DET-ERREURS
              COMPUTE WS-MOYENNE ROUNDED =
                 WS-ENT-INDICES(WS-INDEX) / WS-ENT-PARTIES(WS-INDEX)
              MOVE WS-MOYENNE TO WS-DET-INDICES
           END-IF.
           MOVE WS-ENT-ECHECS(WS-INDEX) TO WS-DET-ECHECS.
           MOVE WS-ENT-COTE(WS-INDEX) TO WS-DET-COTE.
           EVALUATE WS-ENT-NIVEAU(WS-INDEX)
              WHEN "F"
                 MOVE "FACILE" TO WS-DET-NIVEAU
              WHEN "M"
                 MOVE "MOYEN" TO WS-DET-NIVEAU
              WHEN "D"
                 MOVE "DIFFICILE" TO WS-DET-NIVEAU
              WHEN OTHER
                 MOVE "NON COTE" TO WS-DET-NIVEAU
           END-EVALUATE.
           MOVE WS-LIGNE-DETAIL TO RAPPORT-LINE.
           WRITE RAPPORT-LINE

           .
