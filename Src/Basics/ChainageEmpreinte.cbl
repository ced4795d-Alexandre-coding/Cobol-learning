       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainageEmpreinte.
       AUTHOR. moi.

      *> Sous-programme reutilisable : chainage des pistes d'audit
      *> et journaux en ajout pur (clients.aud, journal.jrn,
      *> correspondance.log, registre.ctl). Chaque enregistrement
      *> porte dans ses dix dernieres positions une empreinte
      *> chainee : l'empreinte (Empreinte) de son propre contenu,
      *> repliee a partir de l'empreinte de l'enregistrement qui le
      *> precede. Modifier, inserer ou retirer une ligne casse la
      *> chaine a cet endroit ; PISTEVER la reverifie chaque nuit.
      *>   "S" : suivant - reprend l'empreinte du dernier
      *>         enregistrement de CE-CHEMIN dans chainage.ctl et rend
      *>         dans CE-CHAINE l'empreinte de CE-ENREG a ecrire. Un
      *>         fichier encore absent de chainage.ctl est lu une
      *>         fois jusqu'au bout (zero s'il est vide ou absent, ou
      *>         si sa derniere ligne precede le chainage) ;
      *>   "E" : enregistre - a appeler apres l'ecriture reussie :
      *>         CE-CHAINE devient la derniere empreinte de CE-CHEMIN
      *>         dans chainage.ctl, reecrit en entier ;
      *>   "C" : calcul - CE-CHAINE en entree est l'empreinte
      *>         precedente, en sortie celle de CE-ENREG.
      *> CE-LONGUEUR est la longueur totale de l'enregistrement,
      *> empreinte comprise : seules les CE-LONGUEUR - 10 premieres
      *> positions sont repliees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISTE-FILE ASSIGN TO WS-CHEMIN-PISTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIS-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/ops/chainage.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISTE-FILE.
       01  PISTE-LINE            PIC X(400).

      *> Une ligne par fichier chaine : chemin + derniere empreinte.
       FD  ETAT-FILE.
       01  ETAT-LINE.
           05  ET-CHEMIN         PIC X(45).
           05  ET-CHAINE         PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-PIS-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-CHEMIN-PISTE       PIC X(45).
       01  WS-DERNIERE-LIGNE     PIC X(400).
       01  WS-POSITION-CHAINE    PIC 9(3).
       01  WS-LONGUEUR-DONNEES   PIC 9(3).
       01  WS-POSITION           PIC 9(3).
       01  WS-RESTE              PIC 9(3).
       01  WS-ZONE               PIC X(256).
       01  WS-LONGUEUR-ZONE      PIC 9(3).
       01  WS-GRAINE             PIC 9(10).
       01  WS-ETA-STATUS         PIC XX.
       01  WS-NB-ETATS           PIC 99 VALUE ZERO.
       01  WS-MAX-ETATS          PIC 99 VALUE 20.
       01  WS-ETAT-INDEX         PIC 99.
       01  WS-ETAT-TROUVE        PIC 99.
       01  WS-ETATS.
           05  WS-ETAT OCCURS 20 TIMES.
               10  WS-ET-CHEMIN  PIC X(45).
               10  WS-ET-CHAINE  PIC 9(10).

       LINKAGE SECTION.
       01  CE-ACTION             PIC X.
           88  CE-SUIVANT        VALUE "S".
           88  CE-CALCUL         VALUE "C".
           88  CE-ENREGISTRE     VALUE "E".
       01  CE-CHEMIN             PIC X(45).
       01  CE-LONGUEUR           PIC 9(3).
       01  CE-ENREG              PIC X(400).
       01  CE-CHAINE             PIC 9(10).

       PROCEDURE DIVISION USING CE-ACTION CE-CHEMIN CE-LONGUEUR
              CE-ENREG CE-CHAINE.
           IF CE-LONGUEUR < 11 OR CE-LONGUEUR > 400
              DISPLAY "ChainageEmpreinte : longueur invalide "
                 CE-LONGUEUR
              MOVE ZERO TO CE-CHAINE
              GOBACK
           END-IF.
           COMPUTE WS-LONGUEUR-DONNEES = CE-LONGUEUR - 10.
           COMPUTE WS-POSITION-CHAINE = CE-LONGUEUR - 9.

           EVALUATE TRUE
              WHEN CE-SUIVANT
                 PERFORM LIRE-DERNIERE-CHAINE
                 PERFORM CALCULER-CHAINE
              WHEN CE-CALCUL
                 PERFORM CALCULER-CHAINE
              WHEN CE-ENREGISTRE
                 PERFORM ENREGISTRER-ETAT
              WHEN OTHER
                 DISPLAY "ChainageEmpreinte : action inconnue "
                    CE-ACTION
           END-EVALUATE.

           GOBACK.

       LIRE-DERNIERE-CHAINE.
           MOVE ZERO TO CE-CHAINE.
           PERFORM CHARGER-ETATS.
           IF WS-ETAT-TROUVE > ZERO
              MOVE WS-ET-CHAINE(WS-ETAT-TROUVE) TO CE-CHAINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DERNIERE-LIGNE.
           MOVE CE-CHEMIN TO WS-CHEMIN-PISTE.
           OPEN INPUT PISTE-FILE.
           IF WS-PIS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ PISTE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    MOVE PISTE-LINE TO WS-DERNIERE-LIGNE
              END-READ
           END-PERFORM.
           CLOSE PISTE-FILE.
           IF WS-DERNIERE-LIGNE(WS-POSITION-CHAINE:10) IS NUMERIC
              MOVE WS-DERNIERE-LIGNE(WS-POSITION-CHAINE:10)
                 TO CE-CHAINE
           END-IF

           .

      *> Chargement de chainage.ctl en table, avec le rang de
      *> CE-CHEMIN (zero s'il n'y figure pas encore).
       CHARGER-ETATS.
           MOVE ZERO TO WS-NB-ETATS.
           MOVE ZERO TO WS-ETAT-TROUVE.
           OPEN INPUT ETAT-FILE.
           IF WS-ETA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ ETAT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-ETATS < WS-MAX-ETATS
                       AND ET-CHAINE IS NUMERIC
                       ADD 1 TO WS-NB-ETATS
                       MOVE ET-CHEMIN TO WS-ET-CHEMIN(WS-NB-ETATS)
                       MOVE ET-CHAINE TO WS-ET-CHAINE(WS-NB-ETATS)
                       IF ET-CHEMIN = CE-CHEMIN
                          MOVE WS-NB-ETATS TO WS-ETAT-TROUVE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ETAT-FILE

           .

      *> Mise a jour (ou ajout) de la derniere empreinte de
      *> CE-CHEMIN, puis reecriture complete de chainage.ctl.
       ENREGISTRER-ETAT.
           PERFORM CHARGER-ETATS.
           IF WS-ETAT-TROUVE = ZERO
              IF WS-NB-ETATS NOT < WS-MAX-ETATS
                 DISPLAY "ChainageEmpreinte : chainage.ctl complet, "
                    CE-CHEMIN " non enregistre"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-ETATS
              MOVE WS-NB-ETATS TO WS-ETAT-TROUVE
              MOVE CE-CHEMIN TO WS-ET-CHEMIN(WS-ETAT-TROUVE)
           END-IF.
           MOVE CE-CHAINE TO WS-ET-CHAINE(WS-ETAT-TROUVE).

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETA-STATUS NOT = "00"
              DISPLAY "ChainageEmpreinte : chainage.ctl inaccessible, "
                 "STATUS=" WS-ETA-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ETAT-INDEX FROM 1 BY 1
                 UNTIL WS-ETAT-INDEX > WS-NB-ETATS
              MOVE WS-ET-CHEMIN(WS-ETAT-INDEX) TO ET-CHEMIN
              MOVE WS-ET-CHAINE(WS-ETAT-INDEX) TO ET-CHAINE
              WRITE ETAT-LINE
           END-PERFORM.
           CLOSE ETAT-FILE

           .

      *> Repli du contenu par tranches de 256 positions, chaque
      *> tranche repartant de l'empreinte de la precedente.
       CALCULER-CHAINE.
           MOVE 1 TO WS-POSITION.
           PERFORM UNTIL WS-POSITION > WS-LONGUEUR-DONNEES
              COMPUTE WS-RESTE = WS-LONGUEUR-DONNEES - WS-POSITION
                 + 1
              IF WS-RESTE > 256
                 MOVE 256 TO WS-LONGUEUR-ZONE
              ELSE
                 MOVE WS-RESTE TO WS-LONGUEUR-ZONE
              END-IF
              MOVE SPACES TO WS-ZONE
              MOVE CE-ENREG(WS-POSITION:WS-LONGUEUR-ZONE)
                 TO WS-ZONE(1:WS-LONGUEUR-ZONE)
              MOVE CE-CHAINE TO WS-GRAINE
              CALL "Empreinte" USING WS-ZONE WS-LONGUEUR-ZONE
                 WS-GRAINE CE-CHAINE
              ADD WS-LONGUEUR-ZONE TO WS-POSITION
           END-PERFORM

           .
