       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISTEVER.

      *> Verification de nuit des pistes d'audit chainees (chaine
      *> NIGHTRUN) : la piste d'audit du maitre client
      *> (clients.aud), le journal comptable (journal.jrn), le fil
      *> de correspondance (correspondance.log) et le registre des
      *> executions (registre.ctl). Chaque enregistrement y porte
      *> l'empreinte chainee de son contenu sur l'enregistrement
      *> precedent (cf. ChainageEmpreinte) ; PISTEVER reprend
      *> chaque fichier depuis le debut, recalcule les empreintes
      *> et s'arrete, par fichier, au premier maillon rompu :
      *>   - empreinte fausse : ligne retouchee, inseree, ou ligne
      *>     qui suivait une ligne retiree ;
      *>   - empreinte absente apres le debut du chainage ;
      *>   - sceau non retrouve : l'enregistrement scelle la veille
      *>     n'a plus la meme empreinte (fichier reecrit de bout en
      *>     bout, empreintes recalculees comprises) ;
      *>   - fichier tronque : moins d'enregistrements qu'au
      *>     dernier sceau (lignes de fin retirees, fichier vide).
      *> Les lignes ecrites avant le chainage (sans empreinte, en
      *> tete de fichier) sont admises telles quelles.
      *> Le sceau de cloture de chaque fichier intact (nombre
      *> d'enregistrements et derniere empreinte) est ajoute au
      *> coffre Data/coffre/sceaux.ctl, en ajout pur : le
      *> repertoire Data/coffre appartient au compte de la chaine
      *> de nuit, en lecture seule pour les operateurs. Un fichier
      *> rompu n'est pas scelle. L'etat Data/ops/pistes-audit.rpt
      *> donne, par fichier, le nombre d'enregistrements et le
      *> premier maillon rompu.
      *> Codes retour : 0 = toutes les pistes intactes, 4 = etat
      *> inaccessible, 8 = piste rompue ou lancement refuse au
      *> registre des executions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PISTE-FILE ASSIGN TO WS-CHEMIN-PISTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIS-STATUS.

           SELECT SCEAU-FILE ASSIGN TO "Data/coffre/sceaux.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCE-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/ops/pistes-audit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PISTE-FILE.
       01  PISTE-LINE            PIC X(400).

       FD  SCEAU-FILE.
       01  SCEAU-LINE.
           05  SC-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  SC-PISTE          PIC X(8).
           05  FILLER            PIC X.
           05  SC-NOMBRE         PIC 9(9).
           05  FILLER            PIC X.
           05  SC-CHAINE         PIC 9(10).
           05  FILLER            PIC X.
           05  SC-HORODATAGE     PIC X(14).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PIS-STATUS         PIC XX.
       01  WS-SCE-STATUS         PIC XX.
       01  WS-RPT-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-HORODATAGE         PIC X(14).

      *> Pistes verifiees : code, fichier, longueur d'enregistrement
      *> empreinte comprise (l'empreinte occupe les dix dernieres
      *> positions).
       01  WS-PISTES-VALEURS.
           05  FILLER PIC X(8)  VALUE "AUDIT".
           05  FILLER PIC X(45) VALUE "Data/seq/clients.aud".
           05  FILLER PIC 9(3)  VALUE 329.
           05  FILLER PIC X(8)  VALUE "JOURNCPT".
           05  FILLER PIC X(45) VALUE "Data/compta/journal.jrn".
           05  FILLER PIC 9(3)  VALUE 077.
           05  FILLER PIC X(8)  VALUE "CORRESP".
           05  FILLER PIC X(45)
                 VALUE "Data/lettres/correspondance.log".
           05  FILLER PIC 9(3)  VALUE 160.
           05  FILLER PIC X(8)  VALUE "REGISTRE".
           05  FILLER PIC X(45) VALUE "Data/ops/registre.ctl".
           05  FILLER PIC 9(3)  VALUE 045.
       01  WS-PISTES REDEFINES WS-PISTES-VALEURS.
           05  WS-PISTE OCCURS 4 TIMES.
               10  WS-PI-CODE        PIC X(8).
               10  WS-PI-CHEMIN      PIC X(45).
               10  WS-PI-LONGUEUR    PIC 9(3).
       01  WS-PISTE-INDEX        PIC 9.

      *> Dernier sceau de chaque piste.
       01  WS-SCEAUX.
           05  WS-SCEAU OCCURS 4 TIMES.
               10  WS-SC-DATE        PIC 9(8).
               10  WS-SC-NOMBRE      PIC 9(9).
               10  WS-SC-CHAINE      PIC 9(10).

       01  WS-CHEMIN-PISTE       PIC X(45).
       01  WS-POSITION-CHAINE    PIC 9(3).
       01  WS-NB-ENREG           PIC 9(9).
       01  WS-CHAINE-PRECEDENTE  PIC 9(10).
       01  WS-CHAINE-LUE         PIC 9(10).
       01  WS-CHAINAGE-COMMENCE  PIC X.
       01  WS-ROMPU              PIC X.
           88  PISTE-ROMPUE               VALUE "Y".
       01  WS-ENREG-ROMPU        PIC 9(9).
       01  WS-MOTIF              PIC X(40).
       01  WS-NB-ROMPUES         PIC 9 VALUE 0.

       01  WS-CHAINAGE-ACTION    PIC X VALUE "C".
       01  WS-CHAINAGE-CHAINE    PIC 9(10).

       01  WS-LIGNE-DETAIL.
           05  WS-DET-PISTE      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-NOMBRE     PIC Z(8)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-ETAT       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-ENREG      PIC Z(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DET-MOTIF      PIC X(40).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10) VALUE "PISTEVER".
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
       01  WS-JOURNAL-NB         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "=== PISTEVER START ===".
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
           CALL "Horodatage" USING WS-HORODATAGE.
           PERFORM CHARGEMENT-SCEAUX.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "VERIFICATION DES PISTES D'AUDIT DU "
              WS-DATE-JOUR DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE "PISTE        ENREG.  ETAT      MAILLON  MOTIF"
              TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           PERFORM VARYING WS-PISTE-INDEX FROM 1 BY 1
                 UNTIL WS-PISTE-INDEX > 4
              PERFORM VERIFIER-PISTE
              PERFORM EDITER-PISTE
              IF PISTE-ROMPUE
                 ADD 1 TO WS-NB-ROMPUES
                 PERFORM JOURNALISER-RUPTURE
              ELSE
                 PERFORM SCELLER-PISTE
              END-IF
           END-PERFORM.

           CLOSE RAPPORT-FILE.

           DISPLAY "PISTES VERIFIEES=4 ROMPUES=" WS-NB-ROMPUES.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           MOVE WS-NB-ROMPUES TO WS-JOURNAL-NB.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PISTEVER END ===".
           IF WS-NB-ROMPUES > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Dernier sceau de chaque piste ; sans sceau, rien n'est
      *> attendu (premier passage).
       CHARGEMENT-SCEAUX.
           INITIALIZE WS-SCEAUX.
           OPEN INPUT SCEAU-FILE.
           IF WS-SCE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ SCEAU-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM RETENIR-SCEAU
              END-READ
           END-PERFORM.
           CLOSE SCEAU-FILE

           .

       RETENIR-SCEAU.
           PERFORM VARYING WS-PISTE-INDEX FROM 1 BY 1
                 UNTIL WS-PISTE-INDEX > 4
              IF SC-PISTE = WS-PI-CODE(WS-PISTE-INDEX)
                    AND SC-NOMBRE IS NUMERIC
                    AND SC-CHAINE IS NUMERIC
                 MOVE SC-DATE TO WS-SC-DATE(WS-PISTE-INDEX)
                 MOVE SC-NOMBRE TO WS-SC-NOMBRE(WS-PISTE-INDEX)
                 MOVE SC-CHAINE TO WS-SC-CHAINE(WS-PISTE-INDEX)
              END-IF
           END-PERFORM

           .

       VERIFIER-PISTE.
           MOVE ZERO TO WS-NB-ENREG WS-CHAINE-PRECEDENTE
              WS-ENREG-ROMPU.
           MOVE "N" TO WS-CHAINAGE-COMMENCE WS-ROMPU.
           MOVE SPACES TO WS-MOTIF.
           COMPUTE WS-POSITION-CHAINE =
              WS-PI-LONGUEUR(WS-PISTE-INDEX) - 9.

           MOVE WS-PI-CHEMIN(WS-PISTE-INDEX) TO WS-CHEMIN-PISTE.
           OPEN INPUT PISTE-FILE.
           IF WS-PIS-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL EOF OR PISTE-ROMPUE
                 READ PISTE-FILE
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NB-ENREG
                       PERFORM CONTROLER-MAILLON
                 END-READ
              END-PERFORM
              CLOSE PISTE-FILE
           END-IF.

           IF NOT PISTE-ROMPUE
                 AND WS-NB-ENREG < WS-SC-NOMBRE(WS-PISTE-INDEX)
              MOVE "Y" TO WS-ROMPU
              COMPUTE WS-ENREG-ROMPU = WS-NB-ENREG + 1
              STRING "FICHIER TRONQUE, SCEAU DU " DELIMITED BY SIZE
                 WS-SC-DATE(WS-PISTE-INDEX) DELIMITED BY SIZE
                 INTO WS-MOTIF
              END-STRING
           END-IF

           .

       CONTROLER-MAILLON.
           IF PISTE-LINE(WS-POSITION-CHAINE:10) IS NOT NUMERIC
              IF WS-CHAINAGE-COMMENCE = "Y"
                 MOVE "Y" TO WS-ROMPU
                 MOVE WS-NB-ENREG TO WS-ENREG-ROMPU
                 MOVE "EMPREINTE ABSENTE" TO WS-MOTIF
              END-IF
              PERFORM CONTROLER-SCEAU
              EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CHAINAGE-COMMENCE.
           MOVE PISTE-LINE(WS-POSITION-CHAINE:10) TO WS-CHAINE-LUE.
           MOVE WS-CHAINE-PRECEDENTE TO WS-CHAINAGE-CHAINE.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-PI-CHEMIN(WS-PISTE-INDEX)
              WS-PI-LONGUEUR(WS-PISTE-INDEX)
              PISTE-LINE WS-CHAINAGE-CHAINE.
           IF WS-CHAINAGE-CHAINE NOT = WS-CHAINE-LUE
              MOVE "Y" TO WS-ROMPU
              MOVE WS-NB-ENREG TO WS-ENREG-ROMPU
              MOVE "EMPREINTE FAUSSE" TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAINE-LUE TO WS-CHAINE-PRECEDENTE.
           PERFORM CONTROLER-SCEAU

           .

      *> L'enregistrement scelle au dernier passage doit porter
      *> l'empreinte du sceau.
       CONTROLER-SCEAU.
           IF PISTE-ROMPUE
                 OR WS-NB-ENREG NOT = WS-SC-NOMBRE(WS-PISTE-INDEX)
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHAINE-PRECEDENTE = WS-SC-CHAINE(WS-PISTE-INDEX)
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ROMPU.
           MOVE WS-NB-ENREG TO WS-ENREG-ROMPU.
           STRING "SCEAU DU " DELIMITED BY SIZE
              WS-SC-DATE(WS-PISTE-INDEX) DELIMITED BY SIZE
              " NON RETROUVE" DELIMITED BY SIZE
              INTO WS-MOTIF
           END-STRING

           .

       EDITER-PISTE.
           MOVE SPACES TO WS-DET-MOTIF.
           MOVE WS-PI-CODE(WS-PISTE-INDEX) TO WS-DET-PISTE.
           MOVE WS-NB-ENREG TO WS-DET-NOMBRE.
           IF PISTE-ROMPUE
              MOVE "ROMPUE" TO WS-DET-ETAT
              MOVE WS-ENREG-ROMPU TO WS-DET-ENREG
              MOVE WS-MOTIF TO WS-DET-MOTIF
              DISPLAY "PISTE " WS-PI-CODE(WS-PISTE-INDEX)
                 " ROMPUE A L'ENREGISTREMENT " WS-ENREG-ROMPU
                 " : " WS-MOTIF
           ELSE
              MOVE "INTACT" TO WS-DET-ETAT
              MOVE ZERO TO WS-DET-ENREG
           END-IF.
           MOVE WS-LIGNE-DETAIL TO RAPPORT-LINE.
           WRITE RAPPORT-LINE

           .

       JOURNALISER-RUPTURE.
           MOVE SPACES TO WS-JOURNAL-EVENEMENT.
           STRING "PISTE D'AUDIT ROMPUE : " DELIMITED BY SIZE
              WS-PI-CODE(WS-PISTE-INDEX) DELIMITED BY SPACE
              INTO WS-JOURNAL-EVENEMENT
           END-STRING.
           MOVE "ERREUR" TO WS-JOURNAL-SEVERITE.
           IF WS-ENREG-ROMPU > 99999
              MOVE 99999 TO WS-JOURNAL-NB
           ELSE
              MOVE WS-ENREG-ROMPU TO WS-JOURNAL-NB
           END-IF.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
              WS-JOURNAL-SEVERITE.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE

           .

      *> Sceau de cloture du jour : nombre d'enregistrements et
      *> derniere empreinte de la piste intacte.
       SCELLER-PISTE.
           OPEN EXTEND SCEAU-FILE.
           IF WS-SCE-STATUS = "35"
              OPEN OUTPUT SCEAU-FILE
           END-IF.
           IF WS-SCE-STATUS NOT = "00" AND WS-SCE-STATUS NOT = "05"
              DISPLAY "SCEAU-FILE OPEN ERROR, STATUS=" WS-SCE-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SCEAU-LINE.
           MOVE WS-DATE-JOUR TO SC-DATE.
           MOVE WS-PI-CODE(WS-PISTE-INDEX) TO SC-PISTE.
           MOVE WS-NB-ENREG TO SC-NOMBRE.
           MOVE WS-CHAINE-PRECEDENTE TO SC-CHAINE.
           MOVE WS-HORODATAGE TO SC-HORODATAGE.
           WRITE SCEAU-LINE.
           CLOSE SCEAU-FILE

           .
