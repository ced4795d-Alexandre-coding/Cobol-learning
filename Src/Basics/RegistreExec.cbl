      *> relance en inscrivant le nom du programme dans le fichier
      *> de forcage relance.ctl. C'est ce qui empeche une deuxieme
      *> chaine de nuit de facturer tout le monde deux fois.
      *>
      *> Chaque inscription se termine par son empreinte chainee
      *> sur la precedente (cf. ChainageEmpreinte) : un registre
      *> retouche pour masquer ou simuler une execution se voit a
      *> la verification de nuit (PISTEVER).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RG-STATUT         PIC X(7).
           05  FILLER            PIC X.
           05  RG-HEURE          PIC X(6).
           05  FILLER            PIC X.
           05  RG-CHAINE         PIC 9(10).

       FD  RELANCE-FILE.
       01  RELANCE-LINE          PIC X(10).
       01  WS-DERNIER-STATUT     PIC X(7).
       01  WS-FORCAGE            PIC X.

       01  WS-CHAINAGE-ACTION    PIC X VALUE "S".
       01  WS-CHAINAGE-CHEMIN    PIC X(45)
                 VALUE "Data/ops/registre.ctl".
       01  WS-CHAINAGE-LONGUEUR  PIC 9(3) VALUE 45.
       01  WS-CHAINAGE-ENREG     PIC X(400).
       01  WS-CHAINAGE-CHAINE    PIC 9(10).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
           .

       INSCRIRE-STATUT-ENCOURS.
           MOVE SPACES TO REGISTRE-LINE.
           MOVE RE-PROGRAMME TO RG-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RG-DATE.
           MOVE "ENCOURS" TO RG-STATUT.
           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE WS-HORODATAGE(9:6) TO RG-HEURE.
           PERFORM ECRIRE-INSCRIPTION

           .

       INSCRIRE-STATUT-TERMINE.
           MOVE SPACES TO REGISTRE-LINE.
           MOVE RE-PROGRAMME TO RG-PROGRAMME.
           MOVE WS-DATE-TRAITEMENT TO RG-DATE.
           MOVE "TERMINE" TO RG-STATUT.
           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE WS-HORODATAGE(9:6) TO RG-HEURE.
           PERFORM ECRIRE-INSCRIPTION

           .

      *> Empreinte chainee sur la derniere inscription, puis ajout.
       ECRIRE-INSCRIPTION.
           MOVE REGISTRE-LINE TO WS-CHAINAGE-ENREG.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE WS-CHAINAGE-CHAINE TO RG-CHAINE.
           OPEN EXTEND REGISTRE-FILE.
           IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
              DISPLAY "RegistreExec : registre inaccessible, "
                 "STATUS=" WS-REG-STATUS
              EXIT PARAGRAPH
           END-IF.
           WRITE REGISTRE-LINE.
           CLOSE REGISTRE-FILE.
           MOVE "E" TO WS-CHAINAGE-ACTION.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE "S" TO WS-CHAINAGE-ACTION

           .
