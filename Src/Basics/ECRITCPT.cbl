      *> AVERTISSEMENT au journal d'exploitation. L'equilibre du
      *> fichier est prouve en fin de journee par COMPTAEQ avant
      *> remise a la comptabilite.
      *> Une ecriture datee dans une periode deja cloturee au grand
      *> livre (gl-etat.ctl, cf. GLCLOT) est refusee : rien n'est
      *> ecrit et le refus sort en ERREUR au journal
      *> d'exploitation.
      *> Chaque ecriture se termine par son empreinte chainee sur
      *> l'ecriture precedente (cf. ChainageEmpreinte) : le journal
      *> retouche a la main se voit a la verification de nuit
      *> (PISTEVER).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT GLETAT-FILE ASSIGN TO "Data/compta/gl-etat.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
           05  JR-REFERENCE      PIC X(12).
           05  FILLER            PIC X.
           05  JR-PROGRAMME      PIC X(10).
           05  FILLER            PIC X.
           05  JR-CHAINE         PIC 9(10).

       FD  GLETAT-FILE.
           COPY GLETAT-REC.

       WORKING-STORAGE SECTION.
       01  WS-MAP-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-GLE-STATUS         PIC XX.
       01  WS-PERIODE-CLOSE      PIC 9(6).
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".
       01  WS-COMPTE             PIC X(6).

       01  WS-CHAINAGE-ACTION    PIC X VALUE "S".
       01  WS-CHAINAGE-CHEMIN    PIC X(45)
                 VALUE "Data/compta/journal.jrn".
       01  WS-CHAINAGE-LONGUEUR  PIC 9(3) VALUE 77.
       01  WS-CHAINAGE-ENREG     PIC X(400).
       01  WS-CHAINAGE-CHAINE    PIC 9(10).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13).
              GOBACK
           END-IF.

           PERFORM LECTURE-PERIODE-CLOSE.
           IF EC-DATE(1:6) NOT > WS-PERIODE-CLOSE
              DISPLAY "ECRITCPT : periode " EC-DATE(1:6)
                 " cloturee, ecriture refusee " EC-NATURE
                 " " EC-REFERENCE
              MOVE EC-PROGRAMME TO WS-JOURNAL-PROGRAMME
              MOVE SPACES TO WS-JOURNAL-EVENEMENT
              STRING "ECRITURE EN PERIODE CLOSE : " EC-NATURE
                 DELIMITED BY SIZE
                 INTO WS-JOURNAL-EVENEMENT
              END-STRING
              MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-JOURNAL-NB
                 WS-JOURNAL-SEVERITE
              GOBACK
           END-IF.

           PERFORM CHERCHER-COMPTE.

           MOVE SPACES TO JOURNAL-LIGNE.
           MOVE EC-DATE TO JR-DATE.
           MOVE WS-COMPTE TO JR-COMPTE.
           MOVE EC-NATURE TO JR-NATURE.
           MOVE EC-REFERENCE TO JR-REFERENCE.
           MOVE EC-PROGRAMME TO JR-PROGRAMME.

           MOVE JOURNAL-LIGNE TO WS-CHAINAGE-ENREG.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE WS-CHAINAGE-CHAINE TO JR-CHAINE.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00" AND WS-JRN-STATUS NOT = "05"
              DISPLAY "ECRITCPT : journal inaccessible, STATUS="
                 WS-JRN-STATUS
              GOBACK
           END-IF.

           WRITE JOURNAL-LIGNE.

           CLOSE JOURNAL-FILE.

           MOVE "E" TO WS-CHAINAGE-ACTION.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE "S" TO WS-CHAINAGE-ACTION.

           GOBACK.

      *> Correspondance nature -> compte. Nature inconnue : compte
           END-IF

           .

      *> Derniere periode cloturee du grand livre ; sans etat du
      *> grand livre, rien n'est cloture.
       LECTURE-PERIODE-CLOSE.
           MOVE ZERO TO WS-PERIODE-CLOSE.
           OPEN INPUT GLETAT-FILE.
           IF WS-GLE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ GLETAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE GE-PERIODE-CLOSE TO WS-PERIODE-CLOSE
           END-READ.
           CLOSE GLETAT-FILE

           .
