       IDENTIFICATION DIVISION.
       PROGRAM-ID. HacherPin.
       AUTHOR. moi.

      *> Sous-programme reutilisable : empreinte du code personnel
      *> d'un operateur, la seule forme sous laquelle le code est
      *> garde (operateurs.ctl). L'identifiant entre dans le calcul,
      *> si bien que deux operateurs au meme code n'ont pas la meme
      *> empreinte ; le repli (Empreinte) est repete mille fois sur
      *> identifiant + code + empreinte precedente, pour qu'essayer
      *> tous les codes a partir d'une empreinte derobee coute cher.
      *> Le code saisi n'est jamais affiche ni ecrit.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ZONE.
           05  WS-ZONE-ID        PIC X(10).
           05  WS-ZONE-PIN       PIC X(8).
           05  WS-ZONE-EMPREINTE PIC 9(10).
           05  FILLER            PIC X(228) VALUE SPACES.
       01  WS-LONGUEUR           PIC 9(3) VALUE 28.
       01  WS-GRAINE             PIC 9(10).
       01  WS-TOUR               PIC 9(4).

       LINKAGE SECTION.
       01  HP-ID                 PIC X(10).
       01  HP-PIN                PIC X(8).
       01  HP-EMPREINTE          PIC 9(10).

       PROCEDURE DIVISION USING HP-ID HP-PIN HP-EMPREINTE.
           MOVE HP-ID TO WS-ZONE-ID.
           MOVE HP-PIN TO WS-ZONE-PIN.
           MOVE ZERO TO WS-ZONE-EMPREINTE.
           MOVE ZERO TO WS-GRAINE.

           PERFORM VARYING WS-TOUR FROM 1 BY 1 UNTIL WS-TOUR > 1000
              CALL "Empreinte" USING WS-ZONE WS-LONGUEUR WS-GRAINE
                 HP-EMPREINTE
              MOVE HP-EMPREINTE TO WS-ZONE-EMPREINTE
              MOVE HP-EMPREINTE TO WS-GRAINE
           END-PERFORM.

           MOVE SPACES TO WS-ZONE-PIN.

           GOBACK.
