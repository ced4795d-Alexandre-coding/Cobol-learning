       IDENTIFICATION DIVISION.
       PROGRAM-ID. Empreinte.
       AUTHOR. moi.

      *> Sous-programme reutilisable : empreinte numerique sur dix
      *> chiffres d'une zone de texte. Chaque caractere est replie
      *> dans l'empreinte courante : h = (h x 131 + rang du
      *> caractere) modulo 9999999967 (le plus grand nombre premier
      *> sur dix chiffres). L'empreinte de depart (EM-GRAINE) permet
      *> d'enchainer les appels : l'empreinte d'une zone depend alors
      *> de tout ce qui a ete replie avant elle. Une longueur a zero
      *> ou au-dela de 256 rend la graine telle quelle.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CUMUL              PIC 9(13).
       01  WS-QUOTIENT           PIC 9(13).
       01  WS-POSITION           PIC 9(3).

       LINKAGE SECTION.
       01  EM-ZONE               PIC X(256).
       01  EM-LONGUEUR           PIC 9(3).
       01  EM-GRAINE             PIC 9(10).
       01  EM-EMPREINTE          PIC 9(10).

       PROCEDURE DIVISION USING EM-ZONE EM-LONGUEUR EM-GRAINE
              EM-EMPREINTE.
           MOVE EM-GRAINE TO EM-EMPREINTE.
           IF EM-LONGUEUR = ZERO OR EM-LONGUEUR > 256
              GOBACK
           END-IF.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
                 UNTIL WS-POSITION > EM-LONGUEUR
              COMPUTE WS-CUMUL = EM-EMPREINTE * 131
                 + FUNCTION ORD(EM-ZONE(WS-POSITION:1))
              DIVIDE WS-CUMUL BY 9999999967 GIVING WS-QUOTIENT
                 REMAINDER EM-EMPREINTE
           END-PERFORM.

           GOBACK.
