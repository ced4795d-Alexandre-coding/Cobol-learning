      *> applique ou rejete, il laisse une ligne dans le compte
      *> rendu avec les compteurs en fin d'etat. Le fichier est
      *> consulte par CALCPRET pour le controle de quotite.
      *> L'image saisie s'arrete a la commune du bien : une
      *> garantie ajoutee ou modifiee (nouvelle expertise) repart
      *> sans revalorisation, que GARREVAL recalcule a son passage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  GM-AJOUT      VALUE "A".
               88  GM-MODIF      VALUE "M".
               88  GM-SUPPRESSION VALUE "D".
           05  GM-IMAGE          PIC X(66).

       FD  GARANTIE-FILE.
           COPY GARANTIE-REC
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    MOVE GM-IMAGE TO GARANTIE-REC
                    MOVE ZERO TO GA-VALEUR-REVALORISEE
                       OF GARANTIE-REC
                    MOVE ZERO TO GA-DATE-REVALORISATION
                       OF GARANTIE-REC
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.
