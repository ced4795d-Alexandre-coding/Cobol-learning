      *>      l'embauche ;
      *>   2. la fiche individuelle de qualifications par personne
      *>      (qualif-fiches.out), imprimable pour les inspections.
      *> Les qualifications cloturees par DEPART a la sortie des
      *> effectifs ne donnent plus d'alerte ; la fiche les montre
      *> cloturees.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           .

       CLASSER-QUALIFICATION.
      *    Qualification cloturee au depart de la personne : plus
      *    d'alerte.
           IF QL-CLOTUREE
              EXIT PARAGRAPH
           END-IF.
           IF QL-EN-ATTENTE
              MOVE "ATTENTE" TO SW-ETAT
           ELSE

       EDITER-LIGNE-FICHE.
           MOVE SPACES TO FICHE-LINE.
           EVALUATE TRUE
              WHEN QL-CLOTUREE
                 STRING
                    "  " QL-CODE " : CLOTUREE (SORTIE DES EFFECTIFS)"
                    DELIMITED BY SIZE
                    INTO FICHE-LINE
                 END-STRING
              WHEN QL-EN-ATTENTE
                 STRING
                    "  " QL-CODE " : EN ATTENTE D'OBTENTION"
                    DELIMITED BY SIZE
                    INTO FICHE-LINE
                 END-STRING
              WHEN OTHER
                 STRING
                    "  " QL-CODE
                    " : OBTENUE LE " QL-DATE-OBTENTION
                    ", EXPIRE LE " QL-DATE-EXPIRATION
                    DELIMITED BY SIZE
                    INTO FICHE-LINE
                 END-STRING
           END-EVALUATE.
           WRITE FICHE-LINE

           .
