      * GLETAT-REC - etat du grand livre (Data/compta/gl-etat.ctl,
      * une ligne). GLMAJ y tient le nombre de lignes du journal
      * comptable deja integrees et la derniere date passee ;
      * GLCLOT la derniere periode cloturee, GLANNU le dernier
      * exercice cloture. ECRITCPT le relit a chaque ecriture :
      * aucune ecriture n'entre plus dans une periode cloturee.
      * Fichier absent = grand livre vierge, rien de cloture.
       01  GLETAT-REC.
           05  GE-NB-LIGNES          PIC 9(9).
           05  FILLER                PIC X.
           05  GE-DERNIER-JOUR       PIC 9(8).
           05  FILLER                PIC X.
           05  GE-PERIODE-CLOSE      PIC 9(6).
           05  FILLER                PIC X.
           05  GE-EXERCICE-CLOS      PIC 9(4).
