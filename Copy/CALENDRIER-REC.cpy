      * CALENDRIER-REC - layout du calendrier des jours ouvres
      * (Data/ops/calendrier.ctl), tenu par l'exploitation avec
      * CALENMNT, annee par annee. Une ligne par jour qui deroge a
      * la regle du lundi au vendredi : F = jour ferie chome,
      * O = jour ouvre exceptionnel (samedi de rattrapage). Lu par
      * le sous-programme JourOuvre.
       01  CALENDRIER-REC.
           05  CL-DATE               PIC 9(8).
           05  FILLER                PIC X.
           05  CL-TYPE               PIC X.
               88  CL-FERIE              VALUE "F".
               88  CL-OUVRE              VALUE "O".
           05  FILLER                PIC X.
           05  CL-LIBELLE            PIC X(30).
