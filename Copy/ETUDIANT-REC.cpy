      * ETUDIANT-REC - layout du dossier scolaire
      * (Data/tableaux/etudiants.in) : une ligne par etudiant, par
      * annee scolaire (annee de la rentree) et par trimestre, avec
      * le niveau suivi cette annee-la et la note de chaque
      * matiere. Les annees passees restent au fichier : Tableaux
      * et DELIBERE travaillent sur la plus recente et relisent
      * l'annee precedente pour reperer les redoublants (meme
      * niveau deux annees de suite). Les coefficients par matiere
      * viennent de coefficients.ctl.
       01  ETUDIANT-REC.
           05  ET-PRENOM             PIC X(6).
           05  ET-ANNEE              PIC 9(4).
           05  ET-NIVEAU             PIC X(4).
           05  ET-TRIMESTRE          PIC 9.
           05  ET-MATIERE OCCURS 3 TIMES.
               10  ET-NOM-MATIERE    PIC X(8).
               10  ET-NOTE           PIC 9(2).
