      * MOT-BANQUE-REC - ligne de la banque de mots du pendu
      * (Data/jpendu/mots.in). Entretenue par MOTSMNT, lue par
      * JPENDU. La cotation de difficulte est posee par MOTSCOTE
      * d'apres les parties jouees (scores.out) et les mots restes
      * perdus (echecs.idx) : cote de 000 (toujours trouve sans
      * erreur) a 100, niveau deduit de la cote selon les seuils de
      * difficulte.ctl, nombre de parties sur lequel la cote est
      * calculee. Niveau a blanc = mot pas encore assez joue pour
      * etre cote (le tournoi le traite comme un mot moyen).
       01  WORD-BANK-REC.
           05  WB-CATEGORIE          PIC X(15).
           05  WB-MOT                PIC X(20).
           05  FILLER                PIC X.
           05  WB-COTE               PIC 9(3).
           05  FILLER                PIC X.
           05  WB-NIVEAU             PIC X.
               88  WB-FACILE         VALUE "F".
               88  WB-MOYEN          VALUE "M".
               88  WB-DIFFICILE      VALUE "D".
               88  WB-NON-COTE       VALUE SPACE.
           05  FILLER                PIC X.
           05  WB-PARTIES            PIC 9(4).
