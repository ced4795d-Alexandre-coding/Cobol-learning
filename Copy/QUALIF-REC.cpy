      * Entretenu par QUALMNT ; les embauches d'ONBOARD y creent en
      * attente les qualifications exigees par le poste
      * (qualif-requises.ctl), et QUALALER alerte chaque mois sur
      * les expirations a moins de quatre-vingt-dix jours. Le
      * depart de la personne (DEPART) cloture ses qualifications.
       01  QUALIF-REC.
           05  QL-CLE.
               10  QL-IDENTIFIANT    PIC 9(10).
           05  QL-STATUT             PIC X.
               88  QL-VALIDE         VALUE "V".
               88  QL-EN-ATTENTE     VALUE "P".
               88  QL-CLOTUREE       VALUE "C".
