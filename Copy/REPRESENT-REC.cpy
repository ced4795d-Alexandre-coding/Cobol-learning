      * REPRESENT-REC - representants legaux des clients mineurs et
      * des majeurs proteges (Data/seq/representants.idx, cle
      * RL-CLE = client represente + numero d'ordre). Plusieurs
      * liens par client (les deux parents, un tuteur puis un
      * autre...), tenus par lot par REPRMNT ; le lien parental
      * d'un mineur devenu majeur est clos par MAJORITE. Lu par
      * ControlerRepresentant pour les retraits d'epargne, les
      * virements, la tarification de pret et l'adressage des
      * courriers.
       01  REPRESENT-REC.
           05  RL-CLE.
               10  RL-ID-CLIENT      PIC 9(6).
               10  RL-NUMERO         PIC 99.
      * Type : P = parent (mineur), T = tuteur, C = curateur. Un
      * lien T ou C actif fait du client un majeur protege.
           05  RL-TYPE               PIC X.
               88  RL-PARENT             VALUE "P".
               88  RL-TUTEUR             VALUE "T".
               88  RL-CURATEUR           VALUE "C".
               88  RL-TYPE-VALIDE        VALUE "P" "T" "C".
               88  RL-MESURE-PROTECTION  VALUE "T" "C".
      * Representant client de la maison (zero sinon) ; nom et
      * ville servent a l'adressage des courriers.
           05  RL-ID-REPRESENTANT    PIC 9(6).
           05  RL-NOM                PIC X(20).
           05  RL-VILLE              PIC X(15).
      * Periode de validite (AAAAMMJJ) ; fin a zero = sans terme.
           05  RL-DATE-DEBUT         PIC 9(8).
           05  RL-DATE-FIN           PIC 9(8).
      * Etendue des pouvoirs (O/N) : retraits d'epargne, virements,
      * souscription de pret.
           05  RL-POUVOIRS.
               10  RL-POUVOIR-RETRAIT    PIC X.
                   88  RL-PEUT-RETIRER       VALUE "O".
               10  RL-POUVOIR-VIREMENT   PIC X.
                   88  RL-PEUT-VIRER         VALUE "O".
               10  RL-POUVOIR-PRET       PIC X.
                   88  RL-PEUT-EMPRUNTER     VALUE "O".
      * Statut : A = lien en vigueur, F = lien clos.
           05  RL-STATUT             PIC X.
               88  RL-ACTIF              VALUE "A".
               88  RL-FINI               VALUE "F".
           05  RL-DATE-MAJ           PIC 9(8).
           05  RL-OPERATEUR          PIC X(10).
