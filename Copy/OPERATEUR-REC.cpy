      * OPERATEUR-REC - layout du fichier des operateurs
      * (Data/ops/operateurs.ctl), tenu par le superviseur avec
      * OPERMNT. Identifiant et profil d'habilitation (C =
      * consultation seule, M = maintenance, S = superviseur) en
      * tete, puis l'etat du compte : A = actif, V = verrouille
      * apres trop d'echecs de code personnel, D = desactive pour
      * inactivite, R = revoque (OPERMNT ou recertification
      * OPERCERT). Le code personnel n'est jamais garde en clair :
      * seule son empreinte (HacherPin) figure ici. Une date de
      * code a zero impose un nouveau code a la prochaine session.
      * La date d'etat est celle du dernier changement d'etat
      * (creation, verrouillage, retablissement, revocation) ;
      * l'inactivite court depuis la plus recente de cette date et
      * de la derniere session. La date de recertification est
      * celle de la derniere confirmation par OPERCERT.
       01  OPERATEUR-REC.
           05  OP-ID                 PIC X(10).
           05  OP-PROFIL             PIC X.
               88  OP-CONSULTATION       VALUE "C".
               88  OP-MAINTENANCE        VALUE "M".
               88  OP-SUPERVISEUR        VALUE "S".
           05  FILLER                PIC X.
           05  OP-STATUT             PIC X.
               88  OP-ACTIF              VALUE "A".
               88  OP-VERROUILLE         VALUE "V".
               88  OP-DESACTIVE          VALUE "D".
               88  OP-REVOQUE            VALUE "R".
           05  FILLER                PIC X.
           05  OP-EMPREINTE-PIN      PIC 9(10).
           05  FILLER                PIC X.
           05  OP-NB-ECHECS          PIC 9.
           05  FILLER                PIC X.
           05  OP-DATE-PIN           PIC 9(8).
           05  FILLER                PIC X.
           05  OP-DERNIERE-SESSION   PIC 9(8).
           05  FILLER                PIC X.
           05  OP-DATE-CREATION      PIC 9(8).
           05  FILLER                PIC X.
           05  OP-DATE-ETAT          PIC 9(8).
           05  FILLER                PIC X.
           05  OP-DATE-RECERTIF      PIC 9(8).
