      * SALAIRE-HIST-REC - layout de l'historique des salaires du
      * personnel (Data/paie/historique-salaires.idx, cle composite
      * identifiant + date d'effet AAAAMMJJ). Une ligne par
      * changement de salaire : revision de campagne (REVISAL) ou
      * saisie dans PERSMNT. Une revision prend effet au premier
      * du mois de sa date d'effet. P = a appliquer : PAIE la
      * reporte sur PN-SALAIRE-BRUT a la premiere paie d'un mois
      * egal ou posterieur a l'effet, paie le rappel des mois deja
      * payes a l'ancien salaire et la passe A avec le mois
      * d'application et le rappel verse (rejoues a l'identique si
      * la paie du mois est relancee).
       01  SALAIRE-HIST-REC.
           05  SH-CLE.
               10  SH-IDENTIFIANT    PIC 9(10).
               10  SH-DATE-EFFET     PIC 9(8).
           05  SH-ANCIEN-SALAIRE     PIC 9(5)V99.
           05  SH-NOUVEAU-SALAIRE    PIC 9(5)V99.
           05  SH-ORIGINE            PIC X.
               88  SH-ORIGINE-CAMPAGNE VALUE "C".
               88  SH-ORIGINE-SAISIE   VALUE "S".
           05  SH-STATUT             PIC X.
               88  SH-A-APPLIQUER    VALUE "P".
               88  SH-APPLIQUEE      VALUE "A".
           05  SH-MOIS-APPLICATION   PIC 9(6).
           05  SH-MOIS-RAPPEL        PIC 99.
           05  SH-RAPPEL             PIC 9(7)V99.
