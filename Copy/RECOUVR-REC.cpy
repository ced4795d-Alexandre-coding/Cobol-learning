      * RECOUVR-REC - dossiers de prets confies a l'agence de
      * recouvrement externe. Fichier indexe Data/pret/recouvrement.idx,
      * cle RA-NUMERO-PRET, cree par PRETRECX a la transmission du
      * dossier et tenu a jour par PRETRECR a reception du fichier
      * retour mensuel de l'agence.
       01  RECOUVR-REC.
           05  RA-NUMERO-PRET        PIC 9(6).
           05  RA-ID-CLIENT          PIC 9(6).
      * Situation transmise a l'agence : date de transmission,
      * montant des echeances impayees et capital restant du.
           05  RA-DATE-TRANSMISSION  PIC 9(8).
           05  RA-MONTANT-DU         PIC 9(9)V99.
           05  RA-SOLDE-TRANSMIS     PIC 9(8)V99.
      * Statuts : T = transmis (recouvrement en cours), E =
      * echeancier accorde par l'agence, C = dossier clos par
      * l'agence (motif agence dans RA-MOTIF-CLOTURE). Un dossier
      * clos peut etre retransmis si le pret retombe au
      * precontentieux.
           05  RA-STATUT             PIC X.
               88  RA-TRANSMIS       VALUE "T".
               88  RA-ECHEANCIER     VALUE "E".
               88  RA-CLOS           VALUE "C".
               88  RA-EN-COURS       VALUE "T" "E".
           05  RA-DATE-STATUT        PIC 9(8).
      * Echeancier convenu par l'agence avec l'emprunteur.
           05  RA-PLAN-MENSUALITE    PIC 9(7)V99.
           05  RA-PLAN-NB-ECH        PIC 9(3).
      * Cumuls des retours : encaissements reverses (imputes par
      * PRETPAIE comme des reglements ordinaires) et commissions
      * facturees par l'agence.
           05  RA-MONTANT-RECOUVRE   PIC 9(9)V99.
           05  RA-COMMISSIONS        PIC 9(7)V99.
           05  RA-MOTIF-CLOTURE      PIC X(4).
