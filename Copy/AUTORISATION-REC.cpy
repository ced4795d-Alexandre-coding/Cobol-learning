      * AUTORISATION-REC - autorisations de decouvert des comptes
      * courants (Data/compte/autorisations.idx, cle AU-NUMERO-COMPTE,
      * une autorisation au plus par compte). Tenu par COMPTAUT ;
      * COMPTAGI y prend le taux contractuel applique dans la limite
      * et COMPTDEP la limite pour le suivi quotidien des
      * depassements. Hors autorisation, ou au-dela de la limite,
      * s'applique le taux de depassement de agios-taux.ctl.
       01  AUTORISATION-REC.
           05  AU-NUMERO-COMPTE      PIC 9(8).
      * Limite autorisee, valable jusqu'a AU-DATE-ECHEANCE incluse,
      * et taux annuel contractuel des interets debiteurs.
           05  AU-LIMITE             PIC 9(7)V99.
           05  AU-DATE-ECHEANCE      PIC 9(8).
           05  AU-TAUX               PIC 99V99.
      * Relevement temporaire : la limite passe a AU-LIMITE-TEMPO
      * jusqu'a AU-DATE-FIN-TEMPO incluse (zero = aucun relevement).
           05  AU-LIMITE-TEMPO       PIC 9(7)V99.
           05  AU-DATE-FIN-TEMPO     PIC 9(8).
           05  AU-DATE-MAJ           PIC 9(8).
           05  AU-OPERATEUR          PIC X(10).
