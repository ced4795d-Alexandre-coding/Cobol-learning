      * DEPASSEMENT-REC - depassements de limite de decouvert en
      * cours (Data/compte/depassements.idx, cle DP-NUMERO-COMPTE).
      * COMPTDEP inscrit un compte le premier jour ou son debit
      * excede la limite autorisee (zero sans autorisation), le
      * tient a jour chaque jour tant que le depassement dure, et
      * l'efface au retour dans la limite.
       01  DEPASSEMENT-REC.
           05  DP-NUMERO-COMPTE      PIC 9(8).
           05  DP-DATE-DEBUT         PIC 9(8).
           05  DP-DATE-DERNIER       PIC 9(8).
      * Jours consecutifs en depassement depuis DP-DATE-DEBUT, et
      * plus fort depassement (debit moins limite) constate.
           05  DP-JOURS              PIC 9(5).
           05  DP-DEPASSEMENT-MAX    PIC 9(9)V99.
           05  DP-LIMITE             PIC 9(7)V99.
