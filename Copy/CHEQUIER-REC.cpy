      * CHEQUIER-REC - registre des chequiers delivres
      * (Data/compte/chequiers.idx, cle CQ-CLE = numero de compte +
      * premier numero de cheque du chequier). Chaque chequier
      * couvre les numeros CQ-PREMIER a CQ-DERNIER inclus ; les
      * plages d'un meme compte ne se chevauchent pas. Tenu par
      * CHEQMNT ; COMPTMAJ refuse un cheque dont le numero n'a ete
      * delivre au compte debite par aucun chequier.
       01  CHEQUIER-REC.
           05  CQ-CLE.
               10  CQ-NUMERO-COMPTE  PIC 9(8).
               10  CQ-PREMIER        PIC 9(7).
           05  CQ-DERNIER            PIC 9(7).
           05  CQ-DATE-EMISSION      PIC 9(8).
           05  CQ-OPERATEUR          PIC X(10).
