      * OPPOSITION-REC - registre des oppositions sur cheques
      * (Data/compte/oppositions.idx, cle OC-CLE = numero de compte +
      * premier numero de cheque vise). Une opposition porte sur un
      * cheque isole (OC-DERNIER = OC-PREMIER) ou sur une plage, un
      * chequier perdu entier par exemple. Tenu par CHEQMNT (pose et
      * mainlevee) ; COMPTMAJ rejette tout cheque presente dans une
      * plage en opposition et trace la presentation dans
      * cheques-opposes.log (PRESENTATION-REC).
       01  OPPOSITION-REC.
           05  OC-CLE.
               10  OC-NUMERO-COMPTE  PIC 9(8).
               10  OC-PREMIER        PIC 9(7).
           05  OC-DERNIER            PIC 9(7).
      * Motifs admis pour faire opposition a un cheque.
           05  OC-MOTIF              PIC X.
               88  OC-PERTE          VALUE "P".
               88  OC-VOL            VALUE "V".
               88  OC-FRAUDE         VALUE "F".
               88  OC-PROCEDURE      VALUE "J".
               88  OC-MOTIF-VALIDE   VALUE "P" "V" "F" "J".
           05  OC-DATE               PIC 9(8).
           05  OC-OPERATEUR          PIC X(10).
