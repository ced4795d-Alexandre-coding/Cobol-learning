      * PRESENTATION-REC - presentations de cheques en opposition
      * (Data/compte/cheques-opposes.log, sequentiel en ajout). Une
      * ligne par cheque rejete par COMPTMAJ parce qu'il tombe dans
      * une plage en opposition, avec le motif et la date de
      * l'opposition ; repris chaque semaine par l'etat CHEQOPP.
       01  PRESENTATION-REC.
           05  PS-DATE-OPERATION     PIC 9(8).
           05  PS-NUMERO-COMPTE      PIC 9(8).
           05  PS-ID-CLIENT          PIC 9(6).
           05  PS-NUMERO-CHEQUE      PIC 9(7).
           05  PS-MONTANT            PIC 9(7)V99.
           05  PS-MOTIF-OPPOSITION   PIC X.
           05  PS-DATE-OPPOSITION    PIC 9(8).
