      * l'epargne ou des paiements de prets selon la destination.
      * OD-DATE-DERN-EXEC empeche une relance de generer deux fois
      * la meme periode. OD-DATE-FIN a zero = ordre sans terme.
      * OD-NUMERO-COMPTE designe le compte courant a debiter, dont
      * le client doit etre titulaire ; a zero, c'est son compte
      * principal.
       01  ORDRE-REC.
           05  OD-NUMERO             PIC 9(6).
           05  OD-ID-CLIENT          PIC 9(6).
               88  OD-VERS-PRET      VALUE "P".
           05  OD-REF-DESTINATION    PIC 9(6).
           05  OD-DATE-DERN-EXEC     PIC 9(8).
           05  OD-NUMERO-COMPTE      PIC 9(8).
