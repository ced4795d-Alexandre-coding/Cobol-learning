      * (Data/pret/garanties.idx, cle GA-ID-CLIENT). Entretenu par
      * lot via GARMNT ; consulte par CALCPRET au moment de la
      * cotation pour le controle de quotite (loan-to-value) des
      * produits immobiliers, et par GARREVAL pour la
      * revalorisation annuelle des hypotheques. GA-NUMERO-PRET
      * reste a zero tant que le dossier n'est pas inscrit au
      * portefeuille.
       01  GARANTIE-REC.
           05  GA-ID-CLIENT          PIC 9(6).
           05  GA-NUMERO-PRET        PIC 9(6).
           05  GA-VALEUR-EXPERTISE   PIC 9(8)V99.
           05  GA-DATE-EXPERTISE     PIC 9(8).
           05  GA-GARANT             PIC X(20).
      * Commune du bien hypotheque, base de l'indice des prix de
      * indice-immo.in ; a blanc, la ville du client fait foi.
           05  GA-VILLE-BIEN         PIC X(15).
      * Revalorisation annuelle (GARREVAL) : valeur d'expertise
      * indexee sur l'evolution des prix de la commune depuis
      * l'expertise. Zero tant qu'aucune revalorisation n'a tourne
      * depuis la derniere expertise saisie.
           05  GA-VALEUR-REVALORISEE PIC 9(8)V99.
           05  GA-DATE-REVALORISATION PIC 9(8).
