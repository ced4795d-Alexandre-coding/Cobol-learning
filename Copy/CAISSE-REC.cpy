      * CAISSE-REC - registre des caisses de guichet
      * (Data/compte/caisses.idx, cle CA-CLE = caisse + date de
      * journee). Une caisse porte l'identifiant de l'operateur qui
      * la tient (OperateurCourant) et s'ouvre chaque jour avec un
      * fonds compte, preleve sur le coffre de l'agence ; COMPTGUI
      * y cumule les depots et retraits d'especes, les transferts
      * avec le coffre, puis a la fermeture le comptage par coupure
      * et l'ecart avec le solde theorique. Le coffre lui-meme est
      * tenu sous la caisse COFFRE, date a zero : CA-SOLDE-THEORIQUE
      * y porte l'encaisse du coffre.
       01  CAISSE-REC.
           05  CA-CLE.
               10  CA-CAISSE         PIC X(10).
               10  CA-DATE           PIC 9(8).
      * Statut : O = ouverte, F = fermee (ecart dans le seuil),
      * A = fermee en attente du visa d'un superviseur (ecart
      * au-dela du seuil), V = visee par le superviseur.
           05  CA-STATUT             PIC X.
               88  CA-OUVERTE            VALUE "O".
               88  CA-FERMEE             VALUE "F".
               88  CA-ATTENTE-VISA       VALUE "A".
               88  CA-VISEE              VALUE "V".
           05  CA-FONDS-INITIAL      PIC 9(9)V99.
           05  CA-NB-DEPOTS          PIC 9(5).
           05  CA-TOTAL-DEPOTS       PIC 9(9)V99.
           05  CA-NB-RETRAITS        PIC 9(5).
           05  CA-TOTAL-RETRAITS     PIC 9(9)V99.
           05  CA-RECU-COFFRE        PIC 9(9)V99.
           05  CA-REMIS-COFFRE       PIC 9(9)V99.
      * Fonds + depots - retraits + recu du coffre - remis au coffre.
           05  CA-SOLDE-THEORIQUE    PIC S9(9)V99.
      * Fermeture : nombre de billets et pieces par coupure, de
      * 500 EUR a 1 centime (cf. table des coupures de COMPTGUI).
           05  CA-COMPTAGE OCCURS 15 TIMES
                                     PIC 9(5).
           05  CA-SOLDE-COMPTE       PIC 9(9)V99.
           05  CA-ECART              PIC S9(9)V99.
           05  CA-OPERATEUR          PIC X(10).
           05  CA-SUPERVISEUR        PIC X(10).
           05  CA-DATE-VISA          PIC 9(8).
