      * COMPTE-REC - layout du fichier des comptes courants clients
      * (Data/compte/comptes.idx, cle CP-NUMERO-COMPTE attribuee par
      * le compteur Data/compte/numcompte.ctl, cle secondaire avec
      * doublons CP-ID-CLIENT = titulaire principal). Un client peut
      * detenir plusieurs comptes ; les co-titulaires d'un compte
      * joint sont au fichier des titulaires (TITULAIRE-REC).
      * Alimente par COMPTMAJ a partir des operations de
      * Data/conditions/operations.in, relu par le releve mensuel
      * COMPTREL. Un compte clos par COMPTCLO garde son statut et sa
      * date de cloture : plus aucune operation posterieure ne
      * l'atteint, et il sort des traitements periodiques apres
      * son dernier releve. Statut a blanc = ouvert (comptes
      * anterieurs a la cloture par lot).
      * Un compte peut etre tenu dans une devise de Data/pret/
      * devises.in : solde et operations sont alors exprimes dans
      * cette devise, le grand livre en EUR. CP-CONTRE-VALEUR porte
      * la contre-valeur EUR passee en comptabilite (mouvements au
      * cours du jour, puis reevaluation au cours de fin de mois
      * par COMPTAEQ). Devise a blanc = EUR (comptes anterieurs).
       01  COMPTE-REC.
           05  CP-NUMERO-COMPTE      PIC 9(8).
           05  CP-ID-CLIENT          PIC 9(6).
           05  CP-TYPE-COMPTE        PIC X.
               88  CP-COMPTE-INDIVIDUEL  VALUE "I".
               88  CP-COMPTE-JOINT       VALUE "J".
           05  CP-SOLDE              PIC S9(9)V99.
           05  CP-DATE-OUVERTURE     PIC 9(8).
           05  CP-DATE-DERN-MVT      PIC 9(8).
           05  CP-STATUT             PIC X.
               88  CP-OUVERT             VALUE "O" " ".
               88  CP-CLOS               VALUE "C".
           05  CP-DATE-CLOTURE       PIC 9(8).
           05  CP-DEVISE             PIC X(3).
               88  CP-EN-EUR             VALUE "EUR" "   ".
           05  CP-CONTRE-VALEUR      PIC S9(9)V99.
           05  CP-DATE-REEVAL        PIC 9(8).
