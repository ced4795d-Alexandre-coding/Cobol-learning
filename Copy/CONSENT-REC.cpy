      * CONSENT-REC - registre des consentements marketing
      * (Data/seq/consentements.idx, cle CS-CLE = client + finalite).
      * Un enregistrement par CL-ID et par finalite, tenu par lot
      * par CONSMNT : dernier choix exprime (accord ou refus), date
      * et canal de recueil ; chaque changement part aussi dans
      * l'historique consentements.hst. Lu par ControlerConsent
      * pour les courriers promotionnels (CAMPAGNE, CLIENTFET) -
      * jamais pour les courriers contractuels.
       01  CONSENT-REC.
           05  CS-CLE.
               10  CS-ID-CLIENT      PIC 9(6).
      * Finalite : C = offres commerciales de la banque, P = offres
      * des partenaires, F = lettres d'anniversaire et de voeux.
               10  CS-FINALITE       PIC X.
                   88  CS-COMMERCIAL     VALUE "C".
                   88  CS-PARTENAIRES    VALUE "P".
                   88  CS-FETES          VALUE "F".
                   88  CS-FINALITE-VALIDE VALUE "C" "P" "F".
      * Choix : O = accord (opt-in), N = refus (opt-out).
           05  CS-CHOIX              PIC X.
               88  CS-ACCORD             VALUE "O".
               88  CS-REFUS              VALUE "N".
               88  CS-CHOIX-VALIDE       VALUE "O" "N".
           05  CS-DATE-RECUEIL       PIC 9(8).
      * Canal de recueil : G = guichet, C = courrier, E = courrier
      * electronique, T = telephone, W = banque en ligne.
           05  CS-CANAL              PIC X.
               88  CS-CANAL-VALIDE       VALUE "G" "C" "E" "T" "W".
           05  CS-DATE-MAJ           PIC 9(8).
           05  CS-OPERATEUR          PIC X(10).
