      * TITULAIRE-REC - layout du fichier des titulaires des comptes
      * courants (Data/compte/titulaires.idx, cle TT-CLE = numero de
      * compte + CL-ID, cle secondaire avec doublons TT-ID-CLIENT
      * pour retrouver tous les comptes d'un client). Un compte a
      * exactement un titulaire principal (role P, le CP-ID-CLIENT
      * du compte) et zero ou plusieurs co-titulaires (role J).
      * Ecrit par COMPTMAJ a l'ouverture et par COMPTTIT.
       01  TITULAIRE-REC.
           05  TT-CLE.
               10  TT-NUMERO-COMPTE  PIC 9(8).
               10  TT-ID-CLIENT      PIC 9(6).
           05  TT-ROLE               PIC X.
               88  TT-PRINCIPAL      VALUE "P".
               88  TT-JOINT          VALUE "J".
           05  TT-DATE-ENTREE        PIC 9(8).
