      * ASSDELEG-REC - delegation d'assurance emprunteur : contrat
      * souscrit par l'emprunteur aupres d'un assureur externe a la
      * place de notre contrat de groupe. Fichier indexe
      * Data/pret/assur-deleguees.idx, cle AD-CLE (client + pret),
      * entretenu par lot via ASSDMNT. Tant que le dossier n'est pas
      * inscrit, AD-NUMERO-PRET reste a zero : c'est cette demande
      * que CALCPRET confronte a nos garanties a la cotation, puis
      * PRETENR la rattache au contrat a l'inscription. ASSUDELG
      * relance chaque mois les attestations echues.
       01  ASSDELEG-REC.
           05  AD-CLE.
               10  AD-ID-CLIENT      PIC 9(6).
               10  AD-NUMERO-PRET    PIC 9(6).
           05  AD-ASSUREUR           PIC X(20).
           05  AD-NUMERO-POLICE      PIC X(15).
      * Couverture garantie : quotite assuree (en pourcentage du
      * capital, cumulee sur les co-emprunteurs), capital garanti
      * et risques couverts. Notre contrat de groupe couvre chaque
      * emprunteur a 100 % en deces et en invalidite.
           05  AD-QUOTITE            PIC 9(3).
           05  AD-CAPITAL-GARANTI    PIC 9(8)V99.
           05  AD-GARANTIE-DECES     PIC X.
               88  AD-COUVRE-DECES   VALUE "O".
           05  AD-GARANTIE-INVALIDITE PIC X.
               88  AD-COUVRE-INVALIDITE VALUE "O".
      * Fin de validite de la derniere attestation d'assurance
      * recue ; une attestation renouvelee se saisit par ASSDMNT.
           05  AD-DATE-FIN-ATTESTATION PIC 9(8).
      * Statuts : A = couverture en cours, E = attestation echue et
      * relancee (date de la lettre dans AD-DATE-RELANCE), N = pret
      * non assure, la relance etant restee sans reponse au-dela
      * du delai de delegation.ctl.
           05  AD-STATUT             PIC X.
               88  AD-EN-COURS       VALUE "A".
               88  AD-ECHUE          VALUE "E".
               88  AD-NON-ASSURE     VALUE "N".
           05  AD-DATE-STATUT        PIC 9(8).
           05  AD-DATE-RELANCE       PIC 9(8).
