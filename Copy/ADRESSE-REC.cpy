      * ADRESSE-REC - historique des adresses postales des clients
      * (Data/seq/adresses.idx, cle AH-CLE = client + date d'effet
      * + sequence). Une version par changement d'adresse, jamais
      * reecrite que pour y noter un retour de courrier : l'adresse
      * a laquelle un releve ou une relance est partie un jour
      * donne est la derniere version dont la date d'effet precede
      * ce jour (AdresseClient). Tenu par ADRESMNT ; CL-CITY du
      * maitre ne garde que la ville courte de la version en
      * vigueur.
       01  ADRESSE-REC.
           05  AH-CLE.
               10  AH-ID-CLIENT      PIC 9(6).
               10  AH-DATE-EFFET     PIC 9(8).
      * Deux changements le meme jour : la sequence les ordonne.
               10  AH-SEQUENCE       PIC 99.
           05  AH-LIGNE1             PIC X(32).
           05  AH-LIGNE2             PIC X(32).
           05  AH-CODE-POSTAL        PIC X(10).
           05  AH-VILLE              PIC X(26).
      * Code pays ISO a deux lettres ; FR = controle du code postal
      * contre le referentiel codes-postaux.in.
           05  AH-PAYS               PIC X(2).
               88  AH-FRANCE             VALUE "FR".
      * Dernier retour de courrier (NPAI) sur cette version, date
      * du pli, et nombre de retours ; stampes par COURRETR.
           05  AH-DATE-RETOUR        PIC 9(8).
           05  AH-NB-RETOURS         PIC 9(3).
           05  AH-DATE-SAISIE        PIC 9(8).
           05  AH-OPERATEUR          PIC X(10).
