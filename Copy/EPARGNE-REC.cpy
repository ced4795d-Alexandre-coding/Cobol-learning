      * EPARGNE-REC - layout du fichier des comptes d'epargne
      * (Data/epargne/comptes.idx, cle EP-CLE = client + code produit
      * reglemente : un client tient un livret A, un LDDS et un
      * livret jeune cote a cote). Alimente par EPARGMVT
      * (depots/retraits, plafond du produit) et capitalise une fois
      * l'an par EPARGCAP au taux du produit (produits-epargne.in).
       01  EPARGNE-REC.
           05  EP-CLE.
               10  EP-ID-CLIENT      PIC 9(6).
      * Le livret A est le livret historique : un mouvement sans code
      * produit, et les lots qui ne visent que le livret d'un client
      * (cloture de compte, saisie), le designent.
               10  EP-PRODUIT        PIC X(4).
                   88  EP-LIVRET-A       VALUE "LIVA".
           05  EP-SOLDE              PIC 9(9)V99.
           05  EP-TAUX               PIC 9V99.
           05  EP-DATE-OUVERTURE     PIC 9(8).
