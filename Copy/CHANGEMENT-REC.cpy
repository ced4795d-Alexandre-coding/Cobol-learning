      * CHANGEMENT-REC - journal des changements du maitre client
      * (Data/ops/cdc-journal.dat), alimente chaque jour par
      * CLIENTCDC a partir de la piste d'audit clients.aud. Un
      * enregistrement par client change dans la journee, numerote
      * sans trou : c'est ce numero de sequence que chaque abonne
      * (entrepot, assureur, monetique) consomme et a partir duquel
      * il peut demander un rejeu. Le journal n'est jamais purge.
       01  CHANGEMENT-REC.
           05  FC-SEQUENCE           PIC 9(9).
      * Horodatage du dernier evenement d'audit retenu pour le
      * client (AAAAMMJJHHMMSS) : date d'effet du changement.
           05  FC-HORODATAGE         PIC X(14).
      * C = creation, M = modification, S = suppression.
           05  FC-TYPE               PIC X.
               88  FC-CREATION           VALUE "C".
               88  FC-MODIFICATION       VALUE "M".
               88  FC-SUPPRESSION        VALUE "S".
      * Code action AUDITCLI du dernier evenement (MODIFIER, DECES,
      * ADRESSE, NPAI...).
           05  FC-ACTION             PIC X(10).
           05  FC-ID-CLIENT          PIC 9(6).
      * Image du maitre avant le premier evenement de la journee et
      * apres le dernier : les champs changes se deduisent de leur
      * comparaison, abonne par abonne.
           05  FC-IMAGE-AVANT        PIC X(121).
           05  FC-IMAGE-APRES        PIC X(121).
