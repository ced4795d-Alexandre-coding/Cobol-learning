      * SUSPENS-REC - registre permanent des paiements en suspens.
      * Fichier indexe Data/pret/suspens.idx, cle SU-NUMERO (compteur
      * numsusp.ctl). PRETPAIE y inscrit chaque paiement qu'il ne
      * peut imputer, avec l'ecriture banque / compte d'attente des
      * suspens ; SUSPMNT le resout (reimputation sur le bon pret,
      * remboursement au compte courant du payeur ou abandon sous
      * le seuil de suspens.ctl) et SUSPAGE edite la balance agee
      * des postes ouverts, rapprochee du compte d'attente.
       01  SUSPENS-REC.
           05  SU-NUMERO             PIC 9(6).
      * Date du paiement recu et date de l'inscription au registre.
           05  SU-DATE               PIC 9(8).
           05  SU-DATE-INSCRIPTION   PIC 9(8).
      * Reference citee par le payeur : numero de pret, ou numero
      * de client pour un paiement client (SU-TYPE-PAIEMENT = C).
           05  SU-REFERENCE          PIC 9(6).
           05  SU-TYPE-PAIEMENT      PIC X.
           05  SU-MONTANT            PIC 9(7)V99.
           05  SU-DEVISE             PIC X(3).
           05  SU-MOTIF              PIC X(30).
      * Statuts : O = ouvert, R = reimpute sur le pret
      * SU-DESTINATION, B = rembourse au compte courant du client
      * SU-DESTINATION, A = abandonne en produit (petit montant).
           05  SU-STATUT             PIC X.
               88  SU-OUVERT         VALUE "O".
               88  SU-REIMPUTE       VALUE "R".
               88  SU-REMBOURSE      VALUE "B".
               88  SU-ABANDONNE      VALUE "A".
           05  SU-DATE-RESOLUTION    PIC 9(8).
           05  SU-OPERATEUR          PIC X(10).
           05  SU-DESTINATION        PIC 9(6).
