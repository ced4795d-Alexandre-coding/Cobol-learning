      * PREMIER-TABLE-REC - table persistante des nombres premiers
      * (Data/premier/table-premiers.dat), produite par le crible de
      * CriblePremiers et relue par NombrePremier. Un enregistrement
      * d'entete E (limite du crible, nombre de premiers) puis un
      * enregistrement P par premier, en ordre croissant, avec son
      * rang. Le lecteur refuse une table dont le nombre de P ne
      * correspond pas a l'entete (table tronquee).
       01  PREMIER-TABLE-REC.
           05  PT-TYPE               PIC X.
               88  PT-ENTETE         VALUE "E".
               88  PT-PREMIER        VALUE "P".
           05  PT-VALEUR             PIC 9(9).
           05  PT-RANG               PIC 9(7).
