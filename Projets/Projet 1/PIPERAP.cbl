
      *> Entonnoir mensuel de transformation des demandes de pret :
      *> relit le fil d'etapes pipeline.out alimente par CALCPRET
      *> (RECU, COTE, SCORE, REFUSE avec motif, ACCEPTE), par
      *> PRETOFFR (OFFRE, EXPIREE) et par PRETENR (INSCRIT, ou
      *> REFUSE pour signature dans le delai de reflexion),
      *> retient les evenements du mois de traitement et edite
      *> dans entonnoir.out le nombre et le montant des dossiers
      *> par etape, puis la ventilation des refus par motif. La
      *> direction voit enfin ou les dossiers se perdent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *> Compteurs par etape, dans l'ordre du tunnel.
       01  WS-TABLE-ETAPES.
           05  WS-ETAPE OCCURS 8 TIMES.
               10  WS-ET-LIBELLE PIC X(8).
               10  WS-ET-NB      PIC 9(5).
               10  WS-ET-MONTANT PIC 9(11)V99.
           MOVE "SCORE" TO WS-ET-LIBELLE(3).
           MOVE "REFUSE" TO WS-ET-LIBELLE(4).
           MOVE "ACCEPTE" TO WS-ET-LIBELLE(5).
           MOVE "OFFRE" TO WS-ET-LIBELLE(6).
           MOVE "EXPIREE" TO WS-ET-LIBELLE(7).
           MOVE "INSCRIT" TO WS-ET-LIBELLE(8).
           PERFORM VARYING WS-ETAPE-INDEX FROM 1 BY 1
                 UNTIL WS-ETAPE-INDEX > 8
              MOVE ZERO TO WS-ET-NB(WS-ETAPE-INDEX)
              MOVE ZERO TO WS-ET-MONTANT(WS-ETAPE-INDEX)
           END-PERFORM.
       CUMULER-EVENEMENT.
           MOVE "N" TO WS-ETAPE-TROUVEE.
           PERFORM VARYING WS-ETAPE-INDEX FROM 1 BY 1
                 UNTIL WS-ETAPE-INDEX > 8
                 OR WS-ETAPE-TROUVEE = "Y"
              IF WS-ET-LIBELLE(WS-ETAPE-INDEX) = PL-ETAPE
                 MOVE "Y" TO WS-ETAPE-TROUVEE
           WRITE ETAT-LINE.

           PERFORM VARYING WS-ETAPE-INDEX FROM 1 BY 1
                 UNTIL WS-ETAPE-INDEX > 8
              MOVE WS-ET-NB(WS-ETAPE-INDEX) TO WS-NB-ED
              MOVE WS-ET-MONTANT(WS-ETAPE-INDEX) TO WS-MONTANT-ED
              MOVE SPACES TO ETAT-LINE
