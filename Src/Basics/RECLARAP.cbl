      *>      reclamations cloturees par categorie avec le delai
      *>      moyen de resolution en jours - celles que le
      *>      regulateur demande et que le classeur papier ne
      *>      savait pas produire ; avec, par categorie, les
      *>      indemnites versees dans le trimestre (nombre et
      *>      montant, a la date de versement) et leur total par
      *>      nature : frais, interets, gestes commerciaux.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-CA-CODE    PIC X(5).
               10  WS-CA-NB      PIC 9(5).
               10  WS-CA-JOURS   PIC 9(7).
               10  WS-CA-NB-INDEMN PIC 9(5).
               10  WS-CA-INDEMNITE PIC 9(9)V99.
       01  WS-CATEGORIE-INDEX    PIC 99.
       01  WS-CATEGORIE-TROUVEE  PIC X.
       01  WS-MOYENNE-JOURS      PIC 9(5)V9.
       01  WS-NB-ED              PIC ZZZZ9.
       01  WS-JOURS-ED           PIC ZZZZ9-.
       01  WS-MOYENNE-ED         PIC ZZZZ9,9.
       01  WS-MONTANT-ED         PIC Z(8)9,99.

      *> Indemnites versees dans le trimestre, par nature.
       01  WS-TOTAL-FRAIS        PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-INTERETS     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-GESTES       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-INDEMNITES   PIC 9(9)V99 VALUE 0.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
                       IF RC-DATE-CLOTURE >= WS-TRIMESTRE-DEBUT
                          PERFORM CUMULER-STATISTIQUE
                       END-IF
      *                Une indemnite compte au trimestre de son
      *                versement, approbation comprise.
                       IF RC-INDEMNITE-VERSEE
                          AND RC-INDEMNITE-DATE >= WS-TRIMESTRE-DEBUT
                          PERFORM CUMULER-INDEMNITE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
              MOVE ZERO TO WS-JOURS-RESOLUTION
           END-IF.

           PERFORM RECHERCHER-CATEGORIE.
           IF WS-CATEGORIE-TROUVEE NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CA-NB(WS-CATEGORIE-INDEX).
           ADD WS-JOURS-RESOLUTION
              TO WS-CA-JOURS(WS-CATEGORIE-INDEX)

           .

       CUMULER-INDEMNITE.
           PERFORM RECHERCHER-CATEGORIE.
           IF WS-CATEGORIE-TROUVEE = "Y"
              ADD 1 TO WS-CA-NB-INDEMN(WS-CATEGORIE-INDEX)
              ADD RC-INDEMNITE-MONTANT
                 TO WS-CA-INDEMNITE(WS-CATEGORIE-INDEX)
           END-IF.

           EVALUATE TRUE
              WHEN RC-REMB-FRAIS
                 ADD RC-INDEMNITE-MONTANT TO WS-TOTAL-FRAIS
              WHEN RC-REMB-INTERETS
                 ADD RC-INDEMNITE-MONTANT TO WS-TOTAL-INTERETS
              WHEN OTHER
                 ADD RC-INDEMNITE-MONTANT TO WS-TOTAL-GESTES
           END-EVALUATE.
           ADD RC-INDEMNITE-MONTANT TO WS-TOTAL-INDEMNITES

           .

      *> Poste de la categorie de la reclamation courante, cree au
      *> premier passage ; WS-CATEGORIE-TROUVEE reste a N quand la
      *> table est pleine.
       RECHERCHER-CATEGORIE.
           MOVE "N" TO WS-CATEGORIE-TROUVEE.
           PERFORM VARYING WS-CATEGORIE-INDEX FROM 1 BY 1
                 UNTIL WS-CATEGORIE-INDEX > WS-NB-CATEGORIES
              MOVE RC-CATEGORIE TO WS-CA-CODE(WS-CATEGORIE-INDEX)
              MOVE ZERO TO WS-CA-NB(WS-CATEGORIE-INDEX)
              MOVE ZERO TO WS-CA-JOURS(WS-CATEGORIE-INDEX)
              MOVE ZERO TO WS-CA-NB-INDEMN(WS-CATEGORIE-INDEX)
              MOVE ZERO TO WS-CA-INDEMNITE(WS-CATEGORIE-INDEX)
              MOVE "Y" TO WS-CATEGORIE-TROUVEE
           END-IF

           .


           PERFORM VARYING WS-CATEGORIE-INDEX FROM 1 BY 1
                 UNTIL WS-CATEGORIE-INDEX > WS-NB-CATEGORIES
      *       Une categorie peut ne porter qu'une indemnite versee
      *       ce trimestre sur une reclamation close avant.
              IF WS-CA-NB(WS-CATEGORIE-INDEX) > ZERO
                 COMPUTE WS-MOYENNE-JOURS ROUNDED =
                    WS-CA-JOURS(WS-CATEGORIE-INDEX)
                    / WS-CA-NB(WS-CATEGORIE-INDEX)
              ELSE
                 MOVE ZERO TO WS-MOYENNE-JOURS
              END-IF
              MOVE WS-CA-NB(WS-CATEGORIE-INDEX) TO WS-NB-ED
              MOVE WS-MOYENNE-JOURS TO WS-MOYENNE-ED
              MOVE SPACES TO RAPPORT-LINE
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              MOVE WS-CA-NB-INDEMN(WS-CATEGORIE-INDEX) TO WS-NB-ED
              MOVE WS-CA-INDEMNITE(WS-CATEGORIE-INDEX)
                 TO WS-MONTANT-ED
              STRING
                 " INDEMNISEES=" WS-NB-ED
                 " VERSE=" WS-MONTANT-ED
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE(60:)
              END-STRING
              WRITE RAPPORT-LINE
           END-PERFORM.

           MOVE SPACES TO RAPPORT-LINE.
           MOVE "INDEMNITES VERSEES DU TRIMESTRE PAR NATURE"
              TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE WS-TOTAL-FRAIS TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "REMBOURSEMENT DE FRAIS      =" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-TOTAL-INTERETS TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "REMBOURSEMENT D'INTERETS    =" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-TOTAL-GESTES TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "GESTES COMMERCIAUX          =" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           MOVE WS-TOTAL-INDEMNITES TO WS-MONTANT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "TOTAL INDEMNITES VERSEES    =" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
