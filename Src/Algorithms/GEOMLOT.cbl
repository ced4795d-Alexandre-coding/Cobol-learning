      *> detail par ligne, les sous-totaux par matiere et le total
      *> general. Une matiere absente du tarif rejette la ligne,
      *> comme un code de forme inconnu.
      *>
      *> L'atelier achete le bois en panneaux standard : le tarif
      *> porte aussi, par matiere, la longueur et la largeur du
      *> panneau en centimetres. Pour chaque matiere a panneau, le
      *> lot etablit un plan de decoupe (plan-decoupe.out) : les
      *> pieces, rectangles et carres a leurs cotes, cercles et
      *> triangles a leur rectangle d'encombrement, sont rangees par
      *> bandes sur toute la longueur du panneau, des plus hautes aux
      *> plus basses, chaque piece dans la premiere bande ou elle
      *> tient (decoupe a la scie a panneaux, coupes de part en
      *> part). Le plan donne le nombre de panneaux, les pieces de
      *> chaque panneau avec leur position et le taux de chute, et
      *> le devis facture la surface en panneaux entames, au prix
      *> du metre carre de la matiere, au lieu de la surface
      *> brute ; le lisere reste au metre. Une piece plus grande
      *> que le panneau part en rejet. Une matiere sans format de
      *> panneau reste chiffree a la surface comme avant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.

           SELECT PLAN-FILE
                 ASSIGN TO "Data/geometrie/plan-decoupe.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORME-FILE.
       01  REJET-LINE            PIC X(80).

      *> Tarif par matiere : prix du metre de lisere et prix du
      *> metre carre de surface, entretenu par l'atelier, puis le
      *> format du panneau standard en centimetres (a blanc ou a
      *> zero = matiere chiffree a la surface).
       FD  PRIX-FILE.
       01  PRIX-REC.
           05  PX-MATIERE        PIC X(5).
           05  PX-PRIX-METRE     PIC 9(3)V99.
           05  PX-PRIX-M2        PIC 9(3)V99.
           05  PX-LONG-PANNEAU   PIC 9(4).
           05  PX-LARG-PANNEAU   PIC 9(4).

       FD  DEVIS-FILE.
       01  DEVIS-LINE            PIC X(120).

       FD  PLAN-FILE.
       01  PLAN-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FOR-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-PRX-STATUS         PIC XX VALUE "00".
       01  WS-DEV-STATUS         PIC XX VALUE "00".
       01  WS-PLN-STATUS         PIC XX VALUE "00".
       01  WS-PRIX-EOF           PIC X  VALUE "N".
           88  PRIX-EOF                   VALUE "Y".
       01  WS-EOF                PIC X  VALUE "N".
               10  WS-PX-M2      PIC 9(3)V99.
               10  WS-PX-NB      PIC 9(5).
               10  WS-PX-SOUS-TOTAL PIC 9(9)V99.
               10  WS-PX-LONG-PAN PIC 9(4).
               10  WS-PX-LARG-PAN PIC 9(4).
               10  WS-PX-MODE    PIC X.
                   88  WS-PX-EN-PANNEAUX  VALUE "P".
                   88  WS-PX-EN-SURFACE   VALUE "S".
               10  WS-PX-NB-PANNEAUX PIC 9(3).
               10  WS-PX-PRIX-PANNEAUX PIC 9(9)V99.
               10  WS-PX-CHUTE   PIC 9(3)V99.
       01  WS-PRIX-INDEX         PIC 99.
       01  WS-PRIX-TROUVE        PIC X.
       01  WS-PERIMETRE-M        PIC 9(6)V99.
       01  WS-SOUS-TOTAL-ED      PIC Z(8)9.99.
       01  WS-TOTAL-DEVIS-ED     PIC Z(8)9.99.

      *> Pieces a debiter dans les panneaux, en centimetres :
      *> encombrement couche (longueur >= hauteur), surface reelle
      *> de la forme pour la chute, panneau et position une fois
      *> le plan etabli.
       01  WS-TABLE-PIECES.
           05  WS-NB-PIECES      PIC 9(3) VALUE 0.
           05  WS-PIECE OCCURS 500 TIMES.
               10  WS-PC-LIGNE   PIC 9(5).
               10  WS-PC-FORME   PIC 9.
               10  WS-PC-MATIERE PIC 99.
               10  WS-PC-LONG    PIC 9(6).
               10  WS-PC-HAUT    PIC 9(6).
               10  WS-PC-AIRE    PIC 9(11)V99.
               10  WS-PC-PANNEAU PIC 9(3).
               10  WS-PC-X       PIC 9(4).
               10  WS-PC-Y       PIC 9(4).
       01  WS-PIECE-INDEX        PIC 9(3).
       01  WS-FACTEUR-CM         PIC 999.
       01  WS-ENC-LONG           PIC 9(6).
       01  WS-ENC-HAUT           PIC 9(6).
       01  WS-ENC-ECHANGE        PIC 9(6).
       01  WS-ENC-HAUT-CALCULE   PIC 9(7)V9(4).
       01  WS-AIRE-CM2           PIC 9(11)V99.

      *> Plan de la matiere en cours : pieces dans l'ordre de
      *> rangement (hauteur decroissante), bandes ouvertes et
      *> panneaux entames.
       01  WS-PLAN.
           05  WS-NB-ORDRE       PIC 9(3).
           05  WS-ORDRE OCCURS 500 TIMES PIC 9(3).
           05  WS-NB-BANDES      PIC 9(3).
           05  WS-BANDE OCCURS 500 TIMES.
               10  WS-BD-PANNEAU PIC 9(3).
               10  WS-BD-Y       PIC 9(4).
               10  WS-BD-HAUT    PIC 9(4).
               10  WS-BD-UTILISE PIC 9(4).
           05  WS-NB-PANNEAUX    PIC 9(3).
           05  WS-PANNEAU OCCURS 500 TIMES.
               10  WS-PN-HAUT-UTILISEE PIC 9(4).
               10  WS-PN-AIRE    PIC 9(11)V99.
       01  WS-ORDRE-INDEX        PIC 9(3).
       01  WS-TRI-INDEX          PIC 9(3).
       01  WS-TRI-PIECE          PIC 9(3).
       01  WS-BANDE-INDEX        PIC 9(3).
       01  WS-PANNEAU-INDEX      PIC 9(3).
       01  WS-PIECE-PLACEE       PIC X.
           88  PIECE-PLACEE               VALUE "Y".
       01  WS-AIRE-PANNEAU       PIC 9(9).
       01  WS-AIRE-PANNEAUX      PIC 9(11).
       01  WS-AIRE-PIECES        PIC 9(11)V99.
       01  WS-TAUX               PIC 9(3)V99.
       01  WS-TAUX-ED            PIC ZZ9.99.
       01  WS-LONG-ED            PIC ZZZ9.
       01  WS-HAUT-ED            PIC ZZZ9.
       01  WS-POS-X-ED           PIC ZZZ9.
       01  WS-POS-Y-ED           PIC ZZZ9.
       01  WS-PANNEAU-ED         PIC ZZ9.
       01  WS-LIGNE-ED           PIC ZZZZ9.
       01  WS-PRIX-PANNEAUX-ED   PIC Z(8)9.99.

       01  WS-PERIMETRE-ED       PIC ZZZ9.
       01  WS-AIRE-ED            PIC Z(6)9.99.
       01  WS-NB-ED              PIC ZZZZ9.
              STOP RUN
           END-IF.

           OPEN OUTPUT PLAN-FILE.
           IF WS-PLN-STATUS NOT = "00"
              DISPLAY "PLAN-FILE OPEN ERROR, STATUS="
                 WS-PLN-STATUS
              CLOSE FORME-FILE RAPPORT-FILE REJET-FILE DEVIS-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ FORME-FILE
                 AT END
           END-PERFORM.

           PERFORM EDITER-TOTAUX-FORMES.
           PERFORM VARYING WS-PRIX-INDEX FROM 1 BY 1
                 UNTIL WS-PRIX-INDEX > WS-NB-PRIX
              IF WS-PX-EN-PANNEAUX(WS-PRIX-INDEX)
                    AND WS-PX-NB(WS-PRIX-INDEX) > ZERO
                 PERFORM ETABLIR-PLAN-DECOUPE
              END-IF
           END-PERFORM.
           PERFORM EDITER-DEVIS.

           CLOSE FORME-FILE RAPPORT-FILE REJET-FILE DEVIS-FILE
              PLAN-FILE.

           DISPLAY "FORMES LUES=" WS-COUNT-LUES
              " CALCULEES=" WS-COUNT-CALCULEES
              MOVE Aire TO WS-AIRE-M2
           END-IF.

      *    Matiere au panneau : la piece doit tenir dans le
      *    panneau et une place au plan de decoupe.
           IF WS-PX-EN-PANNEAUX(WS-PRIX-INDEX)
              PERFORM CALCULER-ENCOMBREMENT
              IF WS-ENC-LONG > WS-PX-LONG-PAN(WS-PRIX-INDEX)
                    OR WS-ENC-HAUT > WS-PX-LARG-PAN(WS-PRIX-INDEX)
                    OR WS-NB-PIECES >= 500
                 ADD 1 TO WS-COUNT-REJETEES
                 MOVE SPACES TO REJET-LINE
                 IF WS-NB-PIECES >= 500
                    STRING
                       "FORME=" FO-CODE
                       " MATIERE=" FO-MATIERE
                       " RAISON=PLAN DE DECOUPE COMPLET"
                       DELIMITED BY SIZE
                       INTO REJET-LINE
                    END-STRING
                 ELSE
                    STRING
                       "FORME=" FO-CODE
                       " COTES=" FO-COTE1 "/" FO-COTE2 "/" FO-COTE3
                       " " FO-UNITE
                       " MATIERE=" FO-MATIERE
                       " RAISON=PIECE HORS FORMAT PANNEAU"
                       DELIMITED BY SIZE
                       INTO REJET-LINE
                    END-STRING
                 END-IF
                 WRITE REJET-LINE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-PIECES
              MOVE WS-COUNT-LUES TO WS-PC-LIGNE(WS-NB-PIECES)
              MOVE FO-CODE TO WS-PC-FORME(WS-NB-PIECES)
              MOVE WS-PRIX-INDEX TO WS-PC-MATIERE(WS-NB-PIECES)
              MOVE WS-ENC-LONG TO WS-PC-LONG(WS-NB-PIECES)
              MOVE WS-ENC-HAUT TO WS-PC-HAUT(WS-NB-PIECES)
              MOVE WS-AIRE-CM2 TO WS-PC-AIRE(WS-NB-PIECES)
              MOVE ZERO TO WS-PC-PANNEAU(WS-NB-PIECES)
              MOVE ZERO TO WS-PC-X(WS-NB-PIECES)
              MOVE ZERO TO WS-PC-Y(WS-NB-PIECES)
           END-IF.

           ADD 1 TO WS-COUNT-CALCULEES.
           MOVE FO-CODE TO WS-INDEX-FORME.
           ADD 1 TO WS-TOT-NB(WS-INDEX-FORME).
                       MOVE PX-PRIX-M2 TO WS-PX-M2(WS-NB-PRIX)
                       MOVE ZERO TO WS-PX-NB(WS-NB-PRIX)
                       MOVE ZERO TO WS-PX-SOUS-TOTAL(WS-NB-PRIX)
                       PERFORM CHARGER-FORMAT-PANNEAU
                    END-IF
              END-READ
           END-PERFORM.

           .

      *> Format du panneau range longueur d'abord ; sans format
      *> valide la matiere reste chiffree a la surface.
       CHARGER-FORMAT-PANNEAU.
           MOVE ZERO TO WS-PX-NB-PANNEAUX(WS-NB-PRIX).
           MOVE ZERO TO WS-PX-PRIX-PANNEAUX(WS-NB-PRIX).
           MOVE ZERO TO WS-PX-CHUTE(WS-NB-PRIX).
           MOVE ZERO TO WS-PX-LONG-PAN(WS-NB-PRIX).
           MOVE ZERO TO WS-PX-LARG-PAN(WS-NB-PRIX).
           SET WS-PX-EN-SURFACE(WS-NB-PRIX) TO TRUE.

           IF PX-LONG-PANNEAU IS NOT NUMERIC
                 OR PX-LARG-PANNEAU IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF PX-LONG-PANNEAU = ZERO OR PX-LARG-PANNEAU = ZERO
              EXIT PARAGRAPH
           END-IF.

           SET WS-PX-EN-PANNEAUX(WS-NB-PRIX) TO TRUE.
           IF PX-LONG-PANNEAU >= PX-LARG-PANNEAU
              MOVE PX-LONG-PANNEAU TO WS-PX-LONG-PAN(WS-NB-PRIX)
              MOVE PX-LARG-PANNEAU TO WS-PX-LARG-PAN(WS-NB-PRIX)
           ELSE
              MOVE PX-LARG-PANNEAU TO WS-PX-LONG-PAN(WS-NB-PRIX)
              MOVE PX-LONG-PANNEAU TO WS-PX-LARG-PAN(WS-NB-PRIX)
           END-IF

           .

      *> Encombrement de la piece en centimetres, couche sur sa
      *> plus grande dimension : rectangle et carre a leurs cotes,
      *> cercle (cote 1 = rayon) a son carre circonscrit, triangle
      *> au rectangle de base le plus grand cote et de hauteur la
      *> hauteur relative a ce cote (arrondie au centimetre
      *> superieur). Surface reelle de la forme en centimetres
      *> carres, pour la chute.
       CALCULER-ENCOMBREMENT.
           IF FO-EN-CM
              MOVE 1 TO WS-FACTEUR-CM
           ELSE
              MOVE 100 TO WS-FACTEUR-CM
           END-IF.
           COMPUTE WS-AIRE-CM2 = Aire * WS-FACTEUR-CM * WS-FACTEUR-CM.

           EVALUATE FO-CODE
              WHEN 1
                 COMPUTE WS-ENC-LONG = FO-COTE1 * WS-FACTEUR-CM
                 COMPUTE WS-ENC-HAUT = FO-COTE2 * WS-FACTEUR-CM
              WHEN 2
                 COMPUTE WS-ENC-LONG = FO-COTE1 * WS-FACTEUR-CM
                 MOVE WS-ENC-LONG TO WS-ENC-HAUT
              WHEN 3
                 COMPUTE WS-ENC-LONG = 2 * FO-COTE1 * WS-FACTEUR-CM
                 MOVE WS-ENC-LONG TO WS-ENC-HAUT
              WHEN OTHER
                 MOVE FO-COTE1 TO WS-ENC-LONG
                 IF FO-COTE2 > WS-ENC-LONG
                    MOVE FO-COTE2 TO WS-ENC-LONG
                 END-IF
                 IF FO-COTE3 > WS-ENC-LONG
                    MOVE FO-COTE3 TO WS-ENC-LONG
                 END-IF
                 COMPUTE WS-ENC-LONG = WS-ENC-LONG * WS-FACTEUR-CM
                 COMPUTE WS-ENC-HAUT-CALCULE =
                    2 * WS-AIRE-CM2 / WS-ENC-LONG
                 MOVE WS-ENC-HAUT-CALCULE TO WS-ENC-HAUT
                 IF WS-ENC-HAUT < WS-ENC-HAUT-CALCULE
                    ADD 1 TO WS-ENC-HAUT
                 END-IF
           END-EVALUATE.

           IF WS-ENC-HAUT > WS-ENC-LONG
              MOVE WS-ENC-LONG TO WS-ENC-ECHANGE
              MOVE WS-ENC-HAUT TO WS-ENC-LONG
              MOVE WS-ENC-ECHANGE TO WS-ENC-HAUT
           END-IF

           .

       CHERCHER-MATIERE.
           MOVE "N" TO WS-PRIX-TROUVE.
           PERFORM VARYING WS-PRIX-INDEX FROM 1 BY 1

      *> Chiffrage de la ligne : le lisere se paie au metre de
      *> perimetre, la surface au metre carre, au tarif de la
      *> matiere. Sous-totaux par matiere et total general. Pour
      *> une matiere au panneau, la surface n'est pas facturee a la
      *> ligne : ce sont les panneaux du plan de decoupe qui le
      *> sont, au sous-total de la matiere.
       TARIFER-LIGNE.
           COMPUTE WS-PRIX-LISERE ROUNDED =
              WS-PERIMETRE-M * WS-PX-METRE(WS-PRIX-INDEX).
           IF WS-PX-EN-PANNEAUX(WS-PRIX-INDEX)
              MOVE ZERO TO WS-PRIX-SURFACE
           ELSE
              COMPUTE WS-PRIX-SURFACE ROUNDED =
                 WS-AIRE-M2 * WS-PX-M2(WS-PRIX-INDEX)
           END-IF.
           COMPUTE WS-PRIX-LIGNE =
              WS-PRIX-LISERE + WS-PRIX-SURFACE.

              DELIMITED BY SIZE
              INTO DEVIS-LINE
           END-STRING.
           IF WS-PX-EN-PANNEAUX(WS-PRIX-INDEX)
              MOVE " SURFACE EN PANNEAUX" TO DEVIS-LINE(93:)
           END-IF.
           WRITE DEVIS-LINE

           .
                 MOVE WS-PX-SOUS-TOTAL(WS-PRIX-INDEX)
                    TO WS-SOUS-TOTAL-ED
                 MOVE SPACES TO DEVIS-LINE
                 IF WS-PX-EN-PANNEAUX(WS-PRIX-INDEX)
                    MOVE WS-PX-NB-PANNEAUX(WS-PRIX-INDEX)
                       TO WS-PANNEAU-ED
                    MOVE WS-PX-PRIX-PANNEAUX(WS-PRIX-INDEX)
                       TO WS-PRIX-PANNEAUX-ED
                    MOVE WS-PX-CHUTE(WS-PRIX-INDEX) TO WS-TAUX-ED
                    STRING
                       "MATIERE=" WS-PX-MATIERE(WS-PRIX-INDEX)
                       " LIGNES=" WS-NB-ED
                       " PANNEAUX=" WS-PANNEAU-ED
                       " PRIX PANNEAUX=" WS-PRIX-PANNEAUX-ED
                       " CHUTE=" WS-TAUX-ED "%"
                       " SOUS-TOTAL=" WS-SOUS-TOTAL-ED
                       DELIMITED BY SIZE
                       INTO DEVIS-LINE
                    END-STRING
                 ELSE
                    STRING
                       "MATIERE=" WS-PX-MATIERE(WS-PRIX-INDEX)
                       " LIGNES=" WS-NB-ED
                       " SOUS-TOTAL=" WS-SOUS-TOTAL-ED
                       DELIMITED BY SIZE
                       INTO DEVIS-LINE
                    END-STRING
                 END-IF
                 WRITE DEVIS-LINE
              END-IF
           END-PERFORM.
           END-PERFORM

           .

      *> Plan de decoupe d'une matiere (WS-PRIX-INDEX) : tri des
      *> pieces par hauteur decroissante, rangement par bandes,
      *> edition du plan puis facturation des panneaux entames au
      *> prix du metre carre de la matiere.
       ETABLIR-PLAN-DECOUPE.
           MOVE ZERO TO WS-NB-ORDRE WS-NB-BANDES WS-NB-PANNEAUX.
           PERFORM VARYING WS-PIECE-INDEX FROM 1 BY 1
                 UNTIL WS-PIECE-INDEX > WS-NB-PIECES
              IF WS-PC-MATIERE(WS-PIECE-INDEX) = WS-PRIX-INDEX
                 PERFORM INSERER-PIECE-ORDRE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-ORDRE-INDEX FROM 1 BY 1
                 UNTIL WS-ORDRE-INDEX > WS-NB-ORDRE
              MOVE WS-ORDRE(WS-ORDRE-INDEX) TO WS-PIECE-INDEX
              PERFORM RANGER-PIECE
           END-PERFORM.

           COMPUTE WS-AIRE-PANNEAU = WS-PX-LONG-PAN(WS-PRIX-INDEX)
              * WS-PX-LARG-PAN(WS-PRIX-INDEX).
           COMPUTE WS-AIRE-PANNEAUX = WS-AIRE-PANNEAU * WS-NB-PANNEAUX.
           MOVE ZERO TO WS-AIRE-PIECES.
           PERFORM VARYING WS-PANNEAU-INDEX FROM 1 BY 1
                 UNTIL WS-PANNEAU-INDEX > WS-NB-PANNEAUX
              ADD WS-PN-AIRE(WS-PANNEAU-INDEX) TO WS-AIRE-PIECES
           END-PERFORM.
           COMPUTE WS-PX-CHUTE(WS-PRIX-INDEX) ROUNDED =
              (WS-AIRE-PANNEAUX - WS-AIRE-PIECES) * 100
              / WS-AIRE-PANNEAUX.
           MOVE WS-NB-PANNEAUX TO WS-PX-NB-PANNEAUX(WS-PRIX-INDEX).
           COMPUTE WS-PX-PRIX-PANNEAUX(WS-PRIX-INDEX) ROUNDED =
              WS-AIRE-PANNEAUX / 10000 * WS-PX-M2(WS-PRIX-INDEX).
           ADD WS-PX-PRIX-PANNEAUX(WS-PRIX-INDEX)
              TO WS-PX-SOUS-TOTAL(WS-PRIX-INDEX).
           ADD WS-PX-PRIX-PANNEAUX(WS-PRIX-INDEX) TO WS-TOTAL-DEVIS.

           PERFORM EDITER-PLAN-DECOUPE

           .

      *> Insertion de la piece dans l'ordre de rangement : hauteur
      *> decroissante puis longueur decroissante, ordre de lecture
      *> a egalite.
       INSERER-PIECE-ORDRE.
           ADD 1 TO WS-NB-ORDRE.
           MOVE WS-NB-ORDRE TO WS-TRI-INDEX.
           PERFORM UNTIL WS-TRI-INDEX = 1
              MOVE WS-ORDRE(WS-TRI-INDEX - 1) TO WS-TRI-PIECE
              IF WS-PC-HAUT(WS-TRI-PIECE) > WS-PC-HAUT(WS-PIECE-INDEX)
                 OR (WS-PC-HAUT(WS-TRI-PIECE) =
                       WS-PC-HAUT(WS-PIECE-INDEX)
                    AND WS-PC-LONG(WS-TRI-PIECE) >=
                       WS-PC-LONG(WS-PIECE-INDEX))
                 EXIT PERFORM
              END-IF
              MOVE WS-TRI-PIECE TO WS-ORDRE(WS-TRI-INDEX)
              SUBTRACT 1 FROM WS-TRI-INDEX
           END-PERFORM.
           MOVE WS-PIECE-INDEX TO WS-ORDRE(WS-TRI-INDEX)

           .

      *> Premiere bande ouverte ou la piece tient en longueur
      *> restante et en hauteur ; a defaut nouvelle bande dans le
      *> premier panneau qui a encore la hauteur, a defaut nouveau
      *> panneau.
       RANGER-PIECE.
           MOVE "N" TO WS-PIECE-PLACEE.
           PERFORM VARYING WS-BANDE-INDEX FROM 1 BY 1
                 UNTIL WS-BANDE-INDEX > WS-NB-BANDES OR PIECE-PLACEE
              IF WS-BD-HAUT(WS-BANDE-INDEX) >=
                    WS-PC-HAUT(WS-PIECE-INDEX)
                 AND WS-PX-LONG-PAN(WS-PRIX-INDEX)
                    - WS-BD-UTILISE(WS-BANDE-INDEX) >=
                    WS-PC-LONG(WS-PIECE-INDEX)
                 SET PIECE-PLACEE TO TRUE
                 MOVE WS-BD-PANNEAU(WS-BANDE-INDEX)
                    TO WS-PC-PANNEAU(WS-PIECE-INDEX)
                 MOVE WS-BD-UTILISE(WS-BANDE-INDEX)
                    TO WS-PC-X(WS-PIECE-INDEX)
                 MOVE WS-BD-Y(WS-BANDE-INDEX)
                    TO WS-PC-Y(WS-PIECE-INDEX)
                 ADD WS-PC-LONG(WS-PIECE-INDEX)
                    TO WS-BD-UTILISE(WS-BANDE-INDEX)
              END-IF
           END-PERFORM.

           IF NOT PIECE-PLACEE
              PERFORM VARYING WS-PANNEAU-INDEX FROM 1 BY 1
                    UNTIL WS-PANNEAU-INDEX > WS-NB-PANNEAUX
                    OR PIECE-PLACEE
                 IF WS-PX-LARG-PAN(WS-PRIX-INDEX)
                       - WS-PN-HAUT-UTILISEE(WS-PANNEAU-INDEX) >=
                       WS-PC-HAUT(WS-PIECE-INDEX)
                    SET PIECE-PLACEE TO TRUE
                    PERFORM OUVRIR-BANDE
                 END-IF
              END-PERFORM
           END-IF.

           IF NOT PIECE-PLACEE
              ADD 1 TO WS-NB-PANNEAUX
              MOVE WS-NB-PANNEAUX TO WS-PANNEAU-INDEX
              MOVE ZERO TO WS-PN-HAUT-UTILISEE(WS-PANNEAU-INDEX)
              MOVE ZERO TO WS-PN-AIRE(WS-PANNEAU-INDEX)
              PERFORM OUVRIR-BANDE
           END-IF.

           MOVE WS-PC-PANNEAU(WS-PIECE-INDEX) TO WS-PANNEAU-INDEX.
           ADD WS-PC-AIRE(WS-PIECE-INDEX)
              TO WS-PN-AIRE(WS-PANNEAU-INDEX)

           .

      *> Nouvelle bande de la hauteur de la piece, en haut de la
      *> partie utilisee du panneau WS-PANNEAU-INDEX.
       OUVRIR-BANDE.
           ADD 1 TO WS-NB-BANDES.
           MOVE WS-PANNEAU-INDEX TO WS-BD-PANNEAU(WS-NB-BANDES).
           MOVE WS-PN-HAUT-UTILISEE(WS-PANNEAU-INDEX)
              TO WS-BD-Y(WS-NB-BANDES).
           MOVE WS-PC-HAUT(WS-PIECE-INDEX) TO WS-BD-HAUT(WS-NB-BANDES).
           MOVE WS-PC-LONG(WS-PIECE-INDEX)
              TO WS-BD-UTILISE(WS-NB-BANDES).
           ADD WS-PC-HAUT(WS-PIECE-INDEX)
              TO WS-PN-HAUT-UTILISEE(WS-PANNEAU-INDEX).
           MOVE WS-PANNEAU-INDEX TO WS-PC-PANNEAU(WS-PIECE-INDEX).
           MOVE ZERO TO WS-PC-X(WS-PIECE-INDEX).
           MOVE WS-BD-Y(WS-NB-BANDES) TO WS-PC-Y(WS-PIECE-INDEX)

           .

       EDITER-PLAN-DECOUPE.
           MOVE WS-PX-LONG-PAN(WS-PRIX-INDEX) TO WS-POS-X-ED.
           MOVE WS-PX-LARG-PAN(WS-PRIX-INDEX) TO WS-POS-Y-ED.
           MOVE SPACES TO PLAN-LINE.
           STRING
              "=== PLAN DE DECOUPE MATIERE="
              WS-PX-MATIERE(WS-PRIX-INDEX)
              " PANNEAU " WS-POS-X-ED " X " WS-POS-Y-ED " CM ==="
              DELIMITED BY SIZE
              INTO PLAN-LINE
           END-STRING.
           WRITE PLAN-LINE.

           PERFORM VARYING WS-PANNEAU-INDEX FROM 1 BY 1
                 UNTIL WS-PANNEAU-INDEX > WS-NB-PANNEAUX
              PERFORM EDITER-PANNEAU
           END-PERFORM.

           MOVE WS-NB-PANNEAUX TO WS-PANNEAU-ED.
           MOVE WS-PX-CHUTE(WS-PRIX-INDEX) TO WS-TAUX-ED.
           MOVE WS-PX-PRIX-PANNEAUX(WS-PRIX-INDEX)
              TO WS-PRIX-PANNEAUX-ED.
           MOVE SPACES TO PLAN-LINE.
           STRING
              "MATIERE=" WS-PX-MATIERE(WS-PRIX-INDEX)
              " PANNEAUX=" WS-PANNEAU-ED
              " CHUTE=" WS-TAUX-ED "%"
              " PRIX PANNEAUX=" WS-PRIX-PANNEAUX-ED
              DELIMITED BY SIZE
              INTO PLAN-LINE
           END-STRING.
           WRITE PLAN-LINE.
           MOVE SPACES TO PLAN-LINE.
           WRITE PLAN-LINE

           .

      *> Pieces du panneau dans l'ordre de rangement, puis son taux
      *> de remplissage en surface reelle.
       EDITER-PANNEAU.
           MOVE WS-PANNEAU-INDEX TO WS-PANNEAU-ED.
           MOVE SPACES TO PLAN-LINE.
           STRING "PANNEAU " WS-PANNEAU-ED
              DELIMITED BY SIZE
              INTO PLAN-LINE
           END-STRING.
           WRITE PLAN-LINE.

           PERFORM VARYING WS-ORDRE-INDEX FROM 1 BY 1
                 UNTIL WS-ORDRE-INDEX > WS-NB-ORDRE
              MOVE WS-ORDRE(WS-ORDRE-INDEX) TO WS-PIECE-INDEX
              IF WS-PC-PANNEAU(WS-PIECE-INDEX) = WS-PANNEAU-INDEX
                 MOVE WS-PC-LIGNE(WS-PIECE-INDEX) TO WS-LIGNE-ED
                 MOVE WS-PC-FORME(WS-PIECE-INDEX) TO WS-INDEX-FORME
                 MOVE WS-PC-LONG(WS-PIECE-INDEX) TO WS-LONG-ED
                 MOVE WS-PC-HAUT(WS-PIECE-INDEX) TO WS-HAUT-ED
                 MOVE WS-PC-X(WS-PIECE-INDEX) TO WS-POS-X-ED
                 MOVE WS-PC-Y(WS-PIECE-INDEX) TO WS-POS-Y-ED
                 MOVE SPACES TO PLAN-LINE
                 STRING
                    "  LIGNE " WS-LIGNE-ED
                    " " WS-LIB-FORME(WS-INDEX-FORME)
                    " " WS-LONG-ED " X " WS-HAUT-ED " CM"
                    " POSITION X=" WS-POS-X-ED " Y=" WS-POS-Y-ED
                    DELIMITED BY SIZE
                    INTO PLAN-LINE
                 END-STRING
                 IF WS-INDEX-FORME > 2
                    MOVE "(ENCOMBREMENT)" TO PLAN-LINE(80:)
                 END-IF
                 WRITE PLAN-LINE
              END-IF
           END-PERFORM.

           COMPUTE WS-TAUX ROUNDED =
              WS-PN-AIRE(WS-PANNEAU-INDEX) * 100 / WS-AIRE-PANNEAU.
           MOVE WS-TAUX TO WS-TAUX-ED.
           MOVE SPACES TO PLAN-LINE.
           STRING "  REMPLISSAGE=" WS-TAUX-ED "%"
              DELIMITED BY SIZE
              INTO PLAN-LINE
           END-STRING.
           WRITE PLAN-LINE

           .
