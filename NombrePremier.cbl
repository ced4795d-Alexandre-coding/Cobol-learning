       program-id. NombrePremier.
       author. Lenglart.

      * Verification de primalite et factorisation par la table des
      * premiers produite par CriblePremiers (table-premiers.dat) :
      * recherche directe dans la table jusqu'a sa limite L, division
      * par les seuls premiers de la table au-dela, ce qui couvre
      * exactement tout nombre jusqu'a L x L (neuf chiffres au plus).
      * Un nombre au-dela est signale HORS TABLE plutot que teste a
      * moitie. Le mode 3 edite par tranches d'une taille donnee le
      * nombre de premiers, de couples de jumeaux (p, p + 2 comptes
      * dans la tranche de p) et le plus grand ecart entre deux
      * premiers consecutifs de la tranche (tranches.out).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.

           SELECT TABLE-FILE ASSIGN TO "Data/premier/table-premiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-table-status.

           SELECT RANGE-FILE ASSIGN TO "Data/premier/tranches.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-range-status.

       DATA DIVISION.

       FILE SECTION.
       FD  NUMBER-FILE.
       01  NUMBER-LINE        PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(150).

       FD  TABLE-FILE.
           COPY PREMIER-TABLE-REC.

       FD  RANGE-FILE.
       01  RANGE-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  N          PIC 9(9) VALUE ZERO .
       01  ENT        PIC 9(9) VALUE ZERO.
       01  Resultat   PIC 9(9) VALUE ZERO.
       01  Reste      PIC 9(9) VALUE ZERO.
       01  Rest2      PIC ZZ9.
       01  Valeur1    PIC Z(8)9.

       01  ws-mode            PIC 9 VALUE 1.

       01  ws-est-premier     PIC X VALUE "Y".
           88 EST-PREMIER             VALUE "Y".

       01  ws-hors-table      PIC X VALUE "N".
           88 HORS-TABLE              VALUE "Y".

      * Decomposition en facteurs premiers (neuf au plus pour un
      * nombre de neuf chiffres).
       01  ws-facteurs.
           05 ws-facteur OCCURS 10 TIMES.
              10 ws-fct-premier  PIC 9(9).
              10 ws-fct-exposant PIC 99.
       01  ws-nb-facteurs     PIC 99 VALUE ZERO.
       01  ws-index-facteur   PIC 99.
       01  ws-facteur-ed      PIC Z(8)9.
       01  ws-exposant-ed     PIC Z9.
       01  ws-debut-ed        PIC 99.
       01  ws-a-factoriser    PIC 9(9).

      * Table des premiers chargee de table-premiers.dat ; la
      * limite de verification est le carre de la limite du crible.
       01  ws-table-status    PIC XX.
       01  ws-range-status    PIC XX.
       01  ws-table-eof       PIC X VALUE "N".
           88 TABLE-EOF               VALUE "Y".
       01  ws-limite-table    PIC 9(9) VALUE ZERO.
       01  ws-limite-verif    PIC 9(18) VALUE ZERO.
       01  ws-nb-attendus     PIC 9(7) VALUE ZERO.
       01  ws-nb-premiers     PIC 9(7) VALUE ZERO.
       01  ws-table-premiers.
           05 ws-premier OCCURS 80000 TIMES PIC 9(9).
       01  ws-index-premier   PIC 9(7).
       01  ws-carre-premier   PIC 9(18).
       01  ws-cherche         PIC 9(9).
       01  ws-bas             PIC 9(7).
       01  ws-haut            PIC 9(7).
       01  ws-milieu          PIC 9(7).
       01  ws-limite-ed       PIC Z(8)9.

      * Lecture tolerante de nombres.in : nombre cadre a gauche ou
      * a droite, sur un a neuf chiffres.
       01  ws-lg-blancs       PIC 99.
       01  ws-lg-chiffres     PIC 99.
       01  ws-cnt-invalides   PIC 9(5) VALUE ZERO.

      * Rapport par tranches (mode 3).
       01  ws-tr-debut        PIC 9(9).
       01  ws-tr-fin          PIC 9(9).
       01  ws-tr-taille       PIC 9(9).
       01  ws-bloc-debut      PIC 9(10).
       01  ws-bloc-fin        PIC 9(10).
       01  ws-bloc-premiers   PIC 9(7).
       01  ws-bloc-jumeaux    PIC 9(7).
       01  ws-bloc-ecart      PIC 9(9).
       01  ws-bloc-ecart-de   PIC 9(9).
       01  ws-bloc-ecart-a    PIC 9(9).
       01  ws-ecart           PIC 9(9).
       01  ws-precedent       PIC 9(9).
       01  ws-tot-premiers    PIC 9(7) VALUE ZERO.
       01  ws-tot-jumeaux     PIC 9(7) VALUE ZERO.
       01  ws-tot-ecart       PIC 9(9) VALUE ZERO.
       01  ws-tot-ecart-de    PIC 9(9) VALUE ZERO.
       01  ws-tot-ecart-a     PIC 9(9) VALUE ZERO.
       01  ws-nb-ed           PIC Z(6)9.
       01  ws-nb2-ed          PIC Z(6)9.
       01  ws-borne1-ed       PIC Z(8)9.
       01  ws-borne2-ed       PIC Z(8)9.
       01  ws-ecart-ed        PIC Z(8)9.

       01  ws-number-status   PIC XX.
       01  ws-report-status   PIC XX.
           88 NUMBER-NOT-EOF          VALUE "N".

       01  ws-report-ptr      PIC 9(3).
       01  ws-range-ptr       PIC 9(3).

      * Analyse des proprietes demandee par le club de maths : a
      * partir des diviseurs deja collectes, somme des diviseurs
      * propres (1 compris) pour le caractere parfait / abondant /
      * deficient, puis nombre d'Armstrong et palindrome sur les
      * chiffres du nombre.
       01  ws-somme-diviseurs PIC 9(12).
       01  ws-terme-sigma     PIC 9(12).
       01  ws-puissance-fct   PIC 9(12).
       01  ws-index-exposant  PIC 99.
       01  ws-nature          PIC X(9).
       01  ws-chiffres.
           05 ws-chiffre OCCURS 9 TIMES PIC 9.
       01  ws-nb-chiffres     PIC 99.
       01  ws-index-chiffre   PIC 99.
       01  ws-index-miroir    PIC 99.
       01  ws-reste-chiffres  PIC 9(9).
       01  ws-somme-armstrong PIC 9(12).
       01  ws-puissance       PIC 9(10).
       01  ws-est-armstrong   PIC X.
           88 EST-ARMSTRONG           VALUE "Y".
       01  ws-est-palindrome  PIC X.
           88 EST-PALINDROME          VALUE "Y".

       01  ws-bilan.
           05 ws-cnt-premiers    PIC 9(5) VALUE ZERO.
           05 ws-cnt-parfaits    PIC 9(5) VALUE ZERO.
           05 ws-cnt-abondants   PIC 9(5) VALUE ZERO.
           05 ws-cnt-deficients  PIC 9(5) VALUE ZERO.
           05 ws-cnt-armstrong   PIC 9(5) VALUE ZERO.
           05 ws-cnt-palindromes PIC 9(5) VALUE ZERO.
           05 ws-cnt-hors-table  PIC 9(5) VALUE ZERO.
       01  ws-cnt-ed          PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM Choix-Mode.

           PERFORM Chargement-Table.

           EVALUATE ws-mode
              WHEN 2
                 PERFORM Traitement-Lot
              WHEN 3
                 PERFORM Rapport-Tranches
              WHEN OTHER
                 PERFORM Recup-Value
                 PERFORM Traitement-Value
           stop run.

       Choix-Mode.
           DISPLAY "1 - Verifier un nombre / 2 - Traitement par lot"
              " / 3 - Rapport par tranches".
           ACCEPT ws-mode.

      * Table des premiers : absente ou tronquee, rien ne peut etre
      * verifie de facon sure.
       Chargement-Table.
           OPEN INPUT TABLE-FILE.
           IF ws-table-status NOT = "00"
              DISPLAY "TABLE DES PREMIERS ABSENTE, STATUS="
                 ws-table-status " - LANCER CriblePremiers"
              STOP RUN
           END-IF.

           READ TABLE-FILE
              AT END
                 SET TABLE-EOF TO TRUE
           END-READ.
           IF TABLE-EOF OR NOT PT-ENTETE
              DISPLAY "TABLE DES PREMIERS SANS ENTETE"
              CLOSE TABLE-FILE
              STOP RUN
           END-IF.
           move PT-VALEUR to ws-limite-table.
           move PT-RANG to ws-nb-attendus.
           IF ws-nb-attendus > 80000
              DISPLAY "TABLE DES PREMIERS TROP GRANDE"
              CLOSE TABLE-FILE
              STOP RUN
           END-IF.

           PERFORM UNTIL TABLE-EOF
              READ TABLE-FILE
                 AT END
                    SET TABLE-EOF TO TRUE
                 NOT AT END
                    IF PT-PREMIER AND ws-nb-premiers < ws-nb-attendus
                       add 1 to ws-nb-premiers
                       move PT-VALEUR to ws-premier(ws-nb-premiers)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TABLE-FILE.

           IF ws-nb-premiers NOT = ws-nb-attendus
              DISPLAY "TABLE DES PREMIERS TRONQUEE : " ws-nb-premiers
                 " SUR " ws-nb-attendus
              STOP RUN
           END-IF.

           compute ws-limite-verif = ws-limite-table * ws-limite-table.

       Recup-Value.
           DISPLAY "Veuillez entrer un nombre entier naturel : "
           ACCEPT N .
           MOVE N TO Valeur1.

      * Jusqu'a la limite du crible, la primalite se lit dans la
      * table ; la decomposition divise par les premiers de la
      * table tant que leur carre ne depasse pas le reste, le
      * dernier reste superieur a 1 etant alors premier.
       Traitement-Value.
           move "Y" to ws-est-premier.
           move "N" to ws-hors-table.
           move zero to ws-nb-facteurs.

           IF N < 2
              move "N" to ws-est-premier
              EXIT PARAGRAPH
           END-IF.
           IF N > ws-limite-verif
              move "N" to ws-est-premier
              move "Y" to ws-hors-table
              EXIT PARAGRAPH
           END-IF.

           IF N <= ws-limite-table
              move N to ws-cherche
              PERFORM Recherche-Rang
              IF ws-bas <= ws-nb-premiers AND ws-premier(ws-bas) = N
                 move 1 to ws-nb-facteurs
                 move N to ws-fct-premier(1)
                 move 1 to ws-fct-exposant(1)
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           move N to ws-a-factoriser.
           move 1 to ws-index-premier.
           compute ws-carre-premier = ws-premier(1) * ws-premier(1).
           PERFORM UNTIL ws-index-premier > ws-nb-premiers
                 OR ws-carre-premier > ws-a-factoriser
              move ws-premier(ws-index-premier) to ENT
              DIVIDE ws-a-factoriser BY ENT
                 GIVING Resultat REMAINDER Reste
              IF Reste = 0
                 add 1 to ws-nb-facteurs
                 move ENT to ws-fct-premier(ws-nb-facteurs)
                 move zero to ws-fct-exposant(ws-nb-facteurs)
                 PERFORM UNTIL Reste NOT = 0
                    add 1 to ws-fct-exposant(ws-nb-facteurs)
                    move Resultat to ws-a-factoriser
                    DIVIDE ws-a-factoriser BY ENT
                       GIVING Resultat REMAINDER Reste
                 END-PERFORM
              END-IF
              add 1 to ws-index-premier
              IF ws-index-premier <= ws-nb-premiers
                 compute ws-carre-premier =
                    ws-premier(ws-index-premier)
                    * ws-premier(ws-index-premier)
              END-IF
           END-PERFORM.
           IF ws-a-factoriser > 1
              add 1 to ws-nb-facteurs
              move ws-a-factoriser to ws-fct-premier(ws-nb-facteurs)
              move 1 to ws-fct-exposant(ws-nb-facteurs)
           END-IF.

           IF ws-nb-facteurs NOT = 1 OR ws-fct-exposant(1) NOT = 1
              move "N" to ws-est-premier
           END-IF.

      * Recherche dichotomique du rang du premier plus petit premier
      * superieur ou egal a ws-cherche (ws-nb-premiers + 1 si aucun).
       Recherche-Rang.
           move 1 to ws-bas.
           compute ws-haut = ws-nb-premiers + 1.
           PERFORM UNTIL ws-bas >= ws-haut
              compute ws-milieu = (ws-bas + ws-haut) / 2
              IF ws-premier(ws-milieu) < ws-cherche
                 compute ws-bas = ws-milieu + 1
              ELSE
                 move ws-milieu to ws-haut
              END-IF
           END-PERFORM.

       Affichage-Value.
           move ws-limite-verif to ws-limite-ed.
           EVALUATE TRUE
              WHEN HORS-TABLE
                 DISPLAY Valeur1 " HORS TABLE (verifiable jusqu'a "
                    ws-limite-ed ")"
              WHEN EST-PREMIER
                 DISPLAY Valeur1   " est un  nombre premier !"
              WHEN OTHER
                 DISPLAY Valeur1 " n'est pas premier ! Facteurs : "
                 PERFORM VARYING ws-index-facteur FROM 1 BY 1
                       UNTIL ws-index-facteur > ws-nb-facteurs
                    move ws-fct-premier(ws-index-facteur)
                       to ws-facteur-ed
                    move ws-fct-exposant(ws-index-facteur)
                       to ws-exposant-ed
                    DISPLAY "  " ws-facteur-ed " ^ " ws-exposant-ed
                 END-PERFORM
           END-EVALUATE.

       Traitement-Lot.
           OPEN INPUT NUMBER-FILE.
           IF ws-number-status NOT = "00"
                 AT END
                    SET NUMBER-EOF TO TRUE
                 NOT AT END
                    PERFORM Lecture-Nombre
                    EVALUATE TRUE
                    WHEN ws-lg-chiffres = 0
                       PERFORM Ecriture-Ligne-Invalide
                    WHEN ws-lg-chiffres > 9
                       PERFORM Ecriture-Ligne-Trop-Long
                    WHEN OTHER
                       MOVE N TO Valeur1
                       PERFORM Traitement-Value
                       IF HORS-TABLE
                          add 1 to ws-cnt-hors-table
                       ELSE
                          PERFORM Analyse-Proprietes
                       END-IF
                       PERFORM Ecriture-Ligne-Rapport
                    END-EVALUATE
              END-READ
           END-PERFORM.


           CLOSE NUMBER-FILE REPORT-FILE.

      * Nombre cadre a gauche ou a droite, blancs de tete toleres ;
      * ws-lg-chiffres a zero signale une ligne non numerique, au
      * dela de neuf un nombre trop long pour la verification.
       Lecture-Nombre.
           move zero to ws-lg-blancs ws-lg-chiffres.
           INSPECT NUMBER-LINE TALLYING ws-lg-blancs
              FOR LEADING SPACES.
           IF ws-lg-blancs >= 20
              EXIT PARAGRAPH
           END-IF.
           INSPECT NUMBER-LINE(ws-lg-blancs + 1:)
              TALLYING ws-lg-chiffres FOR CHARACTERS
              BEFORE INITIAL SPACE.
           IF NUMBER-LINE(ws-lg-blancs + 1:ws-lg-chiffres)
                 IS NOT NUMERIC
              move zero to ws-lg-chiffres
              EXIT PARAGRAPH
           END-IF.
           IF ws-lg-blancs + ws-lg-chiffres < 20
              IF NUMBER-LINE(ws-lg-blancs + ws-lg-chiffres + 1:)
                    NOT = SPACES
                 move zero to ws-lg-chiffres
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF ws-lg-chiffres > 9
              EXIT PARAGRAPH
           END-IF.
           compute N = function numval(
              NUMBER-LINE(ws-lg-blancs + 1:ws-lg-chiffres)).

       Ecriture-Ligne-Trop-Long.
           add 1 to ws-cnt-hors-table.
           MOVE SPACES TO REPORT-LINE.
           STRING NUMBER-LINE " : HORS TABLE (PLUS DE NEUF CHIFFRES)"
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       Ecriture-Ligne-Invalide.
           add 1 to ws-cnt-invalides.
           MOVE SPACES TO REPORT-LINE.
           STRING NUMBER-LINE " : LIGNE NON NUMERIQUE, IGNOREE"
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * Proprietes complementaires du nombre courant, deduites des
      * diviseurs collectes par Traitement-Value et des chiffres.
       Analyse-Proprietes.
      *    Somme des diviseurs propres, deduite de la
      *    decomposition : produit des 1 + p + ... + p^e, moins le
      *    nombre lui-meme (1 pour un nombre premier).
           move 1 to ws-somme-diviseurs.
           PERFORM VARYING ws-index-facteur FROM 1 BY 1
                 UNTIL ws-index-facteur > ws-nb-facteurs
              move 1 to ws-terme-sigma
              move 1 to ws-puissance-fct
              PERFORM VARYING ws-index-exposant FROM 1 BY 1
                    UNTIL ws-index-exposant >
                       ws-fct-exposant(ws-index-facteur)
                 compute ws-puissance-fct = ws-puissance-fct
                    * ws-fct-premier(ws-index-facteur)
                 add ws-puissance-fct to ws-terme-sigma
              END-PERFORM
              compute ws-somme-diviseurs =
                 ws-somme-diviseurs * ws-terme-sigma
           END-PERFORM.
           IF N >= 2
              subtract N from ws-somme-diviseurs
           END-IF.

           EVALUATE TRUE
              WHEN N <= 1
      *    Decoupage en chiffres sur la longueur reelle du nombre
      *    (les zeros de tete ne comptent ni pour Armstrong ni pour
      *    le palindrome).
      *    Les chiffres sont ranges des unites vers la gauche.
           move N to ws-reste-chiffres.
           move zero to ws-nb-chiffres.
           PERFORM UNTIL ws-nb-chiffres > 0 AND ws-reste-chiffres = 0
              add 1 to ws-nb-chiffres
              DIVIDE ws-reste-chiffres BY 10 GIVING ws-reste-chiffres
                 REMAINDER ws-chiffre(ws-nb-chiffres)
           END-PERFORM.

      *    Armstrong : somme des chiffres eleves a la puissance du
      *    nombre de chiffres.
           move zero to ws-somme-armstrong.
           PERFORM VARYING ws-index-chiffre FROM 1 BY 1
                 UNTIL ws-index-chiffre > ws-nb-chiffres
              compute ws-puissance =
                 ws-chiffre(ws-index-chiffre) ** ws-nb-chiffres
              add ws-puissance to ws-somme-armstrong
              move "N" to ws-est-armstrong
           END-IF.

      *    Palindrome : chiffres symetriques egaux deux a deux sur
      *    la longueur reelle (trivial a un chiffre).
           move "Y" to ws-est-palindrome.
           PERFORM VARYING ws-index-chiffre FROM 1 BY 1
                 UNTIL ws-index-chiffre > ws-nb-chiffres / 2
              compute ws-index-miroir =
                 ws-nb-chiffres + 1 - ws-index-chiffre
              IF ws-chiffre(ws-index-chiffre)
                    NOT = ws-chiffre(ws-index-miroir)
                 move "N" to ws-est-palindrome
              END-IF
           END-PERFORM.

           IF EST-PREMIER AND N >= 2
              add 1 to ws-cnt-premiers
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO ws-report-ptr.

           IF HORS-TABLE
              move ws-limite-verif to ws-limite-ed
              STRING
                 Valeur1 " HORS TABLE (verifiable jusqu'a "
                 ws-limite-ed ")"
                 DELIMITED BY SIZE
                 INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           IF EST-PREMIER
              STRING
                 Valeur1 " est un nombre premier !"
              END-STRING
           ELSE
              STRING
                 Valeur1 " n'est pas premier ! Facteurs ="
                 DELIMITED BY SIZE
                 INTO REPORT-LINE
                 WITH POINTER ws-report-ptr
              END-STRING

      *       Decomposition ecrite serree : 2^3 x 5 x 7^2.
              PERFORM VARYING ws-index-facteur FROM 1 BY 1
                    UNTIL ws-index-facteur > ws-nb-facteurs
                 IF ws-index-facteur > 1
                    STRING " x" DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER ws-report-ptr
                    END-STRING
                 END-IF
                 move ws-fct-premier(ws-index-facteur)
                    to ws-facteur-ed
                 move zero to ws-debut-ed
                 INSPECT ws-facteur-ed TALLYING ws-debut-ed
                    FOR LEADING SPACES
                 STRING
                    " " ws-facteur-ed(ws-debut-ed + 1:)
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
                    WITH POINTER ws-report-ptr
                 END-STRING
                 IF ws-fct-exposant(ws-index-facteur) > 1
                    move ws-fct-exposant(ws-index-facteur)
                       to ws-exposant-ed
                    move zero to ws-debut-ed
                    INSPECT ws-exposant-ed TALLYING ws-debut-ed
                       FOR LEADING SPACES
                    STRING
                       "^" ws-exposant-ed(ws-debut-ed + 1:)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER ws-report-ptr
                    END-STRING
                 END-IF
              END-PERFORM
           END-IF.

              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           move ws-cnt-hors-table to ws-cnt-ed.
           MOVE SPACES TO REPORT-LINE.
           STRING "HORS TABLE  = " ws-cnt-ed
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           move ws-cnt-invalides to ws-cnt-ed.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVALIDES   = " ws-cnt-ed
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      * Rapport par tranches sur la table : seuls les premiers de la
      * table sont denombres, la partie de l'intervalle au-dela de
      * la limite du crible est signalee hors table.
       Rapport-Tranches.
           DISPLAY "Debut de l'intervalle : ".
           ACCEPT ws-tr-debut.
           DISPLAY "Fin de l'intervalle : ".
           ACCEPT ws-tr-fin.
           DISPLAY "Taille des tranches : ".
           ACCEPT ws-tr-taille.
           IF ws-tr-taille = 0 OR ws-tr-debut > ws-tr-fin
              DISPLAY "INTERVALLE OU TAILLE DE TRANCHE INVALIDE"
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RANGE-FILE.
           IF ws-range-status NOT = "00"
              DISPLAY "RANGE-FILE OPEN ERROR, STATUS="
                 ws-range-status
              EXIT PARAGRAPH
           END-IF.

           move ws-tr-debut to ws-borne1-ed.
           move ws-tr-fin to ws-borne2-ed.
           move ws-tr-taille to ws-ecart-ed.
           MOVE SPACES TO RANGE-LINE.
           STRING "=== PREMIERS DE " ws-borne1-ed " A " ws-borne2-ed
              " PAR TRANCHES DE " ws-ecart-ed " ==="
              DELIMITED BY SIZE INTO RANGE-LINE
           END-STRING.
           WRITE RANGE-LINE.

           move ws-tr-debut to ws-cherche.
           PERFORM Recherche-Rang.
           move ws-bas to ws-index-premier.

           move ws-tr-debut to ws-bloc-debut.
           PERFORM UNTIL ws-bloc-debut > ws-tr-fin
                 OR ws-bloc-debut > ws-limite-table
              compute ws-bloc-fin = ws-bloc-debut + ws-tr-taille - 1
              IF ws-bloc-fin > ws-tr-fin
                 move ws-tr-fin to ws-bloc-fin
              END-IF
              IF ws-bloc-fin > ws-limite-table
                 move ws-limite-table to ws-bloc-fin
              END-IF
              PERFORM Analyse-Tranche
              PERFORM Ecriture-Ligne-Tranche
              compute ws-bloc-debut = ws-bloc-fin + 1
           END-PERFORM.

           IF ws-tr-fin > ws-limite-table
              IF ws-tr-debut > ws-limite-table
                 move ws-tr-debut to ws-borne1-ed
              ELSE
                 compute ws-borne1-ed = ws-limite-table + 1
              END-IF
              move ws-tr-fin to ws-borne2-ed
              move ws-limite-table to ws-limite-ed
              MOVE SPACES TO RANGE-LINE
              STRING ws-borne1-ed " - " ws-borne2-ed
                 " : HORS TABLE (crible jusqu'a " ws-limite-ed ")"
                 DELIMITED BY SIZE INTO RANGE-LINE
              END-STRING
              WRITE RANGE-LINE
           END-IF.

           move ws-tot-premiers to ws-nb-ed.
           move ws-tot-jumeaux to ws-nb2-ed.
           move ws-tot-ecart to ws-ecart-ed.
           MOVE SPACES TO RANGE-LINE.
           STRING "TOTAL : PREMIERS=" ws-nb-ed " JUMEAUX=" ws-nb2-ed
              " PLUS GRAND ECART=" ws-ecart-ed
              DELIMITED BY SIZE INTO RANGE-LINE
           END-STRING.
           WRITE RANGE-LINE.
           IF ws-tot-ecart > 0
              move ws-tot-ecart-de to ws-borne1-ed
              move ws-tot-ecart-a to ws-borne2-ed
              MOVE SPACES TO RANGE-LINE
              STRING "        (ENTRE " ws-borne1-ed " ET "
                 ws-borne2-ed ")"
                 DELIMITED BY SIZE INTO RANGE-LINE
              END-STRING
              WRITE RANGE-LINE
           END-IF.

           CLOSE RANGE-FILE.
           DISPLAY "RAPPORT PAR TRANCHES ECRIT : " ws-nb-ed
              " PREMIERS, " ws-nb2-ed " COUPLES DE JUMEAUX".

      * Premiers de la tranche, lus en sequence dans la table a
      * partir du rang courant : le jumeau p + 2 peut tomber dans
      * la tranche suivante, l'ecart ne se mesure qu'entre deux
      * premiers de la tranche.
       Analyse-Tranche.
           move zero to ws-bloc-premiers ws-bloc-jumeaux.
           move zero to ws-bloc-ecart ws-bloc-ecart-de
              ws-bloc-ecart-a ws-precedent.
           PERFORM UNTIL ws-index-premier > ws-nb-premiers
              IF ws-premier(ws-index-premier) > ws-bloc-fin
                 EXIT PERFORM
              END-IF
              add 1 to ws-bloc-premiers
              IF ws-index-premier < ws-nb-premiers
                 IF ws-premier(ws-index-premier + 1) =
                       ws-premier(ws-index-premier) + 2
                    add 1 to ws-bloc-jumeaux
                 END-IF
              END-IF
              IF ws-precedent > 0
                 compute ws-ecart =
                    ws-premier(ws-index-premier) - ws-precedent
                 IF ws-ecart > ws-bloc-ecart
                    move ws-ecart to ws-bloc-ecart
                    move ws-precedent to ws-bloc-ecart-de
                    move ws-premier(ws-index-premier)
                       to ws-bloc-ecart-a
                 END-IF
              END-IF
              move ws-premier(ws-index-premier) to ws-precedent
              add 1 to ws-index-premier
           END-PERFORM.

           add ws-bloc-premiers to ws-tot-premiers.
           add ws-bloc-jumeaux to ws-tot-jumeaux.
           IF ws-bloc-ecart > ws-tot-ecart
              move ws-bloc-ecart to ws-tot-ecart
              move ws-bloc-ecart-de to ws-tot-ecart-de
              move ws-bloc-ecart-a to ws-tot-ecart-a
           END-IF.

       Ecriture-Ligne-Tranche.
           move ws-bloc-debut to ws-borne1-ed.
           move ws-bloc-fin to ws-borne2-ed.
           move ws-bloc-premiers to ws-nb-ed.
           move ws-bloc-jumeaux to ws-nb2-ed.
           move ws-bloc-ecart to ws-ecart-ed.
           MOVE SPACES TO RANGE-LINE.
           MOVE 1 TO ws-range-ptr.
           STRING ws-borne1-ed " - " ws-borne2-ed
              " : PREMIERS=" ws-nb-ed " JUMEAUX=" ws-nb2-ed
              " ECART MAX=" ws-ecart-ed
              DELIMITED BY SIZE INTO RANGE-LINE
              WITH POINTER ws-range-ptr
           END-STRING.
           WRITE RANGE-LINE.
