      *> etudiants sans recompiler. Un classement par moyenne
      *> generale decroissante est ensuite ecrit dans
      *> Data/tableaux/classement.out.
      *> Le fichier est devenu le dossier scolaire (ETUDIANT-REC) :
      *> notes par trimestre, trois trimestres par an, annees
      *> passees conservees. L'annee traitee est la plus recente du
      *> fichier. Chaque matiere pese son coefficient
      *> (coefficients.ctl, 1 par defaut) : moyenne de trimestre
      *> ponderee, moyenne annuelle par matiere sur les trimestres
      *> notes, moyenne generale annuelle ponderee. Le bilan annuel
      *> (bilan-annuel.out) montre la progression trimestre par
      *> trimestre de chaque etudiant, signale une baisse de
      *> moyenne d'un trimestre au suivant au-dela du seuil de
      *> coefficients.ctl, et liste les redoublants - meme niveau
      *> que l'annee precedente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stats-status.

           SELECT COEF-FILE
                 ASSIGN TO "Data/tableaux/coefficients.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-coef-status.

           SELECT BILAN-FILE
                 ASSIGN TO "Data/tableaux/bilan-annuel.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bilan-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY ETUDIANT-REC.

       FD  RANKING-FILE.
       01  RANKING-LINE            pic x(40).
       FD  STATS-FILE.
       01  STATS-LINE              pic x(80).

      *> Coefficients : M = matiere et son coefficient, B = baisse
      *> de moyenne signalee entre deux trimestres (points).
       FD  COEF-FILE.
       01  COEF-LINE.
           05  CF-TYPE             pic x.
           05  filler              pic x.
           05  CF-MATIERE          pic x(8).
           05  filler              pic x.
           05  CF-VALEUR           pic 9(2).
           05  filler              pic x.
           05  CF-LIBELLE          pic x(50).

       FD  BILAN-FILE.
       01  BILAN-LINE              pic x(80).

       WORKING-STORAGE SECTION.
       01 tableau.
           05 Calendrier occurs 3 times.
                 depending on ws-nb-etudiants
                 indexed by ws-ix-etudiant.
              10 ws-prenom pic x(6).
              10 ws-niveau pic x(4).
              10 ws-niveau-precedent pic x(4).
              10 ws-trimestre occurs 3 times.
                 15 ws-tri-note pic 9(2) occurs 3 times.
                 15 ws-tri-present pic x.
                 15 ws-moyenne-trimestre pic 99v99.
              10 ws-matiere occurs 3 times.
                 15 ws-nom-matiere pic x(8).
                 15 ws-moyenne pic 99v99.
              10 ws-moyenne-generale pic 99v99.
              10 ws-baisse pic 99v99.
              10 ws-baisse-trimestre pic 9.

      *> Poste de permutation du tri, a la taille d'un etudiant.
       01 ws-tmp-etudiant pic x(120).

       01 ws-student-status pic xx.
       01 ws-student-eof pic x value "N".

       01 ws-ranking-status pic xx.

       01 ws-somme-moyennes pic 9(4)v99.
       01 ws-rang pic 99.
       01 ws-rang-ed pic z9.
       01 ws-moyenne-generale-ed pic z9,99.

       01 ws-index-max pic 99.
       01 ws-index-depart pic 99.
      *> repartition par tranche de notes et liste des etudiants
      *> sous la moyenne de passage (10).
       01 ws-stats-status pic xx.
       01 ws-note-mini pic 99v99.
       01 ws-note-maxi pic 99v99.
       01 ws-note-mini-ed pic z9,99.
       01 ws-note-maxi-ed pic z9,99.
       01 ws-somme-notes pic 9(4)v99.
       01 ws-moyenne-classe pic 99v99.
       01 ws-moyenne-classe-ed pic z9,99.
       01 ws-tranches-notes.
       01 ws-gen-racine pic x(30).
       01 ws-gen-nb-enreg pic 9(5).

      *> Dossier scolaire : annee la plus recente du fichier,
      *> niveaux de l'annee precedente pour les redoublants.
       01 ws-annee-courante pic 9(4) value zero.
       01 ws-annee-precedente pic 9(4).
       01 ws-annee-suivante pic 9(4).
       01 ws-nb-precedents pic 99 value zero.
       01 ws-table-precedents.
           05 ws-precedent occurs 50 times.
              10 ws-prec-prenom pic x(6).
              10 ws-prec-niveau pic x(4).
       01 k pic 99.
       01 t pic 9.
       01 ws-tri-avant pic 9.
       01 ws-trouve pic 99.

      *> Coefficients par matiere et seuil de baisse.
       01 ws-coef-status pic xx.
       01 ws-coef-eof pic x value "N".
       01 ws-nb-coefs pic 99 value zero.
       01 ws-table-coefs.
           05 ws-coef occurs 20 times.
              10 ws-coef-matiere pic x(8).
              10 ws-coef-valeur pic 9(2).
       01 ws-coefs-etudiant.
           05 ws-coef-matiere-i pic 9(2) occurs 3 times.
       01 ws-somme-coefs pic 9(3).
       01 ws-nb-trimestres pic 9.
       01 ws-seuil-baisse pic 99 value 2.
       01 ws-ecart pic s99v99.

       01 ws-bilan-status pic xx.
       01 ws-tri-ed pic z9,99.
       01 ws-textes-trimestres.
           05 ws-tri-texte pic x(5) occurs 3 times.
       01 ws-baisse-ed pic z9,99.
       01 ws-nb-baisses pic 99.
       01 ws-nb-redoublants pic 99.


       PROCEDURE DIVISION.

           PERFORM CHARGER-COEFFICIENTS.
           PERFORM CHARGER-ETUDIANTS.
           PERFORM CALCULER-MOYENNES-GENERALES.

               perform varying j from 1 by 1 until j > 3
                  display "********"
                  display "Matiere : " ws-nom-matiere(i,j)
                  move ws-moyenne(i,j) to ws-tri-ed
                  display "Moyenne - " ws-tri-ed
               end-perform
           end-perform.

           PERFORM CLASSER-ETUDIANTS.
           PERFORM EDITER-CLASSEMENT.
           PERFORM EDITER-STATISTIQUES-MATIERES.
           PERFORM EDITER-BILAN-ANNUEL.

           stop run.

      *> Coefficients par matiere ; sans le fichier, toutes les
      *> matieres pesent 1 et le seuil de baisse reste a 2 points.
       CHARGER-COEFFICIENTS.
           OPEN INPUT COEF-FILE.
           IF ws-coef-status NOT = "00"
              DISPLAY "COEFFICIENTS ABSENTS, STATUS=" ws-coef-status
                 " - COEFFICIENT 1 PAR MATIERE"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ws-coef-eof = "Y"
              READ COEF-FILE
                 AT END
                    MOVE "Y" TO ws-coef-eof
                 NOT AT END
                    EVALUATE CF-TYPE
                       WHEN "M"
                          IF ws-nb-coefs < 20
                             add 1 to ws-nb-coefs
                             move CF-MATIERE to
                                ws-coef-matiere(ws-nb-coefs)
                             move CF-VALEUR to
                                ws-coef-valeur(ws-nb-coefs)
                          END-IF
                       WHEN "B"
                          move CF-VALEUR to ws-seuil-baisse
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE COEF-FILE.

      *> Deux lectures du dossier scolaire : la premiere trouve
      *> l'annee la plus recente, la seconde charge ses trimestres
      *> et retient le niveau de chacun l'annee d'avant.
       CHARGER-ETUDIANTS.
           OPEN INPUT STUDENT-FILE.
           IF ws-student-status NOT = "00"
                 AT END
                    SET STUDENT-EOF TO TRUE
                 NOT AT END
                    IF ET-ANNEE > ws-annee-courante
                       move ET-ANNEE to ws-annee-courante
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.
           compute ws-annee-precedente = ws-annee-courante - 1.
           compute ws-annee-suivante = ws-annee-courante + 1.

           SET STUDENT-NOT-EOF TO TRUE.
           OPEN INPUT STUDENT-FILE.
           PERFORM UNTIL STUDENT-EOF
              READ STUDENT-FILE
                 AT END
                    SET STUDENT-EOF TO TRUE
                 NOT AT END
                    EVALUATE ET-ANNEE
                       WHEN ws-annee-courante
                          PERFORM RANGER-TRIMESTRE
                       WHEN ws-annee-precedente
                          PERFORM RANGER-PRECEDENT
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE STUDENT-FILE.

      *    Redoublant : meme niveau que l'annee precedente.
           PERFORM VARYING i from 1 by 1 until i > ws-nb-etudiants
              perform varying k from 1 by 1
                    until k > ws-nb-precedents
                 if ws-prec-prenom(k) = ws-prenom(i)
                    move ws-prec-niveau(k) to ws-niveau-precedent(i)
                 end-if
              end-perform
           end-perform.

      *> Ligne d'un trimestre de l'annee : l'etudiant est cree a sa
      *> premiere ligne, les matieres prises dans l'ordre du
      *> fichier.
       RANGER-TRIMESTRE.
           IF ET-TRIMESTRE < 1 OR ET-TRIMESTRE > 3
              DISPLAY "TRIMESTRE INVALIDE IGNORE : " ET-PRENOM
                 " " ET-TRIMESTRE
              EXIT PARAGRAPH
           END-IF.

           move zero to ws-trouve.
           perform varying i from 1 by 1 until i > ws-nb-etudiants
              if ws-prenom(i) = ET-PRENOM
                 move i to ws-trouve
              end-if
           end-perform.
           IF ws-trouve = zero
              IF ws-nb-etudiants NOT < 50
                 EXIT PARAGRAPH
              END-IF
              add 1 to ws-nb-etudiants
              move ws-nb-etudiants to ws-trouve
              initialize ws-info-etudiant(ws-trouve)
              move ET-PRENOM to ws-prenom(ws-trouve)
           END-IF.

           move ET-NIVEAU to ws-niveau(ws-trouve).
           move ET-TRIMESTRE to t.
           move "O" to ws-tri-present(ws-trouve, t).
           perform varying j from 1 by 1 until j > 3
              move ET-NOM-MATIERE(j) to ws-nom-matiere(ws-trouve, j)
              move ET-NOTE(j) to ws-tri-note(ws-trouve, t, j)
           end-perform.

       RANGER-PRECEDENT.
           IF ws-nb-precedents < 50
              add 1 to ws-nb-precedents
              move ET-PRENOM to ws-prec-prenom(ws-nb-precedents)
              move ET-NIVEAU to ws-prec-niveau(ws-nb-precedents)
           END-IF.

      *> Moyennes ponderees : chaque trimestre note, chaque matiere
      *> sur l'annee, puis la moyenne generale annuelle ; plus
      *> forte baisse d'un trimestre au suivant.
       CALCULER-MOYENNES-GENERALES.
           PERFORM VARYING i from 1 by 1 until i > ws-nb-etudiants
              PERFORM COEFFICIENTS-ETUDIANT

              perform varying t from 1 by 1 until t > 3
                 if ws-tri-present(i, t) = "O"
                    move zero to ws-somme-moyennes
                    perform varying j from 1 by 1 until j > 3
                       compute ws-somme-moyennes =
                          ws-somme-moyennes + ws-tri-note(i, t, j)
                          * ws-coef-matiere-i(j)
                    end-perform
                    compute ws-moyenne-trimestre(i, t) ROUNDED =
                       ws-somme-moyennes / ws-somme-coefs
                 end-if
              end-perform

              perform varying j from 1 by 1 until j > 3
                 move zero to ws-somme-moyennes
                 move zero to ws-nb-trimestres
                 perform varying t from 1 by 1 until t > 3
                    if ws-tri-present(i, t) = "O"
                       add ws-tri-note(i, t, j) to ws-somme-moyennes
                       add 1 to ws-nb-trimestres
                    end-if
                 end-perform
                 compute ws-moyenne(i, j) ROUNDED =
                    ws-somme-moyennes / ws-nb-trimestres
              end-perform

              move zero to ws-somme-moyennes
              perform varying j from 1 by 1 until j > 3
                 compute ws-somme-moyennes = ws-somme-moyennes
                    + ws-moyenne(i, j) * ws-coef-matiere-i(j)
              end-perform
              compute ws-moyenne-generale(i) ROUNDED =
                 ws-somme-moyennes / ws-somme-coefs

              move zero to ws-baisse(i)
              perform varying t from 2 by 1 until t > 3
                 if ws-tri-present(i, t) = "O"
                       and ws-tri-present(i, t - 1) = "O"
                    compute ws-ecart = ws-moyenne-trimestre(i, t - 1)
                       - ws-moyenne-trimestre(i, t)
                    if ws-ecart > ws-baisse(i)
                       move ws-ecart to ws-baisse(i)
                       move t to ws-baisse-trimestre(i)
                    end-if
                 end-if
              end-perform
           end-perform.

      *> Coefficient de chacune des trois matieres de l'etudiant,
      *> 1 pour une matiere absente du fichier des coefficients.
       COEFFICIENTS-ETUDIANT.
           move zero to ws-somme-coefs.
           perform varying j from 1 by 1 until j > 3
              move 1 to ws-coef-matiere-i(j)
              perform varying k from 1 by 1 until k > ws-nb-coefs
                 if ws-coef-matiere(k) = ws-nom-matiere(i, j)
                    move ws-coef-valeur(k) to ws-coef-matiere-i(j)
                 end-if
              end-perform
              add ws-coef-matiere-i(j) to ws-somme-coefs
           end-perform.
           IF ws-somme-coefs = zero
              move 1 to ws-somme-coefs
           END-IF.

      *----------------------------------------------------------*
      *    TRI A BULLES DECROISSANT DE ws-info-etudiant SUR LA    *
       ECRIRE-STATS-UNE-MATIERE.
           MOVE SPACES TO STATS-LINE.
           MOVE ws-moyenne-classe TO ws-moyenne-classe-ed.
           MOVE ws-note-mini TO ws-note-mini-ed.
           MOVE ws-note-maxi TO ws-note-maxi-ed.
           STRING
              "MATIERE=" ws-nom-matiere(1, j)
              " MIN=" ws-note-mini-ed
              " MAX=" ws-note-maxi-ed
              " MOYENNE CLASSE=" ws-moyenne-classe-ed
              DELIMITED BY SIZE
              INTO STATS-LINE
           PERFORM VARYING i from 1 by 1
                 until i > ws-nb-etudiants
              IF ws-moyenne(i, j) < ws-seuil-passage
                 MOVE ws-moyenne(i, j) TO ws-tri-ed
                 MOVE SPACES TO STATS-LINE
                 STRING "    " ws-prenom(i)
                    " (" ws-tri-ed ")"
                    DELIMITED BY SIZE INTO STATS-LINE
                 END-STRING
                 WRITE STATS-LINE
              END-IF
           END-PERFORM.

      *> Bilan annuel : progression trimestre par trimestre dans
      *> l'ordre du classement, baisses au-dela du seuil et
      *> redoublants, puis les deux listes recapitulatives.
       EDITER-BILAN-ANNUEL.
           OPEN OUTPUT BILAN-FILE.
           IF ws-bilan-status not = "00"
              display "BILAN-FILE OPEN ERROR, STATUS="
                 ws-bilan-status
              stop run
           END-IF.

           MOVE SPACES TO BILAN-LINE.
           STRING "BILAN ANNUEL - ANNEE SCOLAIRE "
              ws-annee-courante "-" ws-annee-suivante
              DELIMITED BY SIZE INTO BILAN-LINE
           END-STRING.
           WRITE BILAN-LINE.

           MOVE ws-seuil-baisse TO ws-nb-ed.
           MOVE SPACES TO BILAN-LINE.
           STRING "BAISSE SIGNALEE AU-DELA DE " ws-nb-ed
              " POINTS D'UN TRIMESTRE AU SUIVANT"
              DELIMITED BY SIZE INTO BILAN-LINE
           END-STRING.
           WRITE BILAN-LINE.
           MOVE SPACES TO BILAN-LINE.
           WRITE BILAN-LINE.

           PERFORM VARYING i from 1 by 1 until i > ws-nb-etudiants
              PERFORM EDITER-BILAN-ETUDIANT
           END-PERFORM.

           MOVE SPACES TO BILAN-LINE.
           WRITE BILAN-LINE.
           MOVE "ETUDIANTS EN BAISSE" TO BILAN-LINE.
           WRITE BILAN-LINE.
           MOVE zero TO ws-nb-baisses.
           PERFORM VARYING i from 1 by 1 until i > ws-nb-etudiants
              IF ws-baisse(i) > ws-seuil-baisse
                 add 1 to ws-nb-baisses
                 MOVE ws-baisse(i) TO ws-baisse-ed
                 compute ws-tri-avant = ws-baisse-trimestre(i) - 1
                 MOVE SPACES TO BILAN-LINE
                 STRING "    " ws-prenom(i) " " ws-niveau(i)
                    " -" ws-baisse-ed " DU T" ws-tri-avant
                    " AU T" ws-baisse-trimestre(i)
                    DELIMITED BY SIZE INTO BILAN-LINE
                 END-STRING
                 WRITE BILAN-LINE
              END-IF
           END-PERFORM.
           MOVE ws-nb-baisses TO ws-nb-ed.
           MOVE SPACES TO BILAN-LINE.
           STRING "  TOTAL EN BAISSE : " ws-nb-ed
              DELIMITED BY SIZE INTO BILAN-LINE
           END-STRING.
           WRITE BILAN-LINE.

           MOVE SPACES TO BILAN-LINE.
           WRITE BILAN-LINE.
           MOVE "REDOUBLANTS" TO BILAN-LINE.
           WRITE BILAN-LINE.
           MOVE zero TO ws-nb-redoublants.
           PERFORM VARYING i from 1 by 1 until i > ws-nb-etudiants
              IF ws-niveau-precedent(i) = ws-niveau(i)
                 add 1 to ws-nb-redoublants
                 MOVE SPACES TO BILAN-LINE
                 STRING "    " ws-prenom(i) " " ws-niveau(i)
                    " (DEJA EN " ws-niveau-precedent(i) " EN "
                    ws-annee-precedente ")"
                    DELIMITED BY SIZE INTO BILAN-LINE
                 END-STRING
                 WRITE BILAN-LINE
              END-IF
           END-PERFORM.
           MOVE ws-nb-redoublants TO ws-nb-ed.
           MOVE SPACES TO BILAN-LINE.
           STRING "  TOTAL REDOUBLANTS : " ws-nb-ed
              DELIMITED BY SIZE INTO BILAN-LINE
           END-STRING.
           WRITE BILAN-LINE.

           CLOSE BILAN-FILE.

       EDITER-BILAN-ETUDIANT.
           perform varying t from 1 by 1 until t > 3
              if ws-tri-present(i, t) = "O"
                 MOVE ws-moyenne-trimestre(i, t) TO ws-tri-ed
                 MOVE ws-tri-ed TO ws-tri-texte(t)
              else
                 MOVE "  -  " TO ws-tri-texte(t)
              end-if
           end-perform.
           MOVE i TO ws-rang-ed.
           MOVE ws-moyenne-generale(i) TO ws-moyenne-generale-ed.
           MOVE SPACES TO BILAN-LINE.
           STRING ws-rang-ed " - " ws-prenom(i) " " ws-niveau(i)
              "  T1=" ws-tri-texte(1)
              " T2=" ws-tri-texte(2)
              " T3=" ws-tri-texte(3)
              " ANNUELLE=" ws-moyenne-generale-ed
              DELIMITED BY SIZE INTO BILAN-LINE
           END-STRING.
           WRITE BILAN-LINE.

           IF ws-baisse(i) > ws-seuil-baisse
              MOVE ws-baisse(i) TO ws-baisse-ed
              compute ws-tri-avant = ws-baisse-trimestre(i) - 1
              MOVE SPACES TO BILAN-LINE
              STRING "       *** BAISSE DE " ws-baisse-ed
                 " POINTS DU T" ws-tri-avant
                 " AU T" ws-baisse-trimestre(i)
                 DELIMITED BY SIZE INTO BILAN-LINE
              END-STRING
              WRITE BILAN-LINE
           END-IF.
           IF ws-niveau-precedent(i) = ws-niveau(i)
              MOVE SPACES TO BILAN-LINE
              STRING "       *** REDOUBLANT EN " ws-niveau(i)
                 DELIMITED BY SIZE INTO BILAN-LINE
              END-STRING
              WRITE BILAN-LINE
           END-IF.
