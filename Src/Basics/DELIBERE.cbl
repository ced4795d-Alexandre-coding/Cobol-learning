      *> la logique de classement, decision et remarque du jury),
      *> et le registre de deliberation (deliberations.out) garde
      *> chaque decision avec la regle qui l'a produite.
      *> Le jury delibere sur l'annee la plus recente du dossier
      *> scolaire (notes par trimestre) : moyenne annuelle de
      *> chaque matiere sur les trimestres notes, moyenne generale
      *> ponderee par les coefficients de coefficients.ctl (comme
      *> Tableaux) ; le releve donne aussi les moyennes
      *> trimestrielles.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-STATUS.

           SELECT COEF-FILE
                 ASSIGN TO "Data/tableaux/coefficients.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COE-STATUS.

           SELECT REGLE-FILE
                 ASSIGN TO "Data/tableaux/deliberation.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY ETUDIANT-REC.

      *> Coefficients par matiere (cf. Tableaux) : seules les
      *> lignes M servent ici.
       FD  COEF-FILE.
       01  COEF-REC.
           05  CF-TYPE           PIC X.
           05  FILLER            PIC X.
           05  CF-MATIERE        PIC X(8).
           05  FILLER            PIC X.
           05  CF-VALEUR         PIC 9(2).
           05  FILLER            PIC X.
           05  CF-LIBELLE        PIC X(50).

      *> Regles de deliberation : moyenne d'admission, note
      *> minimale par matiere, compensation (O/N), seuils des
       01  WS-STU-STATUS         PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-COE-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-TABLE-ETUDIANTS.
           05  WS-ETUDIANT OCCURS 50 TIMES.
               10  WS-PRENOM     PIC X(6).
               10  WS-TRIMESTRE OCCURS 3 TIMES.
                   15  WS-TRI-NOTE PIC 9(2) OCCURS 3 TIMES.
                   15  WS-TRI-PRESENT PIC X.
                   15  WS-MOYENNE-TRIMESTRE PIC 99V99.
               10  WS-MATIERE OCCURS 3 TIMES.
                   15  WS-NOM-MATIERE PIC X(8).
                   15  WS-MOYENNE PIC 99V99.
               10  WS-MOYENNE-GENERALE PIC 99V99.
               10  WS-RANG       PIC 99.
               10  WS-DECISION   PIC X(7).
               10  WS-REGLE      PIC X(30).
       01  I                     PIC 99.
       01  J                     PIC 99.
       01  WS-SOMME-MOYENNES     PIC 9(4)V99.
       01  K                     PIC 99.
       01  T                     PIC 9.
       01  WS-TROUVE             PIC 99.
       01  WS-NB-TRIMESTRES      PIC 9.
       01  WS-ANNEE-COURANTE     PIC 9(4) VALUE ZERO.

      *> Coefficients par matiere, 1 par defaut.
       01  WS-NB-COEFS           PIC 99 VALUE ZERO.
       01  WS-TABLE-COEFS.
           05  WS-COEF OCCURS 20 TIMES.
               10  WS-COEF-MATIERE PIC X(8).
               10  WS-COEF-VALEUR  PIC 9(2).
       01  WS-COEFS-ETUDIANT.
           05  WS-COEF-MATIERE-I PIC 9(2) OCCURS 3 TIMES.
       01  WS-SOMME-COEFS        PIC 9(3).
       01  WS-NOTE-SOUS-MINI     PIC X.
       01  WS-MEILLEUR           PIC 99.
       01  WS-RANG-COURANT       PIC 99.
       01  WS-RANG-ED            PIC Z9.
       01  WS-NB-ED              PIC ZZ9.
       01  WS-NOTES-EDITEES      PIC X(30).
       01  WS-TRIMESTRES-EDITES  PIC X(30).
       01  WS-NOTES-ED.
           05  WS-NOTE-ED        PIC Z9,99 OCCURS 3 TIMES.
       01  WS-TEXTES-TRIMESTRES.
           05  WS-TRI-TEXTE      PIC X(5) OCCURS 3 TIMES.

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/releve.mod".
              WS-JOURNAL-SEVERITE.

           PERFORM LIRE-REGLES.
           PERFORM CHARGER-COEFFICIENTS.
           PERFORM CHARGER-ETUDIANTS.
           PERFORM CALCULER-MOYENNES.
           PERFORM CALCULER-RANGS.

           .

      *> Coefficients facultatifs : sans le fichier, toutes les
      *> matieres pesent 1.
       CHARGER-COEFFICIENTS.
           OPEN INPUT COEF-FILE.
           IF WS-COE-STATUS NOT = "00"
              DISPLAY "COEFFICIENTS ABSENTS, STATUS=" WS-COE-STATUS
                 " - COEFFICIENT 1 PAR MATIERE"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ COEF-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CF-TYPE = "M" AND WS-NB-COEFS < 20
                       ADD 1 TO WS-NB-COEFS
                       MOVE CF-MATIERE TO WS-COEF-MATIERE(WS-NB-COEFS)
                       MOVE CF-VALEUR TO WS-COEF-VALEUR(WS-NB-COEFS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COEF-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Meme chargement que Tableaux : une premiere lecture trouve
      *> l'annee la plus recente, la seconde range ses trimestres.
       CHARGER-ETUDIANTS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STU-STATUS NOT = "00"
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF ET-ANNEE > WS-ANNEE-COURANTE
                       MOVE ET-ANNEE TO WS-ANNEE-COURANTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.

           MOVE "N" TO WS-EOF.
           OPEN INPUT STUDENT-FILE.
           PERFORM UNTIL EOF
              READ STUDENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF ET-ANNEE = WS-ANNEE-COURANTE
                       PERFORM RANGER-TRIMESTRE
                    END-IF
              END-READ
           END-PERFORM.

           .

       RANGER-TRIMESTRE.
           IF ET-TRIMESTRE < 1 OR ET-TRIMESTRE > 3
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-TROUVE.
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-NB-ETUDIANTS
              IF WS-PRENOM(I) = ET-PRENOM
                 MOVE I TO WS-TROUVE
              END-IF
           END-PERFORM.
           IF WS-TROUVE = ZERO
              IF WS-NB-ETUDIANTS NOT < 50
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-ETUDIANTS
              MOVE WS-NB-ETUDIANTS TO WS-TROUVE
              INITIALIZE WS-ETUDIANT(WS-TROUVE)
              MOVE ET-PRENOM TO WS-PRENOM(WS-TROUVE)
           END-IF.

           MOVE ET-TRIMESTRE TO T.
           MOVE "O" TO WS-TRI-PRESENT(WS-TROUVE, T).
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
              MOVE ET-NOM-MATIERE(J) TO WS-NOM-MATIERE(WS-TROUVE, J)
              MOVE ET-NOTE(J) TO WS-TRI-NOTE(WS-TROUVE, T, J)
           END-PERFORM

           .

      *> Moyennes ponderees par les coefficients : chaque
      *> trimestre note, chaque matiere sur l'annee, puis la
      *> moyenne generale annuelle.
       CALCULER-MOYENNES.
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-NB-ETUDIANTS
              PERFORM COEFFICIENTS-ETUDIANT

              PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                 IF WS-TRI-PRESENT(I, T) = "O"
                    MOVE ZERO TO WS-SOMME-MOYENNES
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                       COMPUTE WS-SOMME-MOYENNES =
                          WS-SOMME-MOYENNES + WS-TRI-NOTE(I, T, J)
                          * WS-COEF-MATIERE-I(J)
                    END-PERFORM
                    COMPUTE WS-MOYENNE-TRIMESTRE(I, T) ROUNDED =
                       WS-SOMME-MOYENNES / WS-SOMME-COEFS
                 END-IF
              END-PERFORM

              PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                 MOVE ZERO TO WS-SOMME-MOYENNES
                 MOVE ZERO TO WS-NB-TRIMESTRES
                 PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                    IF WS-TRI-PRESENT(I, T) = "O"
                       ADD WS-TRI-NOTE(I, T, J) TO WS-SOMME-MOYENNES
                       ADD 1 TO WS-NB-TRIMESTRES
                    END-IF
                 END-PERFORM
                 COMPUTE WS-MOYENNE(I, J) ROUNDED =
                    WS-SOMME-MOYENNES / WS-NB-TRIMESTRES
              END-PERFORM

              MOVE ZERO TO WS-SOMME-MOYENNES
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                 COMPUTE WS-SOMME-MOYENNES = WS-SOMME-MOYENNES
                    + WS-MOYENNE(I, J) * WS-COEF-MATIERE-I(J)
              END-PERFORM
              COMPUTE WS-MOYENNE-GENERALE(I) ROUNDED =
                 WS-SOMME-MOYENNES / WS-SOMME-COEFS
           END-PERFORM

           .

       COEFFICIENTS-ETUDIANT.
           MOVE ZERO TO WS-SOMME-COEFS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
              MOVE 1 TO WS-COEF-MATIERE-I(J)
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NB-COEFS
                 IF WS-COEF-MATIERE(K) = WS-NOM-MATIERE(I, J)
                    MOVE WS-COEF-VALEUR(K) TO WS-COEF-MATIERE-I(J)
                 END-IF
              END-PERFORM
              ADD WS-COEF-MATIERE-I(J) TO WS-SOMME-COEFS
           END-PERFORM.
           IF WS-SOMME-COEFS = ZERO
              MOVE 1 TO WS-SOMME-COEFS
           END-IF

           .

      *> Rang de chaque etudiant par moyenne generale decroissante,
      *> la meme logique de classement que Tableaux, sans deplacer
      *> les postes : le meilleur non classe recoit le rang
           .

       EDITER-UN-RELEVE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
              MOVE WS-MOYENNE(I, J) TO WS-NOTE-ED(J)
           END-PERFORM.
           MOVE SPACES TO WS-NOTES-EDITEES.
           STRING
              WS-NOTE-ED(1) "/"
              WS-NOTE-ED(2) "/"
              WS-NOTE-ED(3)
              DELIMITED BY SIZE
              INTO WS-NOTES-EDITEES
           END-STRING.

           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
              IF WS-TRI-PRESENT(I, T) = "O"
                 MOVE WS-MOYENNE-TRIMESTRE(I, T) TO WS-MOYENNE-ED
                 MOVE WS-MOYENNE-ED TO WS-TRI-TEXTE(T)
              ELSE
                 MOVE "  -  " TO WS-TRI-TEXTE(T)
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TRIMESTRES-EDITES.
           STRING
              "T1 " WS-TRI-TEXTE(1)
              " T2 " WS-TRI-TEXTE(2)
              " T3 " WS-TRI-TEXTE(3)
              DELIMITED BY SIZE
              INTO WS-TRIMESTRES-EDITES
           END-STRING.

           MOVE WS-MOYENNE-GENERALE(I) TO WS-MOYENNE-ED.
           MOVE WS-RANG(I) TO WS-RANG-ED.

           MOVE 8 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-PRENOM(I) TO WS-PARAM-VALEUR(1).
           MOVE "NOTES" TO WS-PARAM-NOM(2).
           MOVE WS-MENTION(I) TO WS-PARAM-VALEUR(6).
           MOVE "REMARQUE" TO WS-PARAM-NOM(7).
           MOVE WS-REGLE(I) TO WS-PARAM-VALEUR(7).
           MOVE "TRIMESTRES" TO WS-PARAM-NOM(8).
           MOVE WS-TRIMESTRES-EDITES TO WS-PARAM-VALEUR(8).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
