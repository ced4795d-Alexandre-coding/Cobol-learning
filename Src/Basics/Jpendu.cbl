       DATA DIVISION.
       FILE SECTION.
       FD  WORD-BANK-FILE.
           COPY MOT-BANQUE-REC.

       FD  SCORE-FILE.
       01  SCORE-LINE            PIC X(100).

       01 ws-mots-categorie.
           05 ws-mot-categorie occurs 20 times pic x(20).
       01 ws-niveaux-categorie.
           05 ws-niveau-categorie occurs 20 times pic x.
       01 ws-nombre-mots-categorie pic 99 value zero.
       01 ws-index-mot pic 99.

       01 ws-points-depenses pic 9(5) value zero.
       01 ws-points-gagnes pic s9(3).
       01 ws-indice-donne pic x.
       01 ws-nb-indices pic 99 value zero.
       01 ws-longueur-mot pic 99.
       01 j pic 99.

           05 ws-nb-tours pic 9.
           05 ws-index-tour pic 9.
           05 ws-echange pic x.
      * Tirage a difficulte egale : niveau du tour (F/M/D, un mot
      * non cote comptant pour moyen) et mots de ce niveau dans
      * la categorie, distribues un par joueur.
           05 ws-niveau-tour pic x.
           05 ws-niveau-libelle pic x(9).
           05 ws-nb-candidats pic 99.
           05 ws-candidat occurs 20 times pic 99.
           05 ws-depart-tirage pic 99.
           05 ws-index-candidat pic 99.
       01 ws-trn-tampon.
           05 ws-tmp-nom pic x(20).
           05 ws-tmp-victoires pic 99.
       0150-lire-cagnotte-deb.
           move zero to ws-points-joueur.
           move zero to ws-points-depenses.
           move zero to ws-nb-indices.
           open input JOUEUR-FILE.
           if ws-joueur-status not = "00"
              go to 0150-lire-cagnotte-fin

           add ws-cout-pieges to ws-points-depenses.
           subtract ws-cout-pieges from ws-points-joueur.
           add 1 to ws-nb-indices.

           move zero to j.
           perform varying ws-index-mot from 1 by 1
           exit.


      * Tournoi : a chaque tour, un niveau de difficulte est tire
      * (cotation MOTSCOTE de la banque) et chaque joueur recoit
      * son propre mot de ce niveau dans la categorie - des mots
      * differents tant que le niveau en compte assez, et plus de
      * loterie ELEPHANT contre monstre a sept consonnes. Chaque
      * partie alimente scores.out et le profil du joueur comme une
      * partie simple, puis l'ecran de classement final tombe.
       0500-tournoi-deb.
              move 1 to ws-nb-tours
           end-if.

           perform 1050-charger-categorie-deb
           thru 1050-charger-categorie-fin.

           perform varying ws-index-tour from 1 by 1
                 until ws-index-tour > ws-nb-tours
              perform 1200-tirer-niveau-deb
              thru 1200-tirer-niveau-fin

              perform varying ws-index-joueur from 1 by 1
                    until ws-index-joueur > ws-nb-joueurs
                 move ws-trn-nom(ws-index-joueur) to ws-joueur
                 perform 1250-attribuer-mot-deb
                 thru 1250-attribuer-mot-fin
                 perform 1100-preparer-partie-deb
                 thru 1100-preparer-partie-fin
                 display "Au tour de " ws-joueur
           exit.


      * Remise a zero de l'etat de partie sur le mot attribue au
      * joueur (tournoi) ou rejoue (entrainement).
       1100-preparer-partie-deb.
           move zero to ws-nb-erreurs.
           move zero to ws-nb-indices.
           move "N" to ws-partie-gagnee.
           move "N" to ws-partie-terminee.
           move all "_" to ws-chn.
           exit.


      * Niveau du tour : celui d'un mot de la categorie tire au
      * hasard (les niveaux sortent donc au prorata de la banque),
      * puis liste des mots de ce niveau.
       1200-tirer-niveau-deb.
           compute ws-index-mot =
              function mod(function seconds-past-midnight
                 + ws-index-tour, ws-nombre-mots-categorie) + 1.
           move ws-niveau-categorie(ws-index-mot) to ws-niveau-tour.

           move zero to ws-nb-candidats.
           perform varying ws-index-mot from 1 by 1
                 until ws-index-mot > ws-nombre-mots-categorie
              if ws-niveau-categorie(ws-index-mot) = ws-niveau-tour
                 add 1 to ws-nb-candidats
                 move ws-index-mot to ws-candidat(ws-nb-candidats)
              end-if
           end-perform.

           compute ws-depart-tirage =
              function mod(function seconds-past-midnight,
                 ws-nb-candidats).

           evaluate ws-niveau-tour
              when "F"
                 move "FACILE" to ws-niveau-libelle
              when "D"
                 move "DIFFICILE" to ws-niveau-libelle
              when other
                 move "MOYEN" to ws-niveau-libelle
           end-evaluate.
           display "Tour " ws-index-tour " : mots de niveau "
              ws-niveau-libelle.
           if ws-nb-candidats < ws-nb-joueurs
              display "(" ws-nb-candidats " mot(s) de ce niveau"
                 " seulement : certains joueurs auront le meme)"
           end-if.

       1200-tirer-niveau-fin.
           exit.


      * Mot du joueur courant : les candidats du niveau sont
      * distribues a la suite a partir du point de depart tire.
       1250-attribuer-mot-deb.
           compute ws-index-candidat =
              function mod(ws-depart-tirage + ws-index-joueur - 1,
                 ws-nb-candidats) + 1.
           move ws-candidat(ws-index-candidat) to ws-index-mot.
           move ws-mot-categorie(ws-index-mot) to ws-mot.
           move function length(ws-mot) to longueur.

       1250-attribuer-mot-fin.
           exit.


       0100-saisie-joueur-deb.
           display "Nom du joueur ?".
           accept ws-joueur.


       1000-mot-recherche-deb.
           perform 1050-charger-categorie-deb
           thru 1050-charger-categorie-fin.

           compute ws-index-mot =
              function mod(function seconds-past-midnight,
                 ws-nombre-mots-categorie) + 1.

           move ws-mot-categorie(ws-index-mot) to ws-mot.
           move function length(ws-mot) to longueur.
           perform varying i from 1 by 1 until i > longueur
              if ws-mot(i:1) not = space
                 move "_" to ws-chn(i:1)
              else
                 move space to ws-chn(i:1)
              END-IF
           end-perform.
           display "A vous de jouer, " ws-joueur " !".

       1000-mot-recherche-fin.
           exit.


      * Mots de la categorie choisie, avec leur niveau de
      * difficulte (un mot non cote est compte moyen).
       1050-charger-categorie-deb.
           open input WORD-BANK-FILE.

           if ws-wb-status not = "00"
                    set WB-EOF to true
                 not at end
                    if WB-CATEGORIE = ws-categorie
                          and ws-nombre-mots-categorie < 20
                       add 1 to ws-nombre-mots-categorie
                       move WB-MOT to
                          ws-mot-categorie(ws-nombre-mots-categorie)
                       if WB-FACILE or WB-DIFFICILE
                          move WB-NIVEAU to ws-niveau-categorie(
                             ws-nombre-mots-categorie)
                       else
                          move "M" to ws-niveau-categorie(
                             ws-nombre-mots-categorie)
                       end-if
                    end-if
              end-read
           end-perform.

           close WORD-BANK-FILE.

       1050-charger-categorie-fin.
           exit.


           if ws-indice-donne = "Y"
              add ws-cout-lettre to ws-points-depenses
              subtract ws-cout-lettre from ws-points-joueur
              add 1 to ws-nb-indices
              display "Indice : " ws-chn
              display "Cagnotte restante : " ws-points-joueur
           end-if.
           exit.


      * Une ligne par partie comptee ; le mot joue et les indices
      * achetes servent a MOTSCOTE pour coter la difficulte.
       3000-enregistrer-score-deb.
           open extend SCORE-FILE.

                    "JOUEUR=" ws-joueur
                    " RESULTAT=VICTOIRE"
                    " ERREURS=" ws-nb-erreurs
                    " MOT=" ws-mot
                    " INDICES=" ws-nb-indices
                    delimited by size
                    into SCORE-LINE
                 end-string
                    "JOUEUR=" ws-joueur
                    " RESULTAT=DEFAITE"
                    " ERREURS=" ws-nb-erreurs
                    " MOT=" ws-mot
                    " INDICES=" ws-nb-indices
                    delimited by size
                    into SCORE-LINE
                 end-string
