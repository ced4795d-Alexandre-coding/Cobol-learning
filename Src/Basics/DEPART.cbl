       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPART.

      *> Sortie des effectifs, pendant d'ONBOARD pour les departs :
      *> fini la fiche du personnel supprimee a la main et le solde
      *> de tout compte calcule sur tableur. Le lot applique le
      *> fichier des mouvements de depart departs-mvt.in
      *> (identifiant, date de sortie, motif, preavis en mois et
      *> preavis effectue O/N). Chaque mouvement est controle :
      *> personne presente et active au maitre, date de sortie
      *> reelle et posterieure a l'entree, motif connu du fichier
      *> de regles indemnites-sortie.ctl. Le depart applique :
      *>   - marque la fiche du personnel D (depart enregistre)
      *>     avec date, motif et preavis - la fiche reste au maitre
      *>     et la paie du mois de sortie calcule le solde de tout
      *>     compte (salaire proratise, conges restants, preavis,
      *>     indemnite de sortie) puis la passe a S ;
      *>   - cloture les qualifications de la personne ;
      *>   - edite la liste des equipements de dotation du poste a
      *>     restituer (restitutions.out) ;
      *>   - produit le certificat de travail par FusionLettre
      *>     (modele certificat.mod, certificats.out).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/personnel/departs-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT PERSONNEL-FILE
                 ASSIGN TO "Data/personnel/personnel.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-IDENTIFIANT
               FILE STATUS IS WS-PER-STATUS.

           SELECT REGLE-FILE
                 ASSIGN TO "Data/paie/indemnites-sortie.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT QUALIF-FILE
                 ASSIGN TO "Data/personnel/qualifications.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-CLE
               FILE STATUS IS WS-QUA-STATUS.

           SELECT DOTATION-FILE ASSIGN TO "Data/onboard/dotations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOT-STATUS.

           SELECT RESTITUTION-FILE
                 ASSIGN TO "Data/personnel/restitutions.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT CERTIFICAT-FILE
                 ASSIGN TO "Data/personnel/certificats.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/personnel/departs-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  DM-IDENTIFIANT    PIC 9(10).
           05  DM-DATE-SORTIE    PIC 9(8).
           05  DM-MOTIF          PIC X(3).
           05  DM-PREAVIS-MOIS   PIC 99.
           05  DM-PREAVIS-EFFECTUE PIC X.
               88  DM-PREAVIS-OUI VALUE "O".
               88  DM-PREAVIS-NON VALUE "N".

       FD  PERSONNEL-FILE.
           COPY PERSONNEL-REC.

      *> Regles de sortie par motif (cf. PAIE) : seul le motif et
      *> son libelle servent ici.
       FD  REGLE-FILE.
       01  REGLE-REC.
           05  RS-MOTIF          PIC X(3).
           05  FILLER            PIC X.
           05  RS-ANCIENNETE-MIN PIC 9(3).
           05  FILLER            PIC X.
           05  RS-FRACTION-10    PIC 9V999.
           05  FILLER            PIC X.
           05  RS-FRACTION-SUP   PIC 9V999.
           05  FILLER            PIC X.
           05  RS-PREAVIS-INDEMNISE PIC X.
           05  FILLER            PIC X.
           05  RS-LIBELLE        PIC X(30).

       FD  QUALIF-FILE.
           COPY QUALIF-REC.

       FD  DOTATION-FILE.
       01  DOTATION-REC.
           05  DO-POSTE          PIC X(20).
           05  DO-ARTICLE        PIC X(20).

       FD  RESTITUTION-FILE.
       01  RESTITUTION-LINE      PIC X(80).

       FD  CERTIFICAT-FILE.
       01  CERTIFICAT-LINE       PIC X(80).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-PER-STATUS         PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-QUA-STATUS         PIC XX VALUE "00".
       01  WS-DOT-STATUS         PIC XX VALUE "00".
       01  WS-RES-STATUS         PIC XX VALUE "00".
       01  WS-CER-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-QUA-EOF            PIC X.
       01  WS-QUALIFS-DISPO      PIC X VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-QUALIFS      PIC 9(5) VALUE 0.
       01  WS-COUNT-QUALIFS-PERS PIC 9(3).
       01  WS-COUNT-ARTICLES     PIC 9(3).
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-ENTREE        PIC 9(8).
       01  WS-DATE-ENTREE-ED     PIC X(10).
       01  WS-DATE-SORTIE-ED     PIC X(10).

      *> Motifs de sortie connus, charges de indemnites-sortie.ctl.
       01  WS-TABLE-MOTIFS.
           05  WS-NB-MOTIFS      PIC 99 VALUE 0.
           05  WS-MOTIF OCCURS 20 TIMES.
               10  WS-MO-CODE    PIC X(3).
               10  WS-MO-LIBELLE PIC X(30).
       01  WS-MOTIF-INDEX        PIC 99.
       01  WS-MOTIF-TROUVE       PIC 99.

      *> Dotations par poste (cf. ONBOARD) : ce qui a ete remis a
      *> l'arrivee est ce qui se restitue au depart.
       01  WS-TABLE-DOTATIONS.
           05  WS-NB-DOTATIONS   PIC 99 VALUE 0.
           05  WS-DOTATION OCCURS 50 TIMES.
               10  WS-DOT-POSTE  PIC X(20).
               10  WS-DOT-ARTICLE PIC X(20).
       01  WS-DOT-INDEX          PIC 99.

      *> Parametres du moteur de courrier FusionLettre.
       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/certificat.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/personnel/certificats.out".
       01  WS-NB-PARAMETRES      PIC 9.
      *> Courrier au personnel : identifiant client a zero au fil
      *> de correspondance.
       01  WS-ID-CLIENT-LETTRE   PIC 9(6) VALUE ZERO.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== DEPART START ===".
           MOVE "DEPART" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           PERFORM CHARGER-MOTIFS.
           IF WS-NB-MOTIFS = ZERO
              DISPLAY "REGLE-FILE ABSENT OU VIDE, STATUS="
                 WS-REG-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CHARGER-DOTATIONS.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O PERSONNEL-FILE.
           IF WS-PER-STATUS NOT = "00"
              DISPLAY "PERSONNEL-FILE OPEN ERROR, STATUS="
                 WS-PER-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Fichier des qualifications facultatif : sans lui, rien a
      *    cloturer.
           OPEN I-O QUALIF-FILE.
           IF WS-QUA-STATUS = "00"
              MOVE "Y" TO WS-QUALIFS-DISPO
           END-IF.

      *    Restitutions et certificats sont recrees a vide ; les
      *    certificats eux-memes sont ajoutes par FusionLettre.
           OPEN OUTPUT RESTITUTION-FILE.
           OPEN OUTPUT CERTIFICAT-FILE.
           CLOSE CERTIFICAT-FILE.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-MOUVEMENT
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE MOUVEMENT-FILE PERSONNEL-FILE RESTITUTION-FILE
              RAPPORT-FILE.
           IF WS-QUALIFS-DISPO = "Y"
              CLOSE QUALIF-FILE
           END-IF.

           DISPLAY "DEPARTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES
              " QUALIFICATIONS CLOTUREES=" WS-COUNT-QUALIFS.
           MOVE "DEPART" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== DEPART END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHARGER-MOTIFS.
           OPEN INPUT REGLE-FILE.
           IF WS-REG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ REGLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-MOTIFS < 20
                       ADD 1 TO WS-NB-MOTIFS
                       MOVE RS-MOTIF TO WS-MO-CODE(WS-NB-MOTIFS)
                       MOVE RS-LIBELLE TO
                          WS-MO-LIBELLE(WS-NB-MOTIFS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGLE-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Table des dotations : sans elle, la liste de restitution
      *> le signale pour chaque depart.
       CHARGER-DOTATIONS.
           OPEN INPUT DOTATION-FILE.
           IF WS-DOT-STATUS NOT = "00"
              DISPLAY "DOTATION-FILE INDISPONIBLE, STATUS="
                 WS-DOT-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ DOTATION-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-DOTATIONS < 50
                       ADD 1 TO WS-NB-DOTATIONS
                       MOVE DO-POSTE TO
                          WS-DOT-POSTE(WS-NB-DOTATIONS)
                       MOVE DO-ARTICLE TO
                          WS-DOT-ARTICLE(WS-NB-DOTATIONS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DOTATION-FILE.
           MOVE "N" TO WS-EOF

           .

       TRAITER-MOUVEMENT.
           PERFORM CONTROLER-DEPART.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           SET PN-DEPART-NOTIFIE TO TRUE.
           MOVE DM-DATE-SORTIE TO PN-DATE-SORTIE.
           MOVE DM-MOTIF TO PN-MOTIF-SORTIE.
           MOVE DM-PREAVIS-MOIS TO PN-PREAVIS-MOIS.
           MOVE DM-PREAVIS-EFFECTUE TO PN-PREAVIS-EFFECTUE.
           MOVE ZERO TO PN-MOIS-SOLDE.
           REWRITE PERSONNEL-REC
              INVALID KEY
                 MOVE "REECRITURE IMPOSSIBLE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-COUNT-APPLIQUES.

           PERFORM CLOTURER-QUALIFICATIONS.
           PERFORM ECRIRE-RESTITUTIONS.
           PERFORM ECRIRE-CERTIFICAT.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "DEPART " PN-IDENTIFIANT
              " " PN-PRENOM " " PN-NOM
              " SORTIE=" DM-DATE-SORTIE
              " MOTIF=" DM-MOTIF
              " PREAVIS=" DM-PREAVIS-MOIS " MOIS"
              " EFFECTUE=" DM-PREAVIS-EFFECTUE
              " QUALIFS CLOTUREES=" WS-COUNT-QUALIFS-PERS
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

      *> Controles : personne presente et active, date de sortie
      *> reelle et posterieure a l'entree, motif connu, preavis
      *> renseigne.
       CONTROLER-DEPART.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE DM-IDENTIFIANT TO PN-IDENTIFIANT.
           READ PERSONNEL-FILE
              INVALID KEY
                 MOVE "PERSONNE INCONNUE AU MAITRE"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.

           IF NOT PN-ACTIF
              MOVE "DEPART DEJA ENREGISTRE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF DM-DATE-SORTIE NOT NUMERIC
              MOVE "DATE DE SORTIE HORS CALENDRIER"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(DM-DATE-SORTIE) = ZERO
              MOVE "DATE DE SORTIE HORS CALENDRIER"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATE-ENTREE = PN-ANNEE-ENTREE * 10000
              + PN-MOIS-ENTREE * 100 + PN-JOUR-ENTREE.
           IF DM-DATE-SORTIE < WS-DATE-ENTREE
              MOVE "SORTIE ANTERIEURE A L'ENTREE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-MOTIF-TROUVE.
           PERFORM VARYING WS-MOTIF-INDEX FROM 1 BY 1
                 UNTIL WS-MOTIF-INDEX > WS-NB-MOTIFS
              IF WS-MO-CODE(WS-MOTIF-INDEX) = DM-MOTIF
                 MOVE WS-MOTIF-INDEX TO WS-MOTIF-TROUVE
              END-IF
           END-PERFORM.
           IF WS-MOTIF-TROUVE = ZERO
              MOVE "MOTIF DE SORTIE INCONNU" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF DM-PREAVIS-MOIS NOT NUMERIC
              MOVE "PREAVIS NON NUMERIQUE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT DM-PREAVIS-OUI AND NOT DM-PREAVIS-NON
              MOVE "PREAVIS EFFECTUE : O OU N" TO WS-MOTIF-REJET
           END-IF

           .

      *> Toutes les qualifications de la personne, obtenues ou en
      *> attente, sont cloturees : plus d'alerte d'expiration pour
      *> quelqu'un qui n'est plus la.
       CLOTURER-QUALIFICATIONS.
           MOVE ZERO TO WS-COUNT-QUALIFS-PERS.
           IF WS-QUALIFS-DISPO NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE PN-IDENTIFIANT TO QL-IDENTIFIANT.
           MOVE LOW-VALUES TO QL-CODE.
           MOVE "N" TO WS-QUA-EOF.
           START QUALIF-FILE KEY NOT < QL-CLE
              INVALID KEY
                 MOVE "Y" TO WS-QUA-EOF
           END-START.

           PERFORM UNTIL WS-QUA-EOF = "Y"
              READ QUALIF-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QUA-EOF
                 NOT AT END
                    IF QL-IDENTIFIANT NOT = PN-IDENTIFIANT
                       MOVE "Y" TO WS-QUA-EOF
                    ELSE
                       IF NOT QL-CLOTUREE
                          SET QL-CLOTUREE TO TRUE
                          REWRITE QUALIF-REC
                             INVALID KEY
                                DISPLAY "REWRITE IMPOSSIBLE, "
                                   "QUALIFICATION=" QL-CODE
                             NOT INVALID KEY
                                ADD 1 TO WS-COUNT-QUALIFS-PERS
                                ADD 1 TO WS-COUNT-QUALIFS
                          END-REWRITE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Equipements a restituer : la dotation du poste, article
      *> par article, a cocher au retour.
       ECRIRE-RESTITUTIONS.
           MOVE SPACES TO RESTITUTION-LINE.
           STRING "RESTITUTION DOTATION - " DELIMITED BY SIZE
              PN-PRENOM DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PN-NOM DELIMITED BY SIZE
              " POSTE=" DELIMITED BY SIZE
              PN-POSTE DELIMITED BY SIZE
              INTO RESTITUTION-LINE
           END-STRING.
           WRITE RESTITUTION-LINE.

           MOVE SPACES TO RESTITUTION-LINE.
           STRING "  SORTIE LE " DM-DATE-SORTIE
              DELIMITED BY SIZE
              INTO RESTITUTION-LINE
           END-STRING.
           WRITE RESTITUTION-LINE.

           MOVE ZERO TO WS-COUNT-ARTICLES.
           PERFORM VARYING WS-DOT-INDEX FROM 1 BY 1
                 UNTIL WS-DOT-INDEX > WS-NB-DOTATIONS
              IF WS-DOT-POSTE(WS-DOT-INDEX) = PN-POSTE
                 ADD 1 TO WS-COUNT-ARTICLES
                 MOVE SPACES TO RESTITUTION-LINE
                 STRING "  [ ] " DELIMITED BY SIZE
                    WS-DOT-ARTICLE(WS-DOT-INDEX) DELIMITED BY SIZE
                    INTO RESTITUTION-LINE
                 END-STRING
                 WRITE RESTITUTION-LINE
              END-IF
           END-PERFORM.

           IF WS-COUNT-ARTICLES = ZERO
              MOVE "  *** POSTE SANS DOTATION CONNUE, A VERIFIER"
                 TO RESTITUTION-LINE
              WRITE RESTITUTION-LINE
           END-IF.

           MOVE SPACES TO RESTITUTION-LINE.
           WRITE RESTITUTION-LINE

           .

       ECRIRE-CERTIFICAT.
           MOVE SPACES TO WS-DATE-ENTREE-ED.
           STRING PN-JOUR-ENTREE "/" PN-MOIS-ENTREE "/"
              PN-ANNEE-ENTREE
              DELIMITED BY SIZE
              INTO WS-DATE-ENTREE-ED
           END-STRING.
           MOVE SPACES TO WS-DATE-SORTIE-ED.
           STRING DM-DATE-SORTIE(7:2) "/" DM-DATE-SORTIE(5:2) "/"
              DM-DATE-SORTIE(1:4)
              DELIMITED BY SIZE
              INTO WS-DATE-SORTIE-ED
           END-STRING.

           MOVE 6 TO WS-NB-PARAMETRES.
           MOVE "PRENOM" TO WS-PARAM-NOM(1).
           MOVE PN-PRENOM TO WS-PARAM-VALEUR(1).
           MOVE "NOM" TO WS-PARAM-NOM(2).
           MOVE PN-NOM TO WS-PARAM-VALEUR(2).
           MOVE "POSTE" TO WS-PARAM-NOM(3).
           MOVE PN-POSTE TO WS-PARAM-VALEUR(3).
           MOVE "ENTREE" TO WS-PARAM-NOM(4).
           MOVE WS-DATE-ENTREE-ED TO WS-PARAM-VALEUR(4).
           MOVE "SORTIE" TO WS-PARAM-NOM(5).
           MOVE WS-DATE-SORTIE-ED TO WS-PARAM-VALEUR(5).
           MOVE "MOTIF" TO WS-PARAM-NOM(6).
           MOVE WS-MO-LIBELLE(WS-MOTIF-TROUVE) TO WS-PARAM-VALEUR(6).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              WS-ID-CLIENT-LETTRE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE PERSONNE=" DM-IDENTIFIANT
              " SORTIE=" DM-DATE-SORTIE
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DEPARTS LUS         =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-APPLIQUES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DEPARTS APPLIQUES   =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DEPARTS REJETES     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-QUALIFS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "QUALIFS CLOTUREES   =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
