       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAL.

      *> Campagne annuelle de revision des salaires : fini le
      *> salaire ecrase dans PERSMNT apres coup et les mois
      *> manques jamais rattrapes. Le lot applique le fichier de
      *> campagne revision-salaires.ctl, une ligne par categorie de
      *> poste (P, cible PN-POSTE) ou par personne (I, cible
      *> identifiant, prioritaire sur la ligne de son poste), avec
      *> une hausse en pourcentage (%) ou en montant mensuel (M) et
      *> une date d'effet. Pour chaque personne active concernee :
      *>   - la revision est enregistree a l'historique des
      *>     salaires (historique-salaires.idx), a appliquer : PAIE
      *>     la reporte sur le salaire au premier mois paye a partir
      *>     de l'effet et verse le rappel des mois deja payes a
      *>     l'ancien salaire ;
      *>   - une notification de revision est produite par
      *>     FusionLettre (modele revision.mod,
      *>     notifications-revision.out).
      *> Le lot se relance : une revision encore a appliquer est
      *> recalculee, une revision deja payee est refusee. Deux
      *> revisions successives s'enchainent, la seconde partant du
      *> salaire de la premiere.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAGNE-FILE
                 ASSIGN TO "Data/paie/revision-salaires.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

           SELECT PERSONNEL-FILE
                 ASSIGN TO "Data/personnel/personnel.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-IDENTIFIANT
               FILE STATUS IS WS-PER-STATUS.

           SELECT HISTO-FILE
                 ASSIGN TO "Data/paie/historique-salaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CLE
               FILE STATUS IS WS-HIS-STATUS.

           SELECT NOTIFICATION-FILE
                 ASSIGN TO "Data/paie/notifications-revision.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/paie/revision-salaires.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Ligne de campagne : type P (poste) ou I (individuel), cible,
      *> mode % (valeur = pourcentage, 0000250 = 2,50 %) ou M
      *> (valeur = hausse mensuelle en euros), date d'effet.
       FD  CAMPAGNE-FILE.
       01  CAMPAGNE-REC.
           05  RV-TYPE           PIC X.
               88  RV-POSTE      VALUE "P".
               88  RV-INDIVIDUEL VALUE "I".
           05  FILLER            PIC X.
           05  RV-CIBLE          PIC X(20).
           05  RV-CIBLE-ID REDEFINES RV-CIBLE.
               10  RV-IDENTIFIANT PIC 9(10).
               10  FILLER        PIC X(10).
           05  FILLER            PIC X.
           05  RV-MODE           PIC X.
               88  RV-POURCENTAGE VALUE "%".
               88  RV-MONTANT    VALUE "M".
           05  FILLER            PIC X.
           05  RV-VALEUR         PIC 9(5)V99.
           05  FILLER            PIC X.
           05  RV-DATE-EFFET     PIC 9(8).
           05  FILLER            PIC X.
           05  RV-LIBELLE        PIC X(30).

       FD  PERSONNEL-FILE.
           COPY PERSONNEL-REC.

       FD  HISTO-FILE.
           COPY SALAIRE-HIST-REC.

       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-LINE     PIC X(80).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CAM-STATUS         PIC XX VALUE "00".
       01  WS-PER-STATUS         PIC XX VALUE "00".
       01  WS-HIS-STATUS         PIC XX VALUE "00".
       01  WS-NOT-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-HIS-EOF            PIC X.

       01  WS-COUNT-LIGNES       PIC 9(5) VALUE 0.
       01  WS-COUNT-LIGNES-REJ   PIC 9(5) VALUE 0.
       01  WS-COUNT-PERSONNES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REVISES      PIC 9(5) VALUE 0.
       01  WS-COUNT-RECALCULES   PIC 9(5) VALUE 0.
       01  WS-COUNT-REFUSES      PIC 9(5) VALUE 0.
       01  WS-COUNT-NON-VISES    PIC 9(5) VALUE 0.
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-DATE-JOUR          PIC 9(8).

      *> Lignes de campagne valides, chargees en table.
       01  WS-TABLE-CAMPAGNE.
           05  WS-NB-LIGNES      PIC 999 VALUE 0.
           05  WS-LIGNE OCCURS 200 TIMES.
               10  WS-LG-TYPE        PIC X.
               10  WS-LG-CIBLE       PIC X(20).
               10  WS-LG-MODE        PIC X.
               10  WS-LG-VALEUR      PIC 9(5)V99.
               10  WS-LG-DATE-EFFET  PIC 9(8).
       01  WS-LIGNE-INDEX        PIC 999.
       01  WS-LIGNE-RETENUE      PIC 999.
       01  WS-CIBLE-ID           PIC X(20).

       01  WS-ANCIEN-SALAIRE     PIC 9(5)V99.
       01  WS-NOUVEAU-SALAIRE    PIC 9(5)V99.
       01  WS-REVISION-EXISTE    PIC X.
       01  WS-HAUSSE             PIC S9(5)V99.
       01  WS-MONTANT-ED         PIC Z(4)9,99.
       01  WS-NOUVEAU-ED         PIC Z(4)9,99.
       01  WS-HAUSSE-ED          PIC -(4)9,99.
       01  WS-TAUX-ED            PIC ZZ9,99.
       01  WS-DATE-EFFET-ED      PIC X(10).

      *> Parametres du moteur de courrier FusionLettre.
       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/revision.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/paie/notifications-revision.out".
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
           DISPLAY "=== REVISAL START ===".
           MOVE "REVISAL" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REVISES
              WS-JOURNAL-SEVERITE.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CHARGER-CAMPAGNE.
           IF WS-NB-LIGNES = ZERO
              DISPLAY "CAMPAGNE ABSENTE OU SANS LIGNE VALIDE, STATUS="
                 WS-CAM-STATUS
              PERFORM EDITER-COMPTEURS
              CLOSE RAPPORT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PERSONNEL-FILE.
           IF WS-PER-STATUS NOT = "00"
              DISPLAY "PERSONNEL-FILE OPEN ERROR, STATUS="
                 WS-PER-STATUS
              CLOSE RAPPORT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O HISTO-FILE.
           IF WS-HIS-STATUS = "35"
      *       Premiere campagne : le fichier est cree puis rouvert
      *       en I-O, les lectures et reecritures qui suivent en
      *       dependent.
              OPEN OUTPUT HISTO-FILE
              CLOSE HISTO-FILE
              OPEN I-O HISTO-FILE
           END-IF.
           IF WS-HIS-STATUS NOT = "00"
              DISPLAY "HISTO-FILE OPEN ERROR, STATUS="
                 WS-HIS-STATUS
              CLOSE PERSONNEL-FILE RAPPORT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Notifications recreees a vide ; FusionLettre y ajoute
      *    chaque lettre.
           OPEN OUTPUT NOTIFICATION-FILE.
           CLOSE NOTIFICATION-FILE.

           MOVE LOW-VALUES TO PN-IDENTIFIANT.
           START PERSONNEL-FILE KEY NOT < PN-IDENTIFIANT
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ PERSONNEL-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-PERSONNES
                    PERFORM REVISER-UNE-PERSONNE
              END-READ
           END-PERFORM.

           PERFORM EDITER-COMPTEURS.

           CLOSE PERSONNEL-FILE HISTO-FILE RAPPORT-FILE.

           DISPLAY "PERSONNES LUES=" WS-COUNT-PERSONNES
              " REVISEES=" WS-COUNT-REVISES
              " DONT RECALCULEES=" WS-COUNT-RECALCULES
              " REFUSEES=" WS-COUNT-REFUSES.
           MOVE "REVISAL" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REVISES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== REVISAL END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Lignes de campagne : type, mode, valeur et date d'effet
      *> controles ; une ligne fausse est listee et ignoree.
       CHARGER-CAMPAGNE.
           OPEN INPUT CAMPAGNE-FILE.
           IF WS-CAM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ CAMPAGNE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LIGNES
                    PERFORM CONTROLER-LIGNE
                    IF WS-MOTIF-REJET = SPACES
                       ADD 1 TO WS-NB-LIGNES
                       MOVE RV-TYPE TO WS-LG-TYPE(WS-NB-LIGNES)
                       MOVE RV-CIBLE TO WS-LG-CIBLE(WS-NB-LIGNES)
                       MOVE RV-MODE TO WS-LG-MODE(WS-NB-LIGNES)
                       MOVE RV-VALEUR TO WS-LG-VALEUR(WS-NB-LIGNES)
                       MOVE RV-DATE-EFFET TO
                          WS-LG-DATE-EFFET(WS-NB-LIGNES)
                    ELSE
                       ADD 1 TO WS-COUNT-LIGNES-REJ
                       MOVE SPACES TO RAPPORT-LINE
                       STRING "LIGNE DE CAMPAGNE REJETEE : "
                          RV-TYPE " " RV-CIBLE
                          " MOTIF=" WS-MOTIF-REJET
                          DELIMITED BY SIZE
                          INTO RAPPORT-LINE
                       END-STRING
                       WRITE RAPPORT-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAMPAGNE-FILE.
           MOVE "N" TO WS-EOF

           .

       CONTROLER-LIGNE.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF NOT RV-POSTE AND NOT RV-INDIVIDUEL
              MOVE "TYPE DE LIGNE : P OU I" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RV-CIBLE = SPACES
              MOVE "CIBLE ABSENTE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RV-INDIVIDUEL AND RV-IDENTIFIANT NOT NUMERIC
              MOVE "IDENTIFIANT NON NUMERIQUE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT RV-POURCENTAGE AND NOT RV-MONTANT
              MOVE "MODE DE HAUSSE : % OU M" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RV-VALEUR NOT NUMERIC
              MOVE "VALEUR NON NUMERIQUE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF RV-DATE-EFFET NOT NUMERIC
              MOVE "DATE D'EFFET HORS CALENDRIER" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RV-DATE-EFFET) NOT = ZERO
              MOVE "DATE D'EFFET HORS CALENDRIER" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF WS-NB-LIGNES NOT < 200
              MOVE "TABLE DE CAMPAGNE PLEINE" TO WS-MOTIF-REJET
           END-IF

           .

       REVISER-UNE-PERSONNE.
           IF NOT PN-ACTIF
              EXIT PARAGRAPH
           END-IF.

      *    Ligne individuelle d'abord, a defaut celle du poste.
           MOVE ZERO TO WS-LIGNE-RETENUE.
           MOVE SPACES TO WS-CIBLE-ID.
           MOVE PN-IDENTIFIANT TO WS-CIBLE-ID(1:10).
           PERFORM VARYING WS-LIGNE-INDEX FROM 1 BY 1
                 UNTIL WS-LIGNE-INDEX > WS-NB-LIGNES
                    OR WS-LIGNE-RETENUE NOT = ZERO
              IF WS-LG-TYPE(WS-LIGNE-INDEX) = "I"
                    AND WS-LG-CIBLE(WS-LIGNE-INDEX) = WS-CIBLE-ID
                 MOVE WS-LIGNE-INDEX TO WS-LIGNE-RETENUE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-LIGNE-INDEX FROM 1 BY 1
                 UNTIL WS-LIGNE-INDEX > WS-NB-LIGNES
                    OR WS-LIGNE-RETENUE NOT = ZERO
              IF WS-LG-TYPE(WS-LIGNE-INDEX) = "P"
                    AND WS-LG-CIBLE(WS-LIGNE-INDEX) = PN-POSTE
                 MOVE WS-LIGNE-INDEX TO WS-LIGNE-RETENUE
              END-IF
           END-PERFORM.
           IF WS-LIGNE-RETENUE = ZERO
              ADD 1 TO WS-COUNT-NON-VISES
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-SALAIRE-BASE.

           IF WS-LG-MODE(WS-LIGNE-RETENUE) = "%"
              COMPUTE WS-NOUVEAU-SALAIRE ROUNDED = WS-ANCIEN-SALAIRE
                 * (100 + WS-LG-VALEUR(WS-LIGNE-RETENUE)) / 100
                 ON SIZE ERROR
                    MOVE "NOUVEAU SALAIRE HORS CAPACITE"
                       TO WS-MOTIF-REJET
                    PERFORM ECRIRE-REFUS
                    EXIT PARAGRAPH
              END-COMPUTE
           ELSE
              COMPUTE WS-NOUVEAU-SALAIRE = WS-ANCIEN-SALAIRE
                 + WS-LG-VALEUR(WS-LIGNE-RETENUE)
                 ON SIZE ERROR
                    MOVE "NOUVEAU SALAIRE HORS CAPACITE"
                       TO WS-MOTIF-REJET
                    PERFORM ECRIRE-REFUS
                    EXIT PARAGRAPH
              END-COMPUTE
           END-IF.

           PERFORM ENREGISTRER-REVISION.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REFUS
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-REVISES.
           PERFORM ECRIRE-NOTIFICATION.

           COMPUTE WS-HAUSSE = WS-NOUVEAU-SALAIRE - WS-ANCIEN-SALAIRE.
           MOVE WS-HAUSSE TO WS-HAUSSE-ED.
           MOVE WS-ANCIEN-SALAIRE TO WS-MONTANT-ED.
           MOVE WS-NOUVEAU-SALAIRE TO WS-NOUVEAU-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REVISION " PN-IDENTIFIANT
              " " PN-PRENOM " " PN-NOM
              " EFFET=" WS-LG-DATE-EFFET(WS-LIGNE-RETENUE)
              " ANCIEN=" WS-MONTANT-ED
              " NOUVEAU=" WS-NOUVEAU-ED
              " HAUSSE=" WS-HAUSSE-ED
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

      *> Salaire de depart de la revision : le salaire au maitre,
      *> ou celui de la derniere revision anterieure encore a
      *> appliquer, pour que deux revisions s'enchainent.
       CHERCHER-SALAIRE-BASE.
           MOVE PN-SALAIRE-BRUT TO WS-ANCIEN-SALAIRE.
           MOVE PN-IDENTIFIANT TO SH-IDENTIFIANT.
           MOVE ZERO TO SH-DATE-EFFET.
           MOVE "N" TO WS-HIS-EOF.
           START HISTO-FILE KEY NOT < SH-CLE
              INVALID KEY
                 MOVE "Y" TO WS-HIS-EOF
           END-START.

           PERFORM UNTIL WS-HIS-EOF = "Y"
              READ HISTO-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-HIS-EOF
                 NOT AT END
                    IF SH-IDENTIFIANT NOT = PN-IDENTIFIANT
                          OR SH-DATE-EFFET NOT <
                             WS-LG-DATE-EFFET(WS-LIGNE-RETENUE)
                       MOVE "Y" TO WS-HIS-EOF
                    ELSE
                       IF SH-A-APPLIQUER
                          MOVE SH-NOUVEAU-SALAIRE
                             TO WS-ANCIEN-SALAIRE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Ecriture a l'historique, ou recalcul d'une revision de
      *> meme date encore a appliquer ; une revision deja payee
      *> n'est plus modifiable.
       ENREGISTRER-REVISION.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE "N" TO WS-REVISION-EXISTE.
           MOVE PN-IDENTIFIANT TO SH-IDENTIFIANT.
           MOVE WS-LG-DATE-EFFET(WS-LIGNE-RETENUE) TO SH-DATE-EFFET.
           READ HISTO-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SH-APPLIQUEE
                    MOVE "REVISION DEJA APPLIQUEE PAR LA PAIE"
                       TO WS-MOTIF-REJET
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "Y" TO WS-REVISION-EXISTE
           END-READ.

           MOVE WS-ANCIEN-SALAIRE TO SH-ANCIEN-SALAIRE.
           MOVE WS-NOUVEAU-SALAIRE TO SH-NOUVEAU-SALAIRE.
           SET SH-ORIGINE-CAMPAGNE TO TRUE.
           SET SH-A-APPLIQUER TO TRUE.
           MOVE ZERO TO SH-MOIS-APPLICATION SH-MOIS-RAPPEL
              SH-RAPPEL.

           IF WS-REVISION-EXISTE = "Y"
              ADD 1 TO WS-COUNT-RECALCULES
              REWRITE SALAIRE-HIST-REC
                 INVALID KEY
                    MOVE "REECRITURE HISTORIQUE IMPOSSIBLE"
                       TO WS-MOTIF-REJET
              END-REWRITE
           ELSE
              WRITE SALAIRE-HIST-REC
                 INVALID KEY
                    MOVE "ECRITURE HISTORIQUE IMPOSSIBLE"
                       TO WS-MOTIF-REJET
              END-WRITE
           END-IF

           .

       ECRIRE-NOTIFICATION.
           MOVE SPACES TO WS-DATE-EFFET-ED.
           STRING WS-LG-DATE-EFFET(WS-LIGNE-RETENUE)(7:2) "/"
              WS-LG-DATE-EFFET(WS-LIGNE-RETENUE)(5:2) "/"
              WS-LG-DATE-EFFET(WS-LIGNE-RETENUE)(1:4)
              DELIMITED BY SIZE
              INTO WS-DATE-EFFET-ED
           END-STRING.

           MOVE 6 TO WS-NB-PARAMETRES.
           MOVE "PRENOM" TO WS-PARAM-NOM(1).
           MOVE PN-PRENOM TO WS-PARAM-VALEUR(1).
           MOVE "NOM" TO WS-PARAM-NOM(2).
           MOVE PN-NOM TO WS-PARAM-VALEUR(2).
           MOVE "ANCIEN" TO WS-PARAM-NOM(3).
           MOVE WS-ANCIEN-SALAIRE TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-PARAM-VALEUR(3).
           MOVE "NOUVEAU" TO WS-PARAM-NOM(4).
           MOVE WS-NOUVEAU-SALAIRE TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-PARAM-VALEUR(4).
           MOVE "EFFET" TO WS-PARAM-NOM(5).
           MOVE WS-DATE-EFFET-ED TO WS-PARAM-VALEUR(5).
           MOVE "HAUSSE" TO WS-PARAM-NOM(6).
           MOVE SPACES TO WS-PARAM-VALEUR(6).
           IF WS-LG-MODE(WS-LIGNE-RETENUE) = "%"
              MOVE WS-LG-VALEUR(WS-LIGNE-RETENUE) TO WS-TAUX-ED
              STRING "+" WS-TAUX-ED " %"
                 DELIMITED BY SIZE
                 INTO WS-PARAM-VALEUR(6)
              END-STRING
           ELSE
              MOVE WS-LG-VALEUR(WS-LIGNE-RETENUE) TO WS-MONTANT-ED
              STRING "+" WS-MONTANT-ED " EUR PAR MOIS"
                 DELIMITED BY SIZE
                 INTO WS-PARAM-VALEUR(6)
              END-STRING
           END-IF.

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              WS-ID-CLIENT-LETTRE

           .

       ECRIRE-REFUS.
           ADD 1 TO WS-COUNT-REFUSES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REFUSEE PERSONNE=" PN-IDENTIFIANT
              " EFFET=" WS-LG-DATE-EFFET(WS-LIGNE-RETENUE)
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LIGNES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "LIGNES DE CAMPAGNE  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-LIGNES-REJ TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "LIGNES REJETEES     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-PERSONNES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "PERSONNES LUES      =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REVISES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "REVISIONS ENREGISTREES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-RECALCULES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "  DONT RECALCULEES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REFUSES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "REVISIONS REFUSEES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-NON-VISES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "ACTIFS NON VISES    =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
