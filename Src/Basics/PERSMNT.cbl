      *> personnel.idx. Une option de reprise charge l'existant de
      *> Data/paie/personnel.in dans le maitre (migration une
      *> fois, les identifiants deja presents sont ignores).
      *> Un depart ne se traite plus par suppression : DEPART
      *> enregistre la sortie et la fiche reste au maitre ; la
      *> suppression est refusee pour une personne sortie ou en
      *> cours de depart.
      *> Un changement de salaire n'ecrase plus le passe : il est
      *> porte a l'historique des salaires avec sa date d'effet.
      *> Sans date, il s'applique tout de suite ; a une date
      *> d'effet, il reste a appliquer et PAIE le reporte au mois
      *> d'effet en rappelant les mois deja payes a l'ancien
      *> salaire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PN-IDENTIFIANT OF PERSONNEL-ENREG
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HISTO-FILE
                 ASSIGN TO "Data/paie/historique-salaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CLE
               FILE STATUS IS WS-HIS-STATUS.

           SELECT REPRISE-FILE ASSIGN TO "Data/paie/personnel.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           COPY PERSONNEL-REC
               REPLACING == PERSONNEL-REC == BY == PERSONNEL-ENREG ==.

       FD  HISTO-FILE.
           COPY SALAIRE-HIST-REC.

       FD  REPRISE-FILE.
           COPY PERSONNEL-REC
               REPLACING == PERSONNEL-REC == BY == REPRISE-REC ==.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-REP-STATUS         PIC XX.
       01  WS-HIS-STATUS         PIC XX.
       COPY STATUT-FICHIER.

       01  WS-CHOIX              PIC 9.
           88  REP-EOF                    VALUE "Y".
       01  WS-COUNT-REPRIS       PIC 9(5).
       01  WS-COUNT-IGNORES      PIC 9(5).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-EFFET         PIC 9(8).
       01  WS-ANCIEN-SALAIRE     PIC 9(5)V99.
       01  WS-REVISION-EXISTE    PIC X.

       PROCEDURE DIVISION.
           DISPLAY "=== GESTION PERSONNEL - PERSMNT ===".
              STOP RUN
           END-IF.

           OPEN I-O HISTO-FILE.
           IF WS-HIS-STATUS = "35"
              OPEN OUTPUT HISTO-FILE
              CLOSE HISTO-FILE
              OPEN I-O HISTO-FILE
           END-IF.
           IF WS-HIS-STATUS NOT = "00"
              MOVE WS-HIS-STATUS TO WS-STATUT-CODE
              PERFORM EXPLIQUER-STATUT-FICHIER
              DISPLAY "HISTORIQUE DES SALAIRES INDISPONIBLE, STATUS="
                 WS-HIS-STATUS " (" WS-STATUT-MESSAGE ")"
              CLOSE FICHIER-PERSONNEL
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUER-TRAITEMENT.

           CLOSE FICHIER-PERSONNEL HISTO-FILE.
           DISPLAY "=== FIN GESTION PERSONNEL ===".
           STOP RUN.

           ACCEPT PN-DATE-NAISSANCE OF PERSONNEL-ENREG.
           DISPLAY "Date d'entree (JJMMAAAA) :".
           ACCEPT PN-DATE-ENTREE OF PERSONNEL-ENREG.
           INITIALIZE PN-SORTIE OF PERSONNEL-ENREG.

           WRITE PERSONNEL-ENREG
              INVALID KEY
                 DISPLAY "PERSONNE INTROUVABLE, STATUS="
                    WS-FILE-STATUS " (" WS-STATUT-MESSAGE ")"
              NOT INVALID KEY
                 MOVE PN-SALAIRE-BRUT OF PERSONNEL-ENREG
                    TO WS-ANCIEN-SALAIRE
                 DISPLAY "Salaire actuel : "
                    PN-SALAIRE-BRUT OF PERSONNEL-ENREG
                 DISPLAY "Nouveau salaire brut :"
                 ACCEPT PN-SALAIRE-BRUT OF PERSONNEL-ENREG
                 IF PN-SALAIRE-BRUT OF PERSONNEL-ENREG
                       NOT = WS-ANCIEN-SALAIRE
                    PERFORM HISTORISER-SALAIRE
                 END-IF
                 DISPLAY "Poste actuel : "
                    PN-POSTE OF PERSONNEL-ENREG
                 DISPLAY "Nouveau poste :"
                 DISPLAY "PERSONNE INTROUVABLE, STATUS="
                    WS-FILE-STATUS " (" WS-STATUT-MESSAGE ")"
              NOT INVALID KEY
                 IF NOT PN-ACTIF OF PERSONNEL-ENREG
                    DISPLAY "SUPPRESSION REFUSEE : PERSONNE SORTIE, "
                       "FICHE CONSERVEE POUR LA PAIE ANNUELLE"
                    EXIT PARAGRAPH
                 END-IF
                 DISPLAY "Un depart se traite par DEPART ; la "
                    "suppression est reservee aux erreurs de saisie."
                 DISPLAY "Confirmer la suppression de "
                    PN-PRENOM OF PERSONNEL-ENREG " "
                    PN-NOM OF PERSONNEL-ENREG " ? (O/N)"

           .

      *> Changement de salaire a l'historique. Sans date d'effet :
      *> applique tout de suite, date du jour. A une date d'effet :
      *> le maitre garde l'ancien salaire, la paie appliquera le
      *> nouveau au mois d'effet avec le rappel des mois deja
      *> payes.
       HISTORISER-SALAIRE.
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = immediate) :".
           ACCEPT WS-DATE-EFFET.
           IF WS-DATE-EFFET NOT = ZERO
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EFFET)
                    NOT = ZERO
                 DISPLAY "DATE D'EFFET INVALIDE, SALAIRE INCHANGE"
                 MOVE WS-ANCIEN-SALAIRE
                    TO PN-SALAIRE-BRUT OF PERSONNEL-ENREG
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE "N" TO WS-REVISION-EXISTE.
           MOVE PN-IDENTIFIANT OF PERSONNEL-ENREG TO SH-IDENTIFIANT.
           IF WS-DATE-EFFET = ZERO
              MOVE WS-DATE-JOUR TO SH-DATE-EFFET
           ELSE
              MOVE WS-DATE-EFFET TO SH-DATE-EFFET
           END-IF.
           READ HISTO-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-REVISION-EXISTE
           END-READ.
           IF WS-REVISION-EXISTE = "Y" AND SH-APPLIQUEE
                 AND WS-DATE-EFFET NOT = ZERO
              DISPLAY "REVISION DE CETTE DATE DEJA PAYEE, "
                 "SALAIRE INCHANGE"
              MOVE WS-ANCIEN-SALAIRE
                 TO PN-SALAIRE-BRUT OF PERSONNEL-ENREG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-ANCIEN-SALAIRE TO SH-ANCIEN-SALAIRE.
           MOVE PN-SALAIRE-BRUT OF PERSONNEL-ENREG
              TO SH-NOUVEAU-SALAIRE.
           SET SH-ORIGINE-SAISIE TO TRUE.
           MOVE ZERO TO SH-MOIS-APPLICATION SH-MOIS-RAPPEL
              SH-RAPPEL.
           IF WS-DATE-EFFET = ZERO
              SET SH-APPLIQUEE TO TRUE
              MOVE WS-DATE-JOUR(1:6) TO SH-MOIS-APPLICATION
           ELSE
              SET SH-A-APPLIQUER TO TRUE
              MOVE WS-ANCIEN-SALAIRE
                 TO PN-SALAIRE-BRUT OF PERSONNEL-ENREG
           END-IF.

           IF WS-REVISION-EXISTE = "Y"
              REWRITE SALAIRE-HIST-REC
                 INVALID KEY
                    DISPLAY "HISTORIQUE NON MIS A JOUR, STATUS="
                       WS-HIS-STATUS
              END-REWRITE
           ELSE
              WRITE SALAIRE-HIST-REC
                 INVALID KEY
                    DISPLAY "HISTORIQUE NON MIS A JOUR, STATUS="
                       WS-HIS-STATUS
              END-WRITE
           END-IF.
           IF SH-A-APPLIQUER
              DISPLAY "Revision enregistree au " WS-DATE-EFFET
                 " : appliquee par la paie, rappel compris."
           END-IF

           .

       CONSULTER-PERSONNE.
           DISPLAY "Identifiant recherche :".
           ACCEPT PN-IDENTIFIANT OF PERSONNEL-ENREG.
                    OF PERSONNEL-ENREG
                 DISPLAY "ENTREE=" PN-DATE-ENTREE
                    OF PERSONNEL-ENREG
                 IF NOT PN-ACTIF OF PERSONNEL-ENREG
                    DISPLAY "STATUT=" PN-STATUT OF PERSONNEL-ENREG
                       " SORTIE=" PN-DATE-SORTIE OF PERSONNEL-ENREG
                       " MOTIF=" PN-MOTIF-SORTIE OF PERSONNEL-ENREG
                 END-IF
           END-READ

           .
                    SET REP-EOF TO TRUE
                 NOT AT END
                    MOVE REPRISE-REC TO PERSONNEL-ENREG
                    INITIALIZE PN-SORTIE OF PERSONNEL-ENREG
                    WRITE PERSONNEL-ENREG
                       INVALID KEY
                          ADD 1 TO WS-COUNT-IGNORES
