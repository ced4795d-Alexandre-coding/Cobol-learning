       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETCENT.

      *> Declaration mensuelle a la centrale des risques, construite
      *> a partir du portefeuille et du maitre clients :
      *>  - l'encours de credit total de chaque emprunteur (capital
      *>    restant du et reste a debloquer de ses prets actifs,
      *>    sinistres ou passes en perte), declare en entier chaque
      *>    mois ;
      *>  - les incidents de remboursement caracterises : arrieres
      *>    de 90 jours et plus au sens de PRETARR (3 echeances
      *>    manquees), passage en perte (statut P), sinistre en
      *>    cours (statut X).
      *> Les incidents ne partent qu'une fois : le registre
      *> centrale.idx garde par pret ce qui a ete declare et retire,
      *> de sorte que seules les nouvelles declarations et les
      *> retraits (pret regularise, perte entierement recouvree,
      *> pret clos ou archive) figurent dans centrale.out. Une
      *> declaration faite au-dela du delai reglementaire de
      *> centrale.ctl (30 jours par defaut apres la date de
      *> l'incident) est signalee au journal en avertissement.
      *> Le fichier suit le format d'interface maison : 1 = entete,
      *> 2 = detail (E = encours, I = incident, R = retrait), 9 =
      *> totaux ; l'etat centrale.rpt detaille les mouvements.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT CENTRALE-FILE ASSIGN TO "Data/pret/centrale.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NUMERO-PRET
               FILE STATUS IS WS-CEN-STATUS.

           SELECT DELAI-FILE ASSIGN TO "Data/pret/centrale.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT DECLARATION-FILE
                 ASSIGN TO "Data/pret/centrale.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/pret/centrale.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "Data/pret/centrale.srt".

       DATA DIVISION.
       FILE SECTION.
       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

      *> Registre des incidents declares, un enregistrement par pret.
      *> Statuts : D = declare a la centrale, R = retire. Un pret
      *> retire qui retombe en incident est declare a nouveau.
      *> CN-DATE-VU porte la date du dernier passage ou le pret a
      *> ete relu au portefeuille : un incident declare qui n'a pas
      *> ete revu (pret clos ou archive) est retire.
       FD  CENTRALE-FILE.
       01  CENTRALE-REC.
           05 CN-NUMERO-PRET          PIC 9(6).
           05 CN-ID-CLIENT            PIC 9(6).
           05 CN-TYPE-INCIDENT        PIC X.
              88 CN-ARRIERES          VALUE "A".
              88 CN-PERTE             VALUE "P".
              88 CN-SINISTRE          VALUE "X".
           05 CN-DATE-INCIDENT        PIC 9(8).
           05 CN-DATE-DECLARATION     PIC 9(8).
           05 CN-STATUT               PIC X.
              88 CN-DECLARE           VALUE "D".
              88 CN-RETIRE            VALUE "R".
           05 CN-DATE-RETRAIT         PIC 9(8).
           05 CN-DATE-VU              PIC 9(8).

      *> Delai reglementaire de declaration, en jours apres la date
      *> de l'incident.
       FD  DELAI-FILE.
       01  DELAI-LINE.
           05 DL-DELAI-JOURS          PIC 9(3).

       FD  DECLARATION-FILE.
       01  DECLARATION-REC.
           05 DC-TYPE-ENR             PIC X.
              88 DC-ENTETE            VALUE "1".
              88 DC-DETAIL            VALUE "2".
              88 DC-TOTAUX            VALUE "9".
           05 DC-DONNEES              PIC X(100).

       FD  ETAT-FILE.
       01  ETAT-LINE                  PIC X(132).

      *> Prets a declarer, tries par emprunteur pour cumuler son
      *> encours ; l'incident eventuel du pret est qualifie des le
      *> chargement.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-ID-CLIENT      PIC 9(6).
           05  SW-NUMERO-PRET    PIC 9(6).
           05  SW-ENCOURS        PIC 9(9)V99.
           05  SW-TYPE-INCIDENT  PIC X.
           05  SW-DATE-INCIDENT  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-CEN-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-DEC-STATUS         PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-SORT-EOF           PIC X  VALUE "N".
           88  SORT-EOF                   VALUE "Y".
       01  WS-PREMIER-CLIENT     PIC X  VALUE "O".
           88  PREMIER-CLIENT             VALUE "O".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-EMPRUNTEURS  PIC 9(5) VALUE 0.
       01  WS-COUNT-DECLARES     PIC 9(5) VALUE 0.
       01  WS-COUNT-RETIRES      PIC 9(5) VALUE 0.
       01  WS-COUNT-HORS-DELAI   PIC 9(5) VALUE 0.
       01  WS-TOTAL-ENCOURS      PIC 9(11)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DELAI-JOURS        PIC 9(3) VALUE 0.
       01  WS-ECH-MANQUEES       PIC S9(4).
       01  WS-JOUR-INCIDENT      PIC S9(8).
       01  WS-JOURS-RETARD       PIC S9(6).
       01  WS-INCIDENT-CONNU     PIC X.
           88  INCIDENT-CONNU             VALUE "O".

       01  WS-ID-COURANT         PIC 9(6).
       01  WS-NOM-CLIENT         PIC X(20).
       01  WS-NAISSANCE          PIC 9(8).
       01  WS-NB-PRETS-CLIENT    PIC 9(3).
       01  WS-ENCOURS-CLIENT     PIC 9(9)V99.

       01  WS-DECL-ENTETE.
           05  WS-DE-DATE        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DE-EMETTEUR    PIC X(10) VALUE "PRETCENT".
           05  FILLER            PIC X(81) VALUE SPACES.

      *> Detail de la declaration : nature (E/I/R), emprunteur
      *> (identifiant, nom, date de naissance JJMMAAAA), encours et
      *> nombre de prets pour E, pret, type et date d'incident pour
      *> I et R, date de retrait pour R ; zeros sinon.
       01  WS-DECL-DETAIL.
           05  WS-DD-NATURE      PIC X.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-ID-CLIENT   PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-NOM         PIC X(20).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-NAISSANCE   PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-NB-PRETS    PIC 9(3).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-ENCOURS     PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-NUMERO-PRET PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-TYPE-INCIDENT PIC X.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-DATE-INCIDENT PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-DATE-RETRAIT PIC 9(8).
           05  FILLER            PIC X(19) VALUE SPACES.

       01  WS-DECL-TOTAUX.
           05  WS-DT-NB-ENCOURS  PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-NB-INCIDENTS PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-NB-RETRAITS PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-TOTAL-ENCOURS PIC 9(11)V99.
           05  FILLER            PIC X(69) VALUE SPACES.

       01  WS-ENCOURS-ED         PIC Z(8)9,99.
       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-RETARD-ED          PIC ZZZZ9.
       01  WS-LIBELLE-INCIDENT   PIC X(20).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== PRETCENT START ===".
           MOVE "PRETCENT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-DECLARES
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : un passage
      *    deja TERMINE pour la date de traitement refuse de
      *    repartir sans forcage explicite (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Premier passage : le registre des declarations est cree
      *    vide, tous les incidents en cours partent comme nouveaux.
           OPEN I-O CENTRALE-FILE.
           IF WS-CEN-STATUS = "35"
              OPEN OUTPUT CENTRALE-FILE
              CLOSE CENTRALE-FILE
              OPEN I-O CENTRALE-FILE
           END-IF.
           IF WS-CEN-STATUS NOT = "00"
              DISPLAY "CENTRALE-FILE OPEN ERROR, STATUS="
                 WS-CEN-STATUS
              CLOSE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DECLARATION-FILE.
           IF WS-DEC-STATUS NOT = "00"
              DISPLAY "DECLARATION-FILE OPEN ERROR, STATUS="
                 WS-DEC-STATUS
              CLOSE CLIENT-MASTER CENTRALE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE CLIENT-MASTER CENTRALE-FILE DECLARATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM LECTURE-DELAI.

           MOVE SPACES TO ETAT-LINE.
           STRING
              "DECLARATION CENTRALE DES RISQUES DU " WS-DATE-JOUR
              " - DELAI DE DECLARATION " WS-DELAI-JOURS " JOURS"
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.

           PERFORM ECRIRE-ENTETE.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-ID-CLIENT SW-NUMERO-PRET
              INPUT PROCEDURE IS CHARGEMENT-PRETS
              OUTPUT PROCEDURE IS EDITION-DECLARATION.

           PERFORM RETIRER-NON-REVUS.

           PERFORM ECRIRE-TOTAUX.

           CLOSE CLIENT-MASTER CENTRALE-FILE DECLARATION-FILE
              ETAT-FILE.

           DISPLAY "PRETS LUS=" WS-COUNT-LUS
              " EMPRUNTEURS=" WS-COUNT-EMPRUNTEURS
              " INCIDENTS DECLARES=" WS-COUNT-DECLARES
              " RETRAITS=" WS-COUNT-RETIRES
              " HORS DELAI=" WS-COUNT-HORS-DELAI.
           MOVE "PRETCENT" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-HORS-DELAI > ZERO
              MOVE "INCIDENTS DECLARES HORS DELAI"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-HORS-DELAI
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-DECLARES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETCENT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LECTURE-DELAI.
           OPEN INPUT DELAI-FILE.
           IF WS-DEL-STATUS = "00"
              READ DELAI-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DL-DELAI-JOURS TO WS-DELAI-JOURS
              END-READ
              CLOSE DELAI-FILE
           END-IF.
      *    Pas de parametrage publie : trente jours.
           IF WS-DELAI-JOURS = ZERO
              MOVE 30 TO WS-DELAI-JOURS
           END-IF

           .

      *> Entrent dans la declaration les prets qui portent encore un
      *> engagement ou un incident : actifs, sinistres en cours et
      *> passes en perte. Les prets soldes ou clos par sinistre n'y
      *> figurent plus ; leur incident eventuel est retire par
      *> RETIRER-NON-REVUS.
       CHARGEMENT-PRETS.
           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO PR-NUMERO-PRET.
           START PORTEFEUILLE KEY NOT < PR-NUMERO-PRET
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ PORTEFEUILLE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    IF PR-ACTIF OR PR-SINISTRE OR PR-PASSE-PERTE
                       PERFORM QUALIFIER-PRET
                       RELEASE SORT-WORK-REC
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PORTEFEUILLE

           .

      *> Qualification de l'incident, par ordre de gravite : perte
      *> (tant que le capital abandonne n'est pas entierement
      *> recouvre), sinistre, arrieres de 3 echeances et plus. La
      *> date d'un incident d'arrieres est l'exigibilite de la plus
      *> ancienne echeance impayee plus 90 jours, au pas de 30
      *> jours par echeance de PRETARR.
       QUALIFIER-PRET.
           MOVE PR-ID-CLIENT TO SW-ID-CLIENT.
           MOVE PR-NUMERO-PRET TO SW-NUMERO-PRET.
           COMPUTE SW-ENCOURS =
              PR-SOLDE-RESTANT + PR-RESTE-A-DEBLOQUER.
           MOVE SPACE TO SW-TYPE-INCIDENT.
           MOVE ZERO TO SW-DATE-INCIDENT.

           COMPUTE WS-ECH-MANQUEES =
              PR-NB-ECH-FACTUREES - PR-NB-ECH-PAYEES.

           EVALUATE TRUE
              WHEN PR-PASSE-PERTE
                 IF PR-MONTANT-RECOUVRE < PR-MONTANT-PERTE
                    MOVE "P" TO SW-TYPE-INCIDENT
                    MOVE PR-DATE-PASSAGE-PERTE TO SW-DATE-INCIDENT
                 END-IF
              WHEN PR-SINISTRE
                 MOVE "X" TO SW-TYPE-INCIDENT
              WHEN WS-ECH-MANQUEES >= 3
                 MOVE "A" TO SW-TYPE-INCIDENT
                 COMPUTE WS-JOUR-INCIDENT =
                    FUNCTION INTEGER-OF-DATE(PR-DATE-DEBUT)
                    + (PR-NB-ECH-PAYEES + 1) * 30 + 90
                 IF WS-JOUR-INCIDENT >
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                    MOVE WS-DATE-JOUR TO SW-DATE-INCIDENT
                 ELSE
                    COMPUTE SW-DATE-INCIDENT =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INCIDENT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .

       EDITION-DECLARATION.
           PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    IF NOT PREMIER-CLIENT
                          AND SW-ID-CLIENT NOT = WS-ID-COURANT
                       PERFORM ECRIRE-ENCOURS
                    END-IF
                    IF PREMIER-CLIENT
                          OR SW-ID-CLIENT NOT = WS-ID-COURANT
                       PERFORM NOUVEL-EMPRUNTEUR
                    END-IF
                    MOVE "N" TO WS-PREMIER-CLIENT
                    ADD 1 TO WS-NB-PRETS-CLIENT
                    ADD SW-ENCOURS TO WS-ENCOURS-CLIENT
                    PERFORM CONFRONTER-REGISTRE
              END-RETURN
           END-PERFORM.

           IF NOT PREMIER-CLIENT
              PERFORM ECRIRE-ENCOURS
           END-IF

           .

       NOUVEL-EMPRUNTEUR.
           MOVE SW-ID-CLIENT TO WS-ID-COURANT.
           MOVE ZERO TO WS-NB-PRETS-CLIENT.
           MOVE ZERO TO WS-ENCOURS-CLIENT.
           PERFORM LIRE-CLIENT

           .

      *> Identite de l'emprunteur au maitre clients : nom et date de
      *> naissance (JJMMAAAA), zeros et mention explicite si le
      *> client n'y figure plus.
       LIRE-CLIENT.
           MOVE WS-ID-COURANT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "(CLIENT INCONNU)" TO WS-NOM-CLIENT
                 MOVE ZERO TO WS-NAISSANCE
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
                 MOVE CL-DATE-NAISSANCE OF CLIENT-MASTER-REC
                    TO WS-NAISSANCE
           END-READ

           .

       ECRIRE-ENCOURS.
           MOVE "E" TO WS-DD-NATURE.
           PERFORM PREPARER-DETAIL.
           MOVE WS-NB-PRETS-CLIENT TO WS-DD-NB-PRETS.
           MOVE WS-ENCOURS-CLIENT TO WS-DD-ENCOURS.
           PERFORM ECRIRE-DETAIL.

           ADD 1 TO WS-COUNT-EMPRUNTEURS.
           ADD WS-ENCOURS-CLIENT TO WS-TOTAL-ENCOURS

           .

      *> Confrontation du pret au registre : un incident nouveau (ou
      *> de nature differente de celui deja declare) part en
      *> declaration, un incident declare qui a disparu part en
      *> retrait, sinon rien ne change a la centrale.
       CONFRONTER-REGISTRE.
           MOVE "N" TO WS-INCIDENT-CONNU.
           MOVE SW-NUMERO-PRET TO CN-NUMERO-PRET.
           READ CENTRALE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "O" TO WS-INCIDENT-CONNU
           END-READ.

           IF NOT INCIDENT-CONNU
              IF SW-TYPE-INCIDENT = SPACE
                 EXIT PARAGRAPH
              END-IF
              INITIALIZE CENTRALE-REC
              MOVE SW-NUMERO-PRET TO CN-NUMERO-PRET
              MOVE SW-ID-CLIENT TO CN-ID-CLIENT
           END-IF.

           MOVE WS-DATE-JOUR TO CN-DATE-VU.

           EVALUATE TRUE
              WHEN SW-TYPE-INCIDENT NOT = SPACE
                    AND (NOT CN-DECLARE
                       OR CN-TYPE-INCIDENT NOT = SW-TYPE-INCIDENT)
                 PERFORM DECLARER-INCIDENT
              WHEN SW-TYPE-INCIDENT = SPACE AND CN-DECLARE
                 PERFORM RETIRER-INCIDENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF INCIDENT-CONNU
              REWRITE CENTRALE-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, CENTRALE PRET="
                       CN-NUMERO-PRET " STATUS=" WS-CEN-STATUS
              END-REWRITE
           ELSE
              WRITE CENTRALE-REC
                 INVALID KEY
                    DISPLAY "WRITE IMPOSSIBLE, CENTRALE PRET="
                       CN-NUMERO-PRET " STATUS=" WS-CEN-STATUS
              END-WRITE
           END-IF

           .

      *> Un sinistre n'a pas de date propre au contrat : il est date
      *> du passage qui le constate.
       DECLARER-INCIDENT.
           MOVE SW-TYPE-INCIDENT TO CN-TYPE-INCIDENT.
           IF SW-DATE-INCIDENT = ZERO
              MOVE WS-DATE-JOUR TO CN-DATE-INCIDENT
           ELSE
              MOVE SW-DATE-INCIDENT TO CN-DATE-INCIDENT
           END-IF.
           MOVE WS-DATE-JOUR TO CN-DATE-DECLARATION.
           SET CN-DECLARE TO TRUE.
           MOVE ZERO TO CN-DATE-RETRAIT.

           MOVE "I" TO WS-DD-NATURE.
           PERFORM PREPARER-DETAIL.
           PERFORM ECRIRE-DETAIL.
           ADD 1 TO WS-COUNT-DECLARES.

           COMPUTE WS-JOURS-RETARD =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              - FUNCTION INTEGER-OF-DATE(CN-DATE-INCIDENT).
           PERFORM LIBELLER-INCIDENT.
           MOVE WS-JOURS-RETARD TO WS-RETARD-ED.
           MOVE SPACES TO ETAT-LINE.
           IF WS-JOURS-RETARD > WS-DELAI-JOURS
              ADD 1 TO WS-COUNT-HORS-DELAI
              STRING
                 "DECLARATION PRET=" CN-NUMERO-PRET
                 " CLIENT=" CN-ID-CLIENT
                 " " WS-LIBELLE-INCIDENT
                 " DU " CN-DATE-INCIDENT
                 " HORS DELAI (" WS-RETARD-ED " J)"
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
           ELSE
              STRING
                 "DECLARATION PRET=" CN-NUMERO-PRET
                 " CLIENT=" CN-ID-CLIENT
                 " " WS-LIBELLE-INCIDENT
                 " DU " CN-DATE-INCIDENT
                 DELIMITED BY SIZE
                 INTO ETAT-LINE
              END-STRING
           END-IF.
           WRITE ETAT-LINE

           .

       RETIRER-INCIDENT.
           SET CN-RETIRE TO TRUE.
           MOVE WS-DATE-JOUR TO CN-DATE-RETRAIT.

           MOVE "R" TO WS-DD-NATURE.
           PERFORM PREPARER-DETAIL.
           PERFORM ECRIRE-DETAIL.
           ADD 1 TO WS-COUNT-RETIRES.

           PERFORM LIBELLER-INCIDENT.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "RETRAIT PRET=" CN-NUMERO-PRET
              " CLIENT=" CN-ID-CLIENT
              " " WS-LIBELLE-INCIDENT
              " DU " CN-DATE-INCIDENT
              " DECLARE LE " CN-DATE-DECLARATION
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .

      *> Incidents declares sur des prets qui n'ont pas ete relus
      *> ce mois-ci (soldes, clos par sinistre, archives) : le
      *> pret n'est plus en incident, la declaration est retiree.
       RETIRER-NON-REVUS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CN-NUMERO-PRET.
           START CENTRALE-FILE KEY NOT < CN-NUMERO-PRET
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ CENTRALE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CN-DECLARE AND CN-DATE-VU NOT = WS-DATE-JOUR
                       MOVE CN-ID-CLIENT TO WS-ID-COURANT
                       PERFORM LIRE-CLIENT
                       MOVE WS-DATE-JOUR TO CN-DATE-VU
                       PERFORM RETIRER-INCIDENT
                       REWRITE CENTRALE-REC
                          INVALID KEY
                             DISPLAY "REWRITE IMPOSSIBLE, CENTRALE "
                                "PRET=" CN-NUMERO-PRET
                                " STATUS=" WS-CEN-STATUS
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Zone commune du detail : identite de l'emprunteur courant
      *> et, pour un incident ou un retrait, le pret concerne.
       PREPARER-DETAIL.
           MOVE WS-ID-COURANT TO WS-DD-ID-CLIENT.
           MOVE WS-NOM-CLIENT TO WS-DD-NOM.
           MOVE WS-NAISSANCE TO WS-DD-NAISSANCE.
           MOVE ZERO TO WS-DD-NB-PRETS.
           MOVE ZERO TO WS-DD-ENCOURS.
           MOVE ZERO TO WS-DD-NUMERO-PRET.
           MOVE SPACE TO WS-DD-TYPE-INCIDENT.
           MOVE ZERO TO WS-DD-DATE-INCIDENT.
           MOVE ZERO TO WS-DD-DATE-RETRAIT.
           IF WS-DD-NATURE NOT = "E"
              MOVE CN-NUMERO-PRET TO WS-DD-NUMERO-PRET
              MOVE CN-TYPE-INCIDENT TO WS-DD-TYPE-INCIDENT
              MOVE CN-DATE-INCIDENT TO WS-DD-DATE-INCIDENT
              MOVE CN-DATE-RETRAIT TO WS-DD-DATE-RETRAIT
           END-IF

           .

       LIBELLER-INCIDENT.
           EVALUATE TRUE
              WHEN CN-PERTE
                 MOVE "PASSAGE EN PERTE" TO WS-LIBELLE-INCIDENT
              WHEN CN-SINISTRE
                 MOVE "SINISTRE" TO WS-LIBELLE-INCIDENT
              WHEN OTHER
                 MOVE "ARRIERES 90 J ET +" TO WS-LIBELLE-INCIDENT
           END-EVALUATE

           .

       ECRIRE-ENTETE.
           MOVE WS-DATE-JOUR TO WS-DE-DATE.
           MOVE SPACES TO DECLARATION-REC.
           MOVE "1" TO DC-TYPE-ENR.
           MOVE WS-DECL-ENTETE TO DC-DONNEES.
           WRITE DECLARATION-REC

           .

       ECRIRE-DETAIL.
           MOVE SPACES TO DECLARATION-REC.
           MOVE "2" TO DC-TYPE-ENR.
           MOVE WS-DECL-DETAIL TO DC-DONNEES.
           WRITE DECLARATION-REC

           .

       ECRIRE-TOTAUX.
           MOVE WS-COUNT-EMPRUNTEURS TO WS-DT-NB-ENCOURS.
           MOVE WS-COUNT-DECLARES TO WS-DT-NB-INCIDENTS.
           MOVE WS-COUNT-RETIRES TO WS-DT-NB-RETRAITS.
           MOVE WS-TOTAL-ENCOURS TO WS-DT-TOTAL-ENCOURS.
           MOVE SPACES TO DECLARATION-REC.
           MOVE "9" TO DC-TYPE-ENR.
           MOVE WS-DECL-TOTAUX TO DC-DONNEES.
           WRITE DECLARATION-REC.

           MOVE WS-TOTAL-ENCOURS TO WS-TOTAL-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "TOTAUX EMPRUNTEURS=" WS-COUNT-EMPRUNTEURS
              " ENCOURS DECLARE=" WS-TOTAL-ED
              " INCIDENTS DECLARES=" WS-COUNT-DECLARES
              " RETRAITS=" WS-COUNT-RETIRES
              " HORS DELAI=" WS-COUNT-HORS-DELAI
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           DISPLAY ETAT-LINE

           .
