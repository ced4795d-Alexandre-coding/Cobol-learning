       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARREVAL.

      *> Revalorisation annuelle des garanties hypothecaires et
      *> suivi de la quotite (loan-to-value) des prets en cours : le
      *> controle de quotite de CALCPRET ne joue qu'a la cotation,
      *> sur une expertise qui vieillit pendant que le capital
      *> s'amortit.
      *> 1. Chaque hypotheque de garanties.idx est revalorisee par
      *>    l'indice des prix de sa commune (indice-immo.in : indice
      *>    de l'annee courante rapporte a celui de l'annee de
      *>    l'expertise, indice NATIONAL a defaut de la commune) ;
      *>    une expertise plus ancienne que l'age maximal de
      *>    revalorisation.ctl (trente-six mois a defaut) est
      *>    signalee pour une nouvelle expertise.
      *> 2. Chaque pret actif d'un produit plafonne dans quotite.in
      *>    voit sa quotite courante recalculee - capital restant du
      *>    rapporte a la valeur revalorisee - et les prets passes
      *>    au-dessus du plafond du produit sont listes.
      *> Compte rendu dans revalorisation.rpt, alertes au journal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIE-FILE ASSIGN TO "Data/pret/garanties.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-ID-CLIENT
               FILE STATUS IS WS-GAR-STATUS.

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

           SELECT INDICE-FILE ASSIGN TO "Data/pret/indice-immo.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.

           SELECT QUOTITE-FILE ASSIGN TO "Data/pret/quotite.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUO-STATUS.

           SELECT PARAM-FILE ASSIGN TO "Data/pret/revalorisation.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO "Data/pret/revalorisation.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIE-FILE.
           COPY GARANTIE-REC.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

      *> Indice des prix immobiliers par commune et par annee (base
      *> libre, seul le rapport entre deux annees compte). La
      *> commune NATIONAL sert a defaut d'indice local.
       FD  INDICE-FILE.
       01  INDICE-REC.
           05 IX-VILLE                PIC X(15).
           05 IX-ANNEE                PIC 9(4).
           05 IX-INDICE               PIC 9(4)V99.

      *> Memes plafonds de quotite par produit que CALCPRET.
       FD  QUOTITE-FILE.
       01  QUOTITE-REC.
           05 QU-CODE-PRODUIT         PIC X(5).
           05 QU-QUOTITE-MAX          PIC 9(3).

      *> Age maximal d'une expertise, en mois, avant d'en demander
      *> une nouvelle.
       FD  PARAM-FILE.
       01  PARAM-LINE.
           05 RV-AGE-MAX-MOIS         PIC 9(3).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GAR-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-IND-STATUS         PIC XX VALUE "00".
       01  WS-QUO-STATUS         PIC XX VALUE "00".
       01  WS-PAR-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-LECTURE-EOF        PIC X  VALUE "N".
           88  LECTURE-EOF                VALUE "Y".

       01  WS-COUNT-HYPOTHEQUES  PIC 9(5) VALUE 0.
       01  WS-COUNT-REVALORISEES PIC 9(5) VALUE 0.
       01  WS-COUNT-SANS-INDICE  PIC 9(5) VALUE 0.
       01  WS-COUNT-EXPERTISES   PIC 9(5) VALUE 0.
       01  WS-COUNT-PRETS        PIC 9(5) VALUE 0.
       01  WS-COUNT-DEPASSEMENTS PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-AAAA      PIC 9(4).
           05  WS-JOUR-MM        PIC 99.
           05  FILLER            PIC 99.
       01  WS-DATE-EXPERTISE     PIC 9(8).
       01  WS-DATE-EXPERTISE-R REDEFINES WS-DATE-EXPERTISE.
           05  WS-EXPERTISE-AAAA PIC 9(4).
           05  WS-EXPERTISE-MM   PIC 99.
           05  FILLER            PIC 99.
       01  WS-AGE-MAX-MOIS       PIC 9(3) VALUE 0.
       01  WS-AGE-MOIS           PIC S9(5).
       01  WS-AGE-ED             PIC -(4)9.

      *> Table des indices de prix.
       01  WS-TABLE-INDICES.
           05  WS-NB-INDICES     PIC 9(3) VALUE 0.
           05  WS-LIGNE-INDICE OCCURS 300 TIMES.
               10  WS-IX-VILLE   PIC X(15).
               10  WS-IX-ANNEE   PIC 9(4).
               10  WS-IX-INDICE  PIC 9(4)V99.
       01  WS-INDICE-INDEX       PIC 9(3).

      *> Recherche d'indice : commune et annee demandees ; retient
      *> l'indice de la derniere annee publiee a cette date.
       01  WS-RI-VILLE           PIC X(15).
       01  WS-RI-ANNEE           PIC 9(4).
       01  WS-RI-ANNEE-RETENUE   PIC 9(4).
       01  WS-RI-INDICE          PIC 9(4)V99.
       01  WS-VILLE-BIEN         PIC X(15).
       01  WS-INDICE-EXPERTISE   PIC 9(4)V99.
       01  WS-INDICE-COURANT     PIC 9(4)V99.

      *> Plafonds de quotite par produit.
       01  WS-TABLE-QUOTITES.
           05  WS-NB-QUOTITES    PIC 99 VALUE 0.
           05  WS-LIGNE-QUOTITE OCCURS 20 TIMES.
               10  WS-QUO-PRODUIT PIC X(5).
               10  WS-QUO-MAX    PIC 9(3).
       01  WS-QUOTITE-INDEX      PIC 99.
       01  WS-QUOTITE-MAX        PIC 9(3).

       01  WS-VALEUR-BIEN        PIC 9(8)V99.
       01  WS-LTV                PIC 9(5)V99.

       01  WS-VALEUR-ED          PIC Z(7)9,99.
       01  WS-REVAL-ED           PIC Z(7)9,99.
       01  WS-SOLDE-ED           PIC Z(7)9,99.
       01  WS-LTV-ED             PIC ZZZZ9,99.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== GARREVAL START ===".
           MOVE "GARREVAL" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REVALORISEES
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

           OPEN I-O GARANTIE-FILE.
           IF WS-GAR-STATUS NOT = "00"
              DISPLAY "GARANTIE-FILE OPEN ERROR, STATUS="
                 WS-GAR-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              CLOSE GARANTIE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE GARANTIE-FILE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE GARANTIE-FILE PORTEFEUILLE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-INDICES.
           PERFORM CHARGEMENT-QUOTITES.
           PERFORM LECTURE-PARAMETRE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REVALORISATION DES HYPOTHEQUES AU " WS-DATE-JOUR
              " - EXPERTISE A RENOUVELER AU-DELA DE "
              WS-AGE-MAX-MOIS " MOIS"
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM REVALORISER-GARANTIES.
           PERFORM CONTROLER-QUOTITES.
           PERFORM EDITER-COMPTEURS.

           CLOSE GARANTIE-FILE PORTEFEUILLE CLIENT-MASTER
              RAPPORT-FILE.

           DISPLAY "HYPOTHEQUES=" WS-COUNT-HYPOTHEQUES
              " REVALORISEES=" WS-COUNT-REVALORISEES
              " EXPERTISES A RENOUVELER=" WS-COUNT-EXPERTISES
              " QUOTITES DEPASSEES=" WS-COUNT-DEPASSEMENTS.
           MOVE "GARREVAL" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-DEPASSEMENTS > ZERO
              MOVE "QUOTITE COURANTE SUPERIEURE AU PLAFOND"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-DEPASSEMENTS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REVALORISEES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== GARREVAL END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Indices absents : aucune revalorisation possible, les
      *> quotites se controlent alors sur les expertises d'origine.
       CHARGEMENT-INDICES.
           OPEN INPUT INDICE-FILE.
           IF WS-IND-STATUS NOT = "00"
              DISPLAY "Pas d'indice des prix, revalorisation "
                 "ignoree"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LECTURE-EOF.
           PERFORM UNTIL LECTURE-EOF
              READ INDICE-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    IF WS-NB-INDICES < 300
                       ADD 1 TO WS-NB-INDICES
                       MOVE IX-VILLE TO WS-IX-VILLE(WS-NB-INDICES)
                       MOVE IX-ANNEE TO WS-IX-ANNEE(WS-NB-INDICES)
                       MOVE IX-INDICE TO WS-IX-INDICE(WS-NB-INDICES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INDICE-FILE.

      *> Sans plafonds publies, aucun pret n'est soumis au controle.
       CHARGEMENT-QUOTITES.
           OPEN INPUT QUOTITE-FILE.
           IF WS-QUO-STATUS NOT = "00"
              DISPLAY "Pas de fichier de quotites, controle "
                 "des prets en cours ignore"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LECTURE-EOF.
           PERFORM UNTIL LECTURE-EOF
              READ QUOTITE-FILE
                 AT END
                    SET LECTURE-EOF TO TRUE
                 NOT AT END
                    IF WS-NB-QUOTITES < 20
                       ADD 1 TO WS-NB-QUOTITES
                       MOVE QU-CODE-PRODUIT TO
                          WS-QUO-PRODUIT(WS-NB-QUOTITES)
                       MOVE QU-QUOTITE-MAX TO
                          WS-QUO-MAX(WS-NB-QUOTITES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE QUOTITE-FILE.

       LECTURE-PARAMETRE.
           OPEN INPUT PARAM-FILE.
           IF WS-PAR-STATUS = "00"
              READ PARAM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RV-AGE-MAX-MOIS TO WS-AGE-MAX-MOIS
              END-READ
              CLOSE PARAM-FILE
           END-IF.
      *    Pas de parametrage publie : une expertise vaut trois ans.
           IF WS-AGE-MAX-MOIS = ZERO
              MOVE 36 TO WS-AGE-MAX-MOIS
           END-IF

           .

      *> Premier passage : toutes les hypotheques du fichier des
      *> garanties, revalorisees et reecrites.
       REVALORISER-GARANTIES.
           MOVE LOW-VALUES TO GA-ID-CLIENT.
           START GARANTIE-FILE KEY NOT < GA-ID-CLIENT
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ GARANTIE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF GA-HYPOTHEQUE
                       ADD 1 TO WS-COUNT-HYPOTHEQUES
                       PERFORM REVALORISER-HYPOTHEQUE
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Valeur revalorisee = expertise x indice courant / indice de
      *> l'annee d'expertise, sur la commune du bien (a defaut celle
      *> du client), puis sur l'indice NATIONAL.
       REVALORISER-HYPOTHEQUE.
           MOVE GA-VILLE-BIEN TO WS-VILLE-BIEN.
           IF WS-VILLE-BIEN = SPACES OR LOW-VALUES
              MOVE GA-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC
              READ CLIENT-MASTER
                 INVALID KEY
                    MOVE SPACES TO WS-VILLE-BIEN
                 NOT INVALID KEY
                    MOVE CL-CITY OF CLIENT-MASTER-REC
                       TO WS-VILLE-BIEN
              END-READ
           END-IF.

           MOVE WS-VILLE-BIEN TO WS-RI-VILLE.
           PERFORM INDICES-DE-LA-VILLE.
           IF WS-INDICE-EXPERTISE = ZERO OR WS-INDICE-COURANT = ZERO
              MOVE "NATIONAL" TO WS-RI-VILLE
              PERFORM INDICES-DE-LA-VILLE
           END-IF.

           MOVE GA-VALEUR-EXPERTISE TO WS-VALEUR-ED.
           IF WS-INDICE-EXPERTISE = ZERO OR WS-INDICE-COURANT = ZERO
              ADD 1 TO WS-COUNT-SANS-INDICE
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "SANS INDICE   CLIENT=" GA-ID-CLIENT
                 " VILLE=" WS-VILLE-BIEN
                 " EXPERTISE=" WS-VALEUR-ED
                 " DU " GA-DATE-EXPERTISE
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
           ELSE
              COMPUTE GA-VALEUR-REVALORISEE ROUNDED =
                 GA-VALEUR-EXPERTISE * WS-INDICE-COURANT
                 / WS-INDICE-EXPERTISE
              MOVE WS-DATE-JOUR TO GA-DATE-REVALORISATION
              REWRITE GARANTIE-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, GARANTIE CLIENT="
                       GA-ID-CLIENT " STATUS=" WS-GAR-STATUS
              END-REWRITE
              ADD 1 TO WS-COUNT-REVALORISEES
              MOVE GA-VALEUR-REVALORISEE TO WS-REVAL-ED
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "REVALORISE    CLIENT=" GA-ID-CLIENT
                 " VILLE=" WS-RI-VILLE
                 " EXPERTISE=" WS-VALEUR-ED
                 " DU " GA-DATE-EXPERTISE
                 " REVALORISEE=" WS-REVAL-ED
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
           END-IF.

           MOVE GA-DATE-EXPERTISE TO WS-DATE-EXPERTISE.
           COMPUTE WS-AGE-MOIS =
              (WS-JOUR-AAAA * 12 + WS-JOUR-MM)
              - (WS-EXPERTISE-AAAA * 12 + WS-EXPERTISE-MM).
           IF WS-AGE-MOIS > WS-AGE-MAX-MOIS
              ADD 1 TO WS-COUNT-EXPERTISES
              MOVE WS-AGE-MOIS TO WS-AGE-ED
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "EXPERTISE A RENOUVELER CLIENT=" GA-ID-CLIENT
                 " DU " GA-DATE-EXPERTISE
                 " (" WS-AGE-ED " MOIS)"
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
           END-IF

           .

       INDICES-DE-LA-VILLE.
           MOVE GA-DATE-EXPERTISE TO WS-DATE-EXPERTISE.
           MOVE WS-EXPERTISE-AAAA TO WS-RI-ANNEE.
           PERFORM RECHERCHER-INDICE.
           MOVE WS-RI-INDICE TO WS-INDICE-EXPERTISE.
           MOVE WS-JOUR-AAAA TO WS-RI-ANNEE.
           PERFORM RECHERCHER-INDICE.
           MOVE WS-RI-INDICE TO WS-INDICE-COURANT

           .

      *> Indice de la commune pour la derniere annee publiee au plus
      *> tard l'annee demandee ; zero si la commune n'a rien.
       RECHERCHER-INDICE.
           MOVE ZERO TO WS-RI-INDICE.
           MOVE ZERO TO WS-RI-ANNEE-RETENUE.
           PERFORM VARYING WS-INDICE-INDEX FROM 1 BY 1
                 UNTIL WS-INDICE-INDEX > WS-NB-INDICES
              IF WS-IX-VILLE(WS-INDICE-INDEX) = WS-RI-VILLE
                    AND WS-IX-ANNEE(WS-INDICE-INDEX) <= WS-RI-ANNEE
                    AND WS-IX-ANNEE(WS-INDICE-INDEX) >
                       WS-RI-ANNEE-RETENUE
                 MOVE WS-IX-ANNEE(WS-INDICE-INDEX) TO
                    WS-RI-ANNEE-RETENUE
                 MOVE WS-IX-INDICE(WS-INDICE-INDEX) TO WS-RI-INDICE
              END-IF
           END-PERFORM

           .

      *> Second passage : les prets actifs des produits plafonnes,
      *> confrontes a la valeur revalorisee de leur hypotheque (a
      *> defaut de revalorisation, a l'expertise d'origine).
       CONTROLER-QUOTITES.
           IF WS-NB-QUOTITES = ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
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
                    IF PR-ACTIF
                       PERFORM CONTROLER-PRET
                    END-IF
              END-READ
           END-PERFORM

           .

       CONTROLER-PRET.
           MOVE ZERO TO WS-QUOTITE-MAX.
           PERFORM VARYING WS-QUOTITE-INDEX FROM 1 BY 1
                 UNTIL WS-QUOTITE-INDEX > WS-NB-QUOTITES
              IF WS-QUO-PRODUIT(WS-QUOTITE-INDEX) = PR-CODE-PRODUIT
                 MOVE WS-QUO-MAX(WS-QUOTITE-INDEX) TO WS-QUOTITE-MAX
              END-IF
           END-PERFORM.
           IF WS-QUOTITE-MAX = ZERO
              EXIT PARAGRAPH
           END-IF.

      *    Une garantie rattachee a un autre pret du client ne
      *    couvre pas celui-ci.
           MOVE PR-ID-CLIENT TO GA-ID-CLIENT.
           READ GARANTIE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT GA-HYPOTHEQUE
              EXIT PARAGRAPH
           END-IF.
           IF GA-NUMERO-PRET NOT = ZERO
                 AND GA-NUMERO-PRET NOT = PR-NUMERO-PRET
              EXIT PARAGRAPH
           END-IF.

           IF GA-VALEUR-REVALORISEE > ZERO
              MOVE GA-VALEUR-REVALORISEE TO WS-VALEUR-BIEN
           ELSE
              MOVE GA-VALEUR-EXPERTISE TO WS-VALEUR-BIEN
           END-IF.
           IF WS-VALEUR-BIEN = ZERO
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-PRETS.
           COMPUTE WS-LTV ROUNDED =
              PR-SOLDE-RESTANT * 100 / WS-VALEUR-BIEN.
           IF WS-LTV > WS-QUOTITE-MAX
              ADD 1 TO WS-COUNT-DEPASSEMENTS
              MOVE PR-SOLDE-RESTANT TO WS-SOLDE-ED
              MOVE WS-VALEUR-BIEN TO WS-VALEUR-ED
              MOVE WS-LTV TO WS-LTV-ED
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "QUOTITE DEPASSEE PRET=" PR-NUMERO-PRET
                 " CLIENT=" PR-ID-CLIENT
                 " PRODUIT=" PR-CODE-PRODUIT
                 " SOLDE=" WS-SOLDE-ED
                 " VALEUR=" WS-VALEUR-ED
                 " LTV=" WS-LTV-ED
                 " PLAFOND=" WS-QUOTITE-MAX
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
           END-IF

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-HYPOTHEQUES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "HYPOTHEQUES LUES          =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REVALORISEES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "HYPOTHEQUES REVALORISEES  =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-SANS-INDICE TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "HYPOTHEQUES SANS INDICE   =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-EXPERTISES TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "EXPERTISES A RENOUVELER   =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-PRETS TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "PRETS CONTROLES           =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-DEPASSEMENTS TO WS-NB-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "QUOTITES DEPASSEES        =" WS-NB-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
