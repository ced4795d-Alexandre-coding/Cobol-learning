       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

      *> Distribution des etats de nuit par agence et par service,
      *> en fin de chaine : plus de tri a la main des listes de la
      *> nuit. La table Data/ops/distribution.ctl decrit :
      *>   - lignes R : un etat distribue (code, fichier courant,
      *>     racine de ses generations, decoupage) ;
      *>   - lignes D : un destinataire de cet etat, agence (A,
      *>     code agence en tete du destinataire) ou service (S),
      *>     et son nombre d'exemplaires.
      *> Chaque etat est d'abord pris a sa generation du jour au
      *> catalogue generations.cat (creee ici par GenerationRapport
      *> si le programme ecrivain ne l'a pas fait) : c'est cette
      *> generation qui est distribuee, et que cite le registre.
      *> Un service recoit l'etat entier. Une agence n'en recoit
      *> que sa part, reconnue par CL-AGENCE du client : la cle
      *> lue apres le repere de l'etat est un numero de client (C),
      *> de pret (L, via portefeuille.idx), de compte (K, via
      *> comptes.idx) ou directement un code agence (A).
      *>   Decoupage L (par ligne) : une ligne portant le repere
      *>   ouvre la part de son agence, les lignes suivantes sans
      *>   repere la continuent ; les lignes d'entete (avant le
      *>   premier repere) figurent dans chaque part ; a partir de
      *>   la ligne qui commence par la rupture, la fin de l'etat
      *>   (totaux du reseau) ne va qu'aux services.
      *>   Decoupage B (par bloc, les lettres) : un bloc se termine
      *>   a la ligne qui commence par la rupture et va a l'agence
      *>   de la premiere cle qu'il porte.
      *> Chaque destinataire recoit une liasse
      *> Data/ops/liasse-<destinataire>.out : page de garde (date,
      *> etats et exemplaires), puis chaque exemplaire de chaque
      *> etat. Chaque remise est inscrite au registre de
      *> distribution distribution.reg (date, destinataire, etat,
      *> generation, exemplaires, lignes). Les parts d'agences sans
      *> destinataire, ou dont la cle est introuvable, sont
      *> comptees et journalisees en AVERTISSEMENT.
      *> Codes retour : 0 = distribution faite, 4 = table de
      *> distribution ou registre inaccessible.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO "Data/ops/distribution.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIS-STATUS.

           SELECT ETAT-FILE ASSIGN TO WS-CHEMIN-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETA-STATUS.

           SELECT LIASSE-FILE ASSIGN TO WS-CHEMIN-LIASSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIA-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "Data/ops/generations.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT REGISTRE-FILE
                 ASSIGN TO "Data/ops/distribution.reg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
       01  DISTRIB-LINE.
           05  DI-TYPE               PIC X.
               88  DI-ETAT-DEF               VALUE "R".
               88  DI-DESTINATION            VALUE "D".
           05  FILLER                PIC X.
           05  DI-ETAT               PIC X(8).
           05  FILLER                PIC X.
           05  DI-DETAIL             PIC X(140).
           05  DI-DETAIL-ETAT REDEFINES DI-DETAIL.
               10  DI-CHEMIN         PIC X(45).
               10  FILLER            PIC X.
               10  DI-RACINE         PIC X(30).
               10  FILLER            PIC X.
               10  DI-MODE           PIC X.
               10  FILLER            PIC X.
               10  DI-CLE            PIC X.
               10  FILLER            PIC X.
               10  DI-LG-REPERE      PIC 99.
               10  FILLER            PIC X.
               10  DI-REPERE         PIC X(20).
               10  FILLER            PIC X.
               10  DI-LG-RUPTURE     PIC 99.
               10  FILLER            PIC X.
               10  DI-RUPTURE        PIC X(20).
               10  FILLER            PIC X(12).
           05  DI-DETAIL-DEST REDEFINES DI-DETAIL.
               10  DI-DESTINATAIRE   PIC X(8).
               10  FILLER            PIC X.
               10  DI-PERIMETRE      PIC X.
               10  FILLER            PIC X.
               10  DI-EXEMPLAIRES    PIC 99.
               10  FILLER            PIC X(127).

       FD  ETAT-FILE.
       01  ETAT-LINE                 PIC X(200).

       FD  LIASSE-FILE.
       01  LIASSE-LINE               PIC X(200).

       FD  CATALOG-FILE.
       01  CATALOG-LINE.
           05  CA-DATE               PIC 9(8).
           05  FILLER                PIC X.
           05  CA-RACINE             PIC X(30).
           05  FILLER                PIC X.
           05  CA-CHEMIN             PIC X(45).
           05  FILLER                PIC X.
           05  CA-NB-ENREG           PIC 9(5).

      *> Registre de distribution, en ajout pur : qui a recu quelle
      *> generation de quel etat, en combien d'exemplaires.
       FD  REGISTRE-FILE.
       01  REGISTRE-LINE.
           05  RD-DATE               PIC 9(8).
           05  FILLER                PIC X.
           05  RD-DESTINATAIRE       PIC X(8).
           05  FILLER                PIC X.
           05  RD-ETAT               PIC X(8).
           05  FILLER                PIC X.
           05  RD-GENERATION         PIC X(45).
           05  FILLER                PIC X.
           05  RD-EXEMPLAIRES        PIC 99.
           05  FILLER                PIC X.
           05  RD-LIGNES             PIC 9(7).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       WORKING-STORAGE SECTION.
       01  WS-DIS-STATUS         PIC XX VALUE "00".
       01  WS-ETA-STATUS         PIC XX VALUE "00".
       01  WS-LIA-STATUS         PIC XX VALUE "00".
       01  WS-CAT-STATUS         PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-DATE-JOUR          PIC 9(8).

       01  WS-CLI-DISPO          PIC X  VALUE "N".
           88  CLIENTS-DISPO              VALUE "Y".
       01  WS-PORT-DISPO         PIC X  VALUE "N".
           88  PRETS-DISPO                VALUE "Y".
       01  WS-CPT-DISPO          PIC X  VALUE "N".
           88  COMPTES-DISPO              VALUE "Y".

      *> Etats distribues et leur generation du jour.
       01  WS-TABLE-ETATS.
           05  WS-NB-ETATS       PIC 99 VALUE 0.
           05  WS-ETAT OCCURS 20 TIMES.
               10  WS-ET-CODE    PIC X(8).
               10  WS-ET-CHEMIN  PIC X(45).
               10  WS-ET-RACINE  PIC X(30).
               10  WS-ET-MODE    PIC X.
               10  WS-ET-CLE     PIC X.
               10  WS-ET-LG-REPERE PIC 99.
               10  WS-ET-REPERE  PIC X(20).
               10  WS-ET-LG-RUPTURE PIC 99.
               10  WS-ET-RUPTURE PIC X(20).
               10  WS-ET-GENERATION PIC X(45).
               10  WS-ET-DISPO   PIC X.
       01  WS-ETAT-INDEX         PIC 99.

      *> Destinations : etat, destinataire, perimetre, exemplaires.
       01  WS-TABLE-DESTINATIONS.
           05  WS-NB-DESTINATIONS PIC 99 VALUE 0.
           05  WS-DESTINATION OCCURS 60 TIMES.
               10  WS-DS-ETAT    PIC 99.
               10  WS-DS-DESTINATAIRE PIC X(8).
               10  WS-DS-PERIMETRE PIC X.
               10  WS-DS-EXEMPLAIRES PIC 99.
       01  WS-DEST-INDEX         PIC 99.
       01  WS-COUV-INDEX         PIC 99.

      *> Destinataires distincts, une liasse chacun.
       01  WS-TABLE-DESTINATAIRES.
           05  WS-NB-DESTINATAIRES PIC 99 VALUE 0.
           05  WS-DESTINATAIRE OCCURS 30 TIMES PIC X(8).
       01  WS-DESTINATAIRE-INDEX PIC 99.
       01  WS-DESTINATAIRE-COURANT PIC X(8).
       01  WS-TROUVE             PIC X.

       01  WS-CHEMIN-ETAT        PIC X(45).
       01  WS-CHEMIN-LIASSE      PIC X(45).
       01  WS-GEN-CHEMIN         PIC X(45).
       01  WS-GEN-RACINE         PIC X(30).
       01  WS-GEN-NB-ENREG       PIC 9(5).

      *> Parcours d'un etat pour une cible : "*" = etat entier
      *> (service), "?" = controle des parts sans destinataire,
      *> sinon code de l'agence dont on extrait la part.
       01  WS-CIBLE              PIC X(3).
           88  CIBLE-ENTIER               VALUE "*".
           88  CIBLE-CONTROLE             VALUE "?".
       01  WS-AVANT-CLE          PIC X.
       01  WS-EN-QUEUE           PIC X.
       01  WS-AGENCE-COURANTE    PIC X(3).
       01  WS-AGENCE-LIGNE       PIC X(3).
       01  WS-CLE-TROUVEE        PIC X.
       01  WS-POSITION           PIC 999.
       01  WS-POSITION-MAX       PIC 999.
       01  WS-LG-CLE             PIC 9.
       01  WS-CLE-TEXTE          PIC X(8).
       01  WS-CLE-6              PIC 9(6).
       01  WS-CLE-8              PIC 9(8).
       01  WS-ID-CLIENT          PIC 9(6).
       01  WS-COUVERTE           PIC X.

       01  WS-TABLE-BLOC.
           05  WS-NB-LIGNES-BLOC PIC 999 VALUE 0.
           05  WS-LIGNE-BLOC OCCURS 100 TIMES PIC X(200).
       01  WS-BLOC-INDEX         PIC 999.
       01  WS-AGENCE-BLOC        PIC X(3).

       01  WS-EXEMPLAIRE         PIC 99.
       01  WS-LIGNES-REMISES     PIC 9(7).
       01  WS-LIGNES-ORPHELINES  PIC 9(7).
       01  WS-TOTAL-ORPHELINES   PIC 9(7) VALUE 0.

       01  WS-COUNT-REMISES      PIC 9(5) VALUE 0.
       01  WS-COUNT-LIASSES      PIC 9(5) VALUE 0.
       01  WS-COUNT-ABSENTS      PIC 9(5) VALUE 0.
       01  WS-COUNT-ORPHELINES   PIC 9(5) VALUE 0.

       01  WS-EXEMPLAIRE-ED      PIC Z9.
       01  WS-EXEMPLAIRES-ED     PIC Z9.
       01  WS-LIGNES-ED          PIC Z(6)9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== DISTRIB START ===".
           MOVE "DISTRIB" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REMISES
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-DISTRIBUTION.

           OPEN EXTEND REGISTRE-FILE.
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT REGISTRE-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
              DISPLAY "REGISTRE-FILE OPEN ERROR, STATUS="
                 WS-REG-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Maitres de rattachement a l'agence, facultatifs : sans
      *    eux, les cles de l'etat restent sans agence.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = "00"
              SET CLIENTS-DISPO TO TRUE
           END-IF.
           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS = "00"
              SET PRETS-DISPO TO TRUE
           END-IF.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS = "00"
              SET COMPTES-DISPO TO TRUE
           END-IF.

           PERFORM VARYING WS-ETAT-INDEX FROM 1 BY 1
                 UNTIL WS-ETAT-INDEX > WS-NB-ETATS
              PERFORM PREPARER-ETAT
           END-PERFORM.

           PERFORM VARYING WS-DESTINATAIRE-INDEX FROM 1 BY 1
                 UNTIL WS-DESTINATAIRE-INDEX > WS-NB-DESTINATAIRES
              PERFORM EDITER-LIASSE
           END-PERFORM.

           CLOSE REGISTRE-FILE.
           IF CLIENTS-DISPO
              CLOSE CLIENT-MASTER
           END-IF.
           IF PRETS-DISPO
              CLOSE PORTEFEUILLE
           END-IF.
           IF COMPTES-DISPO
              CLOSE COMPTE-FILE
           END-IF.

           DISPLAY "ETATS=" WS-NB-ETATS
              " ABSENTS=" WS-COUNT-ABSENTS
              " LIASSES=" WS-COUNT-LIASSES
              " REMISES=" WS-COUNT-REMISES
              " LIGNES SANS DESTINATAIRE=" WS-TOTAL-ORPHELINES.
           IF WS-COUNT-ABSENTS > ZERO
              MOVE "ETATS ABSENTS, NON DISTRIBUES"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-ABSENTS
                 WS-JOURNAL-SEVERITE
           END-IF.
           IF WS-COUNT-ORPHELINES > ZERO
              MOVE "PARTS D'AGENCE SANS DESTINATAIRE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-ORPHELINES
                 WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "INFO" TO WS-JOURNAL-SEVERITE.

           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-REMISES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== DISTRIB END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Lignes R puis lignes D : une destination dont l'etat n'est
      *> pas decrit plus haut est ignoree.
       CHARGEMENT-DISTRIBUTION.
           OPEN INPUT DISTRIB-FILE.
           IF WS-DIS-STATUS NOT = "00"
              DISPLAY "DISTRIB-FILE OPEN ERROR, STATUS="
                 WS-DIS-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL EOF
              READ DISTRIB-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN DI-ETAT-DEF
                          PERFORM RETENIR-ETAT
                       WHEN DI-DESTINATION
                          PERFORM RETENIR-DESTINATION
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE DISTRIB-FILE.
           SET NOT-EOF TO TRUE

           .

       RETENIR-ETAT.
           IF WS-NB-ETATS >= 20
              DISPLAY "TABLE DES ETATS SATUREE, ETAT IGNORE : "
                 DI-ETAT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ETATS.
           MOVE DI-ETAT TO WS-ET-CODE(WS-NB-ETATS).
           MOVE DI-CHEMIN TO WS-ET-CHEMIN(WS-NB-ETATS).
           MOVE DI-RACINE TO WS-ET-RACINE(WS-NB-ETATS).
           MOVE DI-MODE TO WS-ET-MODE(WS-NB-ETATS).
           MOVE DI-CLE TO WS-ET-CLE(WS-NB-ETATS).
           MOVE ZERO TO WS-ET-LG-REPERE(WS-NB-ETATS).
           IF DI-LG-REPERE IS NUMERIC
              MOVE DI-LG-REPERE TO WS-ET-LG-REPERE(WS-NB-ETATS)
           END-IF.
           MOVE DI-REPERE TO WS-ET-REPERE(WS-NB-ETATS).
           MOVE ZERO TO WS-ET-LG-RUPTURE(WS-NB-ETATS).
           IF DI-LG-RUPTURE IS NUMERIC
              MOVE DI-LG-RUPTURE TO WS-ET-LG-RUPTURE(WS-NB-ETATS)
           END-IF.
           MOVE DI-RUPTURE TO WS-ET-RUPTURE(WS-NB-ETATS).
           MOVE SPACES TO WS-ET-GENERATION(WS-NB-ETATS).
           MOVE "N" TO WS-ET-DISPO(WS-NB-ETATS)

           .

       RETENIR-DESTINATION.
           MOVE ZERO TO WS-ETAT-INDEX.
           PERFORM VARYING WS-DEST-INDEX FROM 1 BY 1
                 UNTIL WS-DEST-INDEX > WS-NB-ETATS
              IF WS-ET-CODE(WS-DEST-INDEX) = DI-ETAT
                 MOVE WS-DEST-INDEX TO WS-ETAT-INDEX
              END-IF
           END-PERFORM.
           IF WS-ETAT-INDEX = ZERO OR WS-NB-DESTINATIONS >= 60
              DISPLAY "DESTINATION IGNOREE : " DI-ETAT " "
                 DI-DESTINATAIRE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-DESTINATIONS.
           MOVE WS-ETAT-INDEX TO WS-DS-ETAT(WS-NB-DESTINATIONS).
           MOVE DI-DESTINATAIRE
              TO WS-DS-DESTINATAIRE(WS-NB-DESTINATIONS).
           MOVE DI-PERIMETRE TO WS-DS-PERIMETRE(WS-NB-DESTINATIONS).
           MOVE 1 TO WS-DS-EXEMPLAIRES(WS-NB-DESTINATIONS).
           IF DI-EXEMPLAIRES IS NUMERIC AND DI-EXEMPLAIRES > ZERO
              MOVE DI-EXEMPLAIRES
                 TO WS-DS-EXEMPLAIRES(WS-NB-DESTINATIONS)
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-DESTINATAIRE-INDEX FROM 1 BY 1
                 UNTIL WS-DESTINATAIRE-INDEX > WS-NB-DESTINATAIRES
              IF WS-DESTINATAIRE(WS-DESTINATAIRE-INDEX)
                    = DI-DESTINATAIRE
                 MOVE "Y" TO WS-TROUVE
              END-IF
           END-PERFORM.
           IF WS-TROUVE = "N" AND WS-NB-DESTINATAIRES < 30
              ADD 1 TO WS-NB-DESTINATAIRES
              MOVE DI-DESTINATAIRE
                 TO WS-DESTINATAIRE(WS-NB-DESTINATAIRES)
           END-IF

           .

      *> Generation du jour de l'etat, creee au besoin, puis
      *> controle des parts d'agence qui n'ont pas de destinataire.
       PREPARER-ETAT.
           PERFORM CHERCHER-GENERATION.
           IF WS-ET-DISPO(WS-ETAT-INDEX) NOT = "Y"
              MOVE WS-ET-CHEMIN(WS-ETAT-INDEX) TO WS-GEN-CHEMIN
              MOVE WS-ET-RACINE(WS-ETAT-INDEX) TO WS-GEN-RACINE
              CALL "GenerationRapport" USING WS-GEN-CHEMIN
                 WS-GEN-RACINE WS-GEN-NB-ENREG
              PERFORM CHERCHER-GENERATION
           END-IF.
           IF WS-ET-DISPO(WS-ETAT-INDEX) NOT = "Y"
              ADD 1 TO WS-COUNT-ABSENTS
              DISPLAY "ETAT " WS-ET-CODE(WS-ETAT-INDEX)
                 " ABSENT (" WS-ET-CHEMIN(WS-ETAT-INDEX)
                 "), NON DISTRIBUE"
              EXIT PARAGRAPH
           END-IF.

           MOVE "?" TO WS-CIBLE.
           MOVE ZERO TO WS-LIGNES-ORPHELINES.
           PERFORM PARCOURIR-ETAT.
           IF WS-LIGNES-ORPHELINES > ZERO
              ADD 1 TO WS-COUNT-ORPHELINES
              ADD WS-LIGNES-ORPHELINES TO WS-TOTAL-ORPHELINES
              DISPLAY "ETAT " WS-ET-CODE(WS-ETAT-INDEX) " : "
                 WS-LIGNES-ORPHELINES
                 " LIGNES SANS AGENCE DESTINATAIRE"
           END-IF

           .

       CHERCHER-GENERATION.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ CATALOG-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CA-RACINE = WS-ET-RACINE(WS-ETAT-INDEX)
                          AND CA-DATE = WS-DATE-JOUR
                       MOVE CA-CHEMIN
                          TO WS-ET-GENERATION(WS-ETAT-INDEX)
                       MOVE "Y" TO WS-ET-DISPO(WS-ETAT-INDEX)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           SET NOT-EOF TO TRUE

           .

      *> Liasse d'un destinataire : page de garde, puis chaque
      *> exemplaire de chaque etat qui lui est destine.
       EDITER-LIASSE.
           MOVE WS-DESTINATAIRE(WS-DESTINATAIRE-INDEX)
              TO WS-DESTINATAIRE-COURANT.
           MOVE SPACES TO WS-CHEMIN-LIASSE.
           STRING "Data/ops/liasse-" DELIMITED BY SIZE
              WS-DESTINATAIRE-COURANT DELIMITED BY SPACE
              ".out" DELIMITED BY SIZE
              INTO WS-CHEMIN-LIASSE
           END-STRING.
           OPEN OUTPUT LIASSE-FILE.
           IF WS-LIA-STATUS NOT = "00"
              DISPLAY "LIASSE-FILE OPEN ERROR, STATUS="
                 WS-LIA-STATUS " " WS-CHEMIN-LIASSE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-LIASSES.

           PERFORM EDITER-PAGE-GARDE.

           PERFORM VARYING WS-DEST-INDEX FROM 1 BY 1
                 UNTIL WS-DEST-INDEX > WS-NB-DESTINATIONS
              MOVE WS-DS-ETAT(WS-DEST-INDEX) TO WS-ETAT-INDEX
              IF WS-DS-DESTINATAIRE(WS-DEST-INDEX)
                    = WS-DESTINATAIRE-COURANT
                    AND WS-ET-DISPO(WS-ETAT-INDEX) = "Y"
                 PERFORM REMETTRE-ETAT
              END-IF
           END-PERFORM.

           CLOSE LIASSE-FILE

           .

       EDITER-PAGE-GARDE.
           MOVE SPACES TO LIASSE-LINE.
           MOVE ALL "=" TO LIASSE-LINE(1:60).
           WRITE LIASSE-LINE.
           MOVE SPACES TO LIASSE-LINE.
           STRING "LIASSE DE DISTRIBUTION DES ETATS DU "
              WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO LIASSE-LINE
           END-STRING.
           WRITE LIASSE-LINE.
           MOVE SPACES TO LIASSE-LINE.
           STRING "DESTINATAIRE : " WS-DESTINATAIRE-COURANT
              DELIMITED BY SIZE
              INTO LIASSE-LINE
           END-STRING.
           WRITE LIASSE-LINE.
           MOVE SPACES TO LIASSE-LINE.
           WRITE LIASSE-LINE.
           MOVE "ETATS REMIS :" TO LIASSE-LINE.
           WRITE LIASSE-LINE.

           PERFORM VARYING WS-DEST-INDEX FROM 1 BY 1
                 UNTIL WS-DEST-INDEX > WS-NB-DESTINATIONS
              MOVE WS-DS-ETAT(WS-DEST-INDEX) TO WS-ETAT-INDEX
              IF WS-DS-DESTINATAIRE(WS-DEST-INDEX)
                    = WS-DESTINATAIRE-COURANT
                 MOVE WS-DS-EXEMPLAIRES(WS-DEST-INDEX)
                    TO WS-EXEMPLAIRES-ED
                 MOVE SPACES TO LIASSE-LINE
                 IF WS-ET-DISPO(WS-ETAT-INDEX) = "Y"
                    STRING "  " WS-ET-CODE(WS-ETAT-INDEX)
                       " " WS-ET-GENERATION(WS-ETAT-INDEX)
                       " EXEMPLAIRES=" WS-EXEMPLAIRES-ED
                       DELIMITED BY SIZE
                       INTO LIASSE-LINE
                    END-STRING
                 ELSE
                    STRING "  " WS-ET-CODE(WS-ETAT-INDEX)
                       " ETAT NON PRODUIT CE JOUR"
                       DELIMITED BY SIZE
                       INTO LIASSE-LINE
                    END-STRING
                 END-IF
                 WRITE LIASSE-LINE
              END-IF
           END-PERFORM.

           MOVE SPACES TO LIASSE-LINE.
           MOVE ALL "=" TO LIASSE-LINE(1:60).
           WRITE LIASSE-LINE

           .

       REMETTRE-ETAT.
           IF WS-DS-PERIMETRE(WS-DEST-INDEX) = "A"
              MOVE WS-DESTINATAIRE-COURANT(1:3) TO WS-CIBLE
           ELSE
              MOVE "*" TO WS-CIBLE
           END-IF.
           MOVE WS-DS-EXEMPLAIRES(WS-DEST-INDEX) TO WS-EXEMPLAIRES-ED.
           MOVE ZERO TO WS-LIGNES-REMISES.

           PERFORM VARYING WS-EXEMPLAIRE FROM 1 BY 1
                 UNTIL WS-EXEMPLAIRE > WS-DS-EXEMPLAIRES(WS-DEST-INDEX)
              MOVE WS-EXEMPLAIRE TO WS-EXEMPLAIRE-ED
              MOVE SPACES TO LIASSE-LINE
              WRITE LIASSE-LINE
              MOVE SPACES TO LIASSE-LINE
              STRING "---- ETAT " WS-ET-CODE(WS-ETAT-INDEX)
                 " - EXEMPLAIRE " WS-EXEMPLAIRE-ED
                 "/" WS-EXEMPLAIRES-ED
                 " - " WS-DESTINATAIRE-COURANT
                 " ----"
                 DELIMITED BY SIZE
                 INTO LIASSE-LINE
              END-STRING
              WRITE LIASSE-LINE
              PERFORM PARCOURIR-ETAT
           END-PERFORM.

           COMPUTE WS-LIGNES-REMISES =
              WS-LIGNES-REMISES / WS-DS-EXEMPLAIRES(WS-DEST-INDEX).
           MOVE SPACES TO REGISTRE-LINE.
           MOVE WS-DATE-JOUR TO RD-DATE.
           MOVE WS-DESTINATAIRE-COURANT TO RD-DESTINATAIRE.
           MOVE WS-ET-CODE(WS-ETAT-INDEX) TO RD-ETAT.
           MOVE WS-ET-GENERATION(WS-ETAT-INDEX) TO RD-GENERATION.
           MOVE WS-DS-EXEMPLAIRES(WS-DEST-INDEX) TO RD-EXEMPLAIRES.
           MOVE WS-LIGNES-REMISES TO RD-LIGNES.
           WRITE REGISTRE-LINE.
           ADD 1 TO WS-COUNT-REMISES.
           MOVE WS-LIGNES-REMISES TO WS-LIGNES-ED.
           DISPLAY "REMIS " WS-ET-CODE(WS-ETAT-INDEX) " A "
              WS-DESTINATAIRE-COURANT " X" WS-EXEMPLAIRES-ED
              " LIGNES=" WS-LIGNES-ED

           .

      *> Un passage sur la generation de l'etat pour la cible
      *> courante (etat entier, part d'une agence, ou controle).
       PARCOURIR-ETAT.
           MOVE WS-ET-GENERATION(WS-ETAT-INDEX) TO WS-CHEMIN-ETAT.
           OPEN INPUT ETAT-FILE.
           IF WS-ETA-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS="
                 WS-ETA-STATUS " " WS-CHEMIN-ETAT
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-AVANT-CLE.
           MOVE "N" TO WS-EN-QUEUE.
           MOVE SPACES TO WS-AGENCE-COURANTE WS-AGENCE-BLOC.
           MOVE ZERO TO WS-NB-LIGNES-BLOC.

           PERFORM UNTIL EOF
              READ ETAT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-ET-MODE(WS-ETAT-INDEX) = "B"
                       PERFORM TRAITER-LIGNE-BLOC
                    ELSE
                       PERFORM TRAITER-LIGNE-ETAT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-NB-LIGNES-BLOC > ZERO
              PERFORM LIVRER-BLOC
           END-IF.

           CLOSE ETAT-FILE.
           SET NOT-EOF TO TRUE

           .

      *> Decoupage par ligne.
       TRAITER-LIGNE-ETAT.
           IF WS-EN-QUEUE = "N"
                 AND WS-ET-LG-RUPTURE(WS-ETAT-INDEX) > ZERO
              IF ETAT-LINE(1:WS-ET-LG-RUPTURE(WS-ETAT-INDEX)) =
                    WS-ET-RUPTURE(WS-ETAT-INDEX)
                       (1:WS-ET-LG-RUPTURE(WS-ETAT-INDEX))
                 MOVE "Y" TO WS-EN-QUEUE
              END-IF
           END-IF.
           IF WS-EN-QUEUE = "Y"
              IF CIBLE-ENTIER
                 PERFORM ECRIRE-LIGNE-LIASSE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           PERFORM EXTRAIRE-AGENCE.
           IF WS-CLE-TROUVEE = "Y"
              MOVE WS-AGENCE-LIGNE TO WS-AGENCE-COURANTE
              MOVE "N" TO WS-AVANT-CLE
           END-IF.

           IF WS-AVANT-CLE = "Y"
              IF NOT CIBLE-CONTROLE
                 PERFORM ECRIRE-LIGNE-LIASSE
              END-IF
           ELSE
              PERFORM LIVRER-LIGNE
           END-IF

           .

      *> Decoupage par bloc : la ligne est mise en attente jusqu'a
      *> la rupture qui ferme le bloc.
       TRAITER-LIGNE-BLOC.
           IF WS-NB-LIGNES-BLOC >= 100
              PERFORM LIVRER-BLOC
           END-IF.
           ADD 1 TO WS-NB-LIGNES-BLOC.
           MOVE ETAT-LINE TO WS-LIGNE-BLOC(WS-NB-LIGNES-BLOC).
           IF WS-AGENCE-BLOC = SPACES
              PERFORM EXTRAIRE-AGENCE
              IF WS-CLE-TROUVEE = "Y"
                 MOVE WS-AGENCE-LIGNE TO WS-AGENCE-BLOC
              END-IF
           END-IF.
           IF WS-ET-LG-RUPTURE(WS-ETAT-INDEX) > ZERO
              IF ETAT-LINE(1:WS-ET-LG-RUPTURE(WS-ETAT-INDEX)) =
                    WS-ET-RUPTURE(WS-ETAT-INDEX)
                       (1:WS-ET-LG-RUPTURE(WS-ETAT-INDEX))
                 PERFORM LIVRER-BLOC
              END-IF
           END-IF

           .

      *> Un bloc sans cle ne va qu'aux services.
       LIVRER-BLOC.
           PERFORM VARYING WS-BLOC-INDEX FROM 1 BY 1
                 UNTIL WS-BLOC-INDEX > WS-NB-LIGNES-BLOC
              MOVE WS-LIGNE-BLOC(WS-BLOC-INDEX) TO ETAT-LINE
              IF WS-AGENCE-BLOC = SPACES
                 IF CIBLE-ENTIER
                    PERFORM ECRIRE-LIGNE-LIASSE
                 END-IF
              ELSE
                 MOVE WS-AGENCE-BLOC TO WS-AGENCE-COURANTE
                 PERFORM LIVRER-LIGNE
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-NB-LIGNES-BLOC.
           MOVE SPACES TO WS-AGENCE-BLOC

           .

      *> Ligne rattachee a WS-AGENCE-COURANTE.
       LIVRER-LIGNE.
           EVALUATE TRUE
              WHEN CIBLE-ENTIER
                 PERFORM ECRIRE-LIGNE-LIASSE
              WHEN CIBLE-CONTROLE
                 PERFORM CONTROLER-COUVERTURE
                 IF WS-COUVERTE = "N"
                    ADD 1 TO WS-LIGNES-ORPHELINES
                 END-IF
              WHEN WS-AGENCE-COURANTE = WS-CIBLE
                 PERFORM ECRIRE-LIGNE-LIASSE
           END-EVALUATE

           .

       ECRIRE-LIGNE-LIASSE.
           MOVE ETAT-LINE TO LIASSE-LINE.
           WRITE LIASSE-LINE.
           ADD 1 TO WS-LIGNES-REMISES

           .

      *> L'agence de la ligne a-t-elle un destinataire pour l'etat ?
       CONTROLER-COUVERTURE.
           MOVE "N" TO WS-COUVERTE.
           PERFORM VARYING WS-COUV-INDEX FROM 1 BY 1
                 UNTIL WS-COUV-INDEX > WS-NB-DESTINATIONS
              IF WS-DS-ETAT(WS-COUV-INDEX) = WS-ETAT-INDEX
                    AND WS-DS-PERIMETRE(WS-COUV-INDEX) = "A"
                    AND WS-DS-DESTINATAIRE(WS-COUV-INDEX)(1:3)
                       = WS-AGENCE-COURANTE
                 MOVE "Y" TO WS-COUVERTE
              END-IF
           END-PERFORM

           .

      *> Repere de l'etat cherche dans la ligne ; la cle qui le suit
      *> est ramenee a un code agence ("???" si introuvable).
       EXTRAIRE-AGENCE.
           MOVE "N" TO WS-CLE-TROUVEE.
           IF WS-ET-LG-REPERE(WS-ETAT-INDEX) = ZERO
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ET-CLE(WS-ETAT-INDEX)
              WHEN "A"
                 MOVE 3 TO WS-LG-CLE
              WHEN "K"
                 MOVE 8 TO WS-LG-CLE
              WHEN OTHER
                 MOVE 6 TO WS-LG-CLE
           END-EVALUATE.
           COMPUTE WS-POSITION-MAX =
              201 - WS-ET-LG-REPERE(WS-ETAT-INDEX) - WS-LG-CLE.

           MOVE ZERO TO WS-POSITION.
           PERFORM VARYING WS-POSITION FROM 1 BY 1
                 UNTIL WS-POSITION > WS-POSITION-MAX
                 OR WS-CLE-TROUVEE = "Y"
              IF ETAT-LINE(WS-POSITION:WS-ET-LG-REPERE(WS-ETAT-INDEX))
                    = WS-ET-REPERE(WS-ETAT-INDEX)
                       (1:WS-ET-LG-REPERE(WS-ETAT-INDEX))
                 MOVE "Y" TO WS-CLE-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-CLE-TROUVEE NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

      *    La boucle a avance d'un cran apres la trouvaille.
           SUBTRACT 1 FROM WS-POSITION.
           ADD WS-ET-LG-REPERE(WS-ETAT-INDEX) TO WS-POSITION.
           MOVE SPACES TO WS-CLE-TEXTE.
           MOVE ETAT-LINE(WS-POSITION:WS-LG-CLE) TO WS-CLE-TEXTE.
           MOVE "???" TO WS-AGENCE-LIGNE.

           IF WS-ET-CLE(WS-ETAT-INDEX) = "A"
              MOVE WS-CLE-TEXTE(1:3) TO WS-AGENCE-LIGNE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CLE-TEXTE(1:WS-LG-CLE) IS NOT NUMERIC
              MOVE "N" TO WS-CLE-TROUVEE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ET-CLE(WS-ETAT-INDEX)
              WHEN "L"
                 MOVE WS-CLE-TEXTE(1:6) TO WS-CLE-6
                 PERFORM AGENCE-DU-PRET
              WHEN "K"
                 MOVE WS-CLE-TEXTE(1:8) TO WS-CLE-8
                 PERFORM AGENCE-DU-COMPTE
              WHEN OTHER
                 MOVE WS-CLE-TEXTE(1:6) TO WS-ID-CLIENT
                 PERFORM AGENCE-DU-CLIENT
           END-EVALUATE

           .

       AGENCE-DU-PRET.
           IF NOT PRETS-DISPO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLE-6 TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE PR-ID-CLIENT TO WS-ID-CLIENT.
           PERFORM AGENCE-DU-CLIENT

           .

       AGENCE-DU-COMPTE.
           IF NOT COMPTES-DISPO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLE-8 TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE CP-ID-CLIENT TO WS-ID-CLIENT.
           PERFORM AGENCE-DU-CLIENT

           .

      *> Un client sans code agence releve de l'agence historique.
       AGENCE-DU-CLIENT.
           IF NOT CLIENTS-DISPO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE CL-AGENCE OF CLIENT-MASTER-REC TO WS-AGENCE-LIGNE.
           IF WS-AGENCE-LIGNE = SPACES
              MOVE "001" TO WS-AGENCE-LIGNE
           END-IF

           .
