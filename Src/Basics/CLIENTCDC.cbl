       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTCDC.

      *> Flux quotidien des changements du maitre client pour les
      *> systemes aval (entrepot de donnees, assureur, monetique),
      *> qui ne recevaient jusqu'ici que l'extraction complete
      *> d'EXTRACT et reclamaient chaque semaine le changement
      *> d'adresse de la veille. Deux temps :
      *>  1. capture : les lignes de clients.aud ecrites par
      *>     AUDITCLI depuis le point de reprise (nombre de lignes
      *>     deja lues et horodatage de la derniere, dans cdc.etat)
      *>     sont regroupees par client - image avant du premier
      *>     evenement, image apres du dernier - et versees au
      *>     journal cdc-journal.dat avec un numero de sequence
      *>     continu et un type C creation / M modification /
      *>     S suppression ; une modification qui ne change rien
      *>     n'est pas versee ;
      *>  2. diffusion : chaque abonne de cdc-abonnes.ctl (ligne
      *>     A : code, delimiteur, sequence de rejeu ; lignes C :
      *>     champs suivis avec drapeau de masquage, comme
      *>     extraction.ctl) recoit dans cdc-<code>.out les
      *>     changements posterieurs a sa derniere sequence :
      *>     sequence, type, horodatage, CL-ID puis les seuls
      *>     champs de sa liste qui ont change, en NOM=valeur,
      *>     masques a "******" quand ils sont sensibles.
      *> Un abonne qui a manque un jour redemande ses changements
      *> en portant une sequence de rejeu sur sa ligne A : le flux
      *> repart de cette sequence, une seule fois (la sequence
      *> rejouee est memorisee dans cdc.etat). Si clients.aud a ete
      *> remplace (point de reprise introuvable), la capture repart
      *> de l'horodatage memorise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONNE-FILE ASSIGN TO "Data/ops/cdc-abonnes.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABO-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/ops/cdc.etat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "Data/seq/clients.aud"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CHANGEMENT-FILE ASSIGN TO "Data/ops/cdc-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT FLUX-FILE ASSIGN TO WS-NOM-FLUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Pilotage : une ligne A par abonne, suivie de ses lignes C
      *> (un champ suivi par ligne, drapeau O = champ sensible).
       FD  ABONNE-FILE.
       01  ABONNE-REC.
           05  CA-TYPE           PIC X.
           05  CA-ABONNE         PIC X(8).
           05  CA-DELIMITEUR     PIC X.
           05  CA-REJEU          PIC 9(9).
       01  ABONNE-CHAMP REDEFINES ABONNE-REC.
           05  FILLER            PIC X.
           05  CA-CHAMP          PIC X(12).
           05  CA-MASQUE         PIC X.
           05  FILLER            PIC X(5).

      *> Etat : une ligne J (point de reprise de la capture et
      *> derniere sequence attribuee), une ligne A par abonne
      *> (derniere sequence diffusee, derniere sequence de rejeu
      *> honoree).
       FD  ETAT-FILE.
       01  ETAT-REC.
           05  ET-TYPE           PIC X.
           05  ET-NB-LIGNES      PIC 9(9).
           05  ET-HORODATAGE     PIC X(14).
           05  ET-SEQUENCE       PIC 9(9).
       01  ETAT-ABONNE REDEFINES ETAT-REC.
           05  FILLER            PIC X.
           05  ET-ABONNE         PIC X(8).
           05  ET-DERNIERE-SEQ   PIC 9(9).
           05  ET-REJEU-FAIT     PIC 9(9).
           05  FILLER            PIC X(6).

       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05  AL-HORODATAGE     PIC X(14).
           05  FILLER            PIC X.
           05  AL-ACTION         PIC X(10).
           05  FILLER            PIC X.
           05  AL-ID-CLIENT      PIC X(6).
           05  AL-LIB-AVANT      PIC X(7).
           05  AL-IMAGE-AVANT    PIC X(121).
           05  AL-LIB-APRES      PIC X(7).
           05  AL-IMAGE-APRES    PIC X(121).
           05  AL-LIB-OPER       PIC X(6).
           05  AL-OPERATEURS     PIC X(21).
           05  AL-LIB-CHAINE     PIC X(4).
           05  AL-CHAINE         PIC 9(10).

       FD  CHANGEMENT-FILE.
           COPY CHANGEMENT-REC.

       FD  FLUX-FILE.
       01  FLUX-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-ABO-STATUS         PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-AUD-STATUS         PIC XX VALUE "00".
       01  WS-CHG-STATUS         PIC XX VALUE "00".
       01  WS-FLX-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-NOM-FLUX           PIC X(40).

      *> Point de reprise de la capture.
       01  WS-NB-LIGNES-LUES     PIC 9(9) VALUE 0.
       01  WS-HORODATAGE-REPRISE PIC X(14) VALUE SPACES.
       01  WS-HORODATAGE-SEUIL   PIC X(14).
       01  WS-DERNIERE-SEQUENCE  PIC 9(9) VALUE 0.
       01  WS-NUM-LIGNE          PIC 9(9).
       01  WS-AUDIT-REMPLACE     PIC X VALUE "N".
           88  AUDIT-REMPLACE             VALUE "O".

       01  WS-COUNT-EVENEMENTS   PIC 9(5) VALUE 0.
       01  WS-COUNT-CHANGEMENTS  PIC 9(5) VALUE 0.
       01  WS-COUNT-DIFFUSES     PIC 9(5) VALUE 0.

      *> Abonnes et leurs champs suivis.
       01  WS-TABLE-ABONNES.
           05  WS-NB-ABONNES     PIC 99 VALUE 0.
           05  WS-ABONNE OCCURS 10 TIMES.
               10  WS-AB-CODE        PIC X(8).
               10  WS-AB-DELIMITEUR  PIC X.
               10  WS-AB-REJEU       PIC 9(9).
               10  WS-AB-DERNIERE-SEQ PIC 9(9).
               10  WS-AB-REJEU-FAIT  PIC 9(9).
               10  WS-AB-NB-CHAMPS   PIC 99.
               10  WS-AB-CHAMP OCCURS 20 TIMES.
                   15  WS-AB-CH-NOM     PIC X(12).
                   15  WS-AB-CH-MASQUE  PIC X.
       01  WS-ABONNE-INDEX       PIC 99.
       01  WS-CHAMP-INDEX        PIC 99.
       01  WS-ETAT-INDEX         PIC 99.

      *> Regroupement des evenements de la capture par client.
       01  WS-TABLE-CHANGEMENTS.
           05  WS-NB-CHANGEMENTS PIC 9(3) VALUE 0.
           05  WS-CHANGEMENT OCCURS 300 TIMES.
               10  WS-CG-ID          PIC 9(6).
               10  WS-CG-HORODATAGE  PIC X(14).
               10  WS-CG-ACTION      PIC X(10).
               10  WS-CG-AVANT       PIC X(121).
               10  WS-CG-APRES       PIC X(121).
       01  WS-CHANGEMENT-INDEX   PIC 9(3).
       01  WS-CHANGEMENT-TROUVE  PIC X.

       01  WS-DEBUT-SEQUENCE     PIC 9(9).
       01  WS-ID-X               PIC X(6).
       01  WS-ID-N REDEFINES WS-ID-X
                                 PIC 9(6).

      *> Images du changement en cours de diffusion.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-AVANT ==.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-APRES ==.

       01  WS-VALEUR-AVANT       PIC X(30).
       01  WS-VALEUR             PIC X(30).
       01  WS-VALEUR-CADREE      PIC X(30).
       01  WS-POS-CADRAGE        PIC 99.
       01  WS-PTR                PIC 9(3).
       01  WS-CHAMPS-EMIS        PIC 99.
       01  WS-COUNT-FLUX         PIC 9(5).

       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== CLIENTCDC START ===".
           MOVE "CLIENTCDC" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CHANGEMENTS
              WS-JOURNAL-SEVERITE.

           PERFORM LIRE-ABONNES.
           PERFORM LIRE-ETAT.

           PERFORM CONTROLER-REPRISE.
           PERFORM CAPTER-CHANGEMENTS.

           PERFORM VARYING WS-ABONNE-INDEX FROM 1 BY 1
                 UNTIL WS-ABONNE-INDEX > WS-NB-ABONNES
              PERFORM DIFFUSER-ABONNE
           END-PERFORM.

           PERFORM ECRIRE-ETAT.

           DISPLAY "EVENEMENTS D'AUDIT LUS=" WS-COUNT-EVENEMENTS
              " CHANGEMENTS VERSES=" WS-COUNT-CHANGEMENTS
              " LIGNES DIFFUSEES=" WS-COUNT-DIFFUSES
              " DERNIERE SEQUENCE=" WS-DERNIERE-SEQUENCE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CHANGEMENTS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== CLIENTCDC END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Un abonne sans champ, ou un champ inconnu du maitre,
      *> arrete le lot en RC=8 : aucun flux approximatif ne part.
       LIRE-ABONNES.
           OPEN INPUT ABONNE-FILE.
           IF WS-ABO-STATUS NOT = "00"
              DISPLAY "ABONNE-FILE OPEN ERROR, STATUS="
                 WS-ABO-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ ABONNE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE CA-TYPE
                       WHEN "A"
                          PERFORM AJOUTER-ABONNE
                       WHEN "C"
                          PERFORM AJOUTER-CHAMP
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE ABONNE-FILE.
           MOVE "N" TO WS-EOF.

           IF WS-NB-ABONNES = ZERO
              DISPLAY "AUCUN ABONNE AU FLUX, ARRET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING WS-ABONNE-INDEX FROM 1 BY 1
                 UNTIL WS-ABONNE-INDEX > WS-NB-ABONNES
              PERFORM CONTROLER-CHAMPS
           END-PERFORM

           .

       AJOUTER-ABONNE.
           IF WS-NB-ABONNES >= 10
              DISPLAY "ABONNE IGNORE, TABLE PLEINE : " CA-ABONNE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ABONNES.
           INITIALIZE WS-ABONNE(WS-NB-ABONNES).
           MOVE CA-ABONNE TO WS-AB-CODE(WS-NB-ABONNES).
           MOVE CA-DELIMITEUR TO WS-AB-DELIMITEUR(WS-NB-ABONNES).
           IF CA-DELIMITEUR = SPACE
              MOVE ";" TO WS-AB-DELIMITEUR(WS-NB-ABONNES)
           END-IF.
           IF CA-REJEU IS NUMERIC
              MOVE CA-REJEU TO WS-AB-REJEU(WS-NB-ABONNES)
           END-IF

           .

       AJOUTER-CHAMP.
           IF WS-NB-ABONNES = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF WS-AB-NB-CHAMPS(WS-NB-ABONNES) >= 20
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AB-NB-CHAMPS(WS-NB-ABONNES).
           MOVE CA-CHAMP TO WS-AB-CH-NOM(WS-NB-ABONNES
              WS-AB-NB-CHAMPS(WS-NB-ABONNES)).
           MOVE CA-MASQUE TO WS-AB-CH-MASQUE(WS-NB-ABONNES
              WS-AB-NB-CHAMPS(WS-NB-ABONNES))

           .

       CONTROLER-CHAMPS.
           IF WS-AB-NB-CHAMPS(WS-ABONNE-INDEX) = ZERO
              DISPLAY "ABONNE SANS CHAMP SUIVI : "
                 WS-AB-CODE(WS-ABONNE-INDEX)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-CHAMP-INDEX FROM 1 BY 1
                 UNTIL WS-CHAMP-INDEX > WS-AB-NB-CHAMPS(WS-ABONNE-INDEX)
              MOVE "?" TO WS-VALEUR
              PERFORM VALORISER-CHAMP
              IF WS-VALEUR(1:1) = "?"
                 DISPLAY "CHAMP INCONNU POUR L'ABONNE "
                    WS-AB-CODE(WS-ABONNE-INDEX) " : "
                    WS-AB-CH-NOM(WS-ABONNE-INDEX WS-CHAMP-INDEX)
                 MOVE "CHAMP INCONNU AU PILOTAGE" TO
                    WS-JOURNAL-EVENEMENT
                 MOVE "ERREUR" TO WS-JOURNAL-SEVERITE
                 CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                    WS-JOURNAL-EVENEMENT WS-COUNT-CHANGEMENTS
                    WS-JOURNAL-SEVERITE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM

           .

      *> Etat absent : premiere execution, toute la piste d'audit
      *> est capturee et chaque abonne part de la sequence 1.
       LIRE-ETAT.
           OPEN INPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT DU FLUX ABSENT, CAPTURE DEPUIS L'ORIGINE"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ ETAT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE ET-TYPE
                       WHEN "J"
                          MOVE ET-NB-LIGNES TO WS-NB-LIGNES-LUES
                          MOVE ET-HORODATAGE
                             TO WS-HORODATAGE-REPRISE
                          MOVE ET-SEQUENCE TO WS-DERNIERE-SEQUENCE
                       WHEN "A"
                          PERFORM RETROUVER-ABONNE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE ETAT-FILE.
           MOVE "N" TO WS-EOF

           .

       RETROUVER-ABONNE.
           PERFORM VARYING WS-ETAT-INDEX FROM 1 BY 1
                 UNTIL WS-ETAT-INDEX > WS-NB-ABONNES
              IF WS-AB-CODE(WS-ETAT-INDEX) = ET-ABONNE
                 MOVE ET-DERNIERE-SEQ
                    TO WS-AB-DERNIERE-SEQ(WS-ETAT-INDEX)
                 MOVE ET-REJEU-FAIT TO WS-AB-REJEU-FAIT(WS-ETAT-INDEX)
              END-IF
           END-PERFORM

           .

      *> La ligne du point de reprise doit porter l'horodatage
      *> memorise ; sinon clients.aud a ete remplace depuis la
      *> derniere capture et l'on se fie aux horodatages.
       CONTROLER-REPRISE.
           IF WS-NB-LIGNES-LUES = ZERO
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           SET AUDIT-REMPLACE TO TRUE.
           MOVE ZERO TO WS-NUM-LIGNE.
           PERFORM UNTIL EOF
              READ AUDIT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NUM-LIGNE
                    IF WS-NUM-LIGNE = WS-NB-LIGNES-LUES
                       IF AL-HORODATAGE = WS-HORODATAGE-REPRISE
                          MOVE "N" TO WS-AUDIT-REMPLACE
                       END-IF
                       SET EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.
           MOVE "N" TO WS-EOF.

           IF AUDIT-REMPLACE
              DISPLAY "POINT DE REPRISE INTROUVABLE DANS CLIENTS.AUD,"
                 " REPRISE APRES " WS-HORODATAGE-REPRISE
              MOVE "PISTE D'AUDIT REMPLACEE" TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-CHANGEMENTS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF

           .

       CAPTER-CHANGEMENTS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
              DISPLAY "PISTE D'AUDIT ABSENTE, STATUS=" WS-AUD-STATUS
                 " - AUCUN CHANGEMENT CAPTURE"
              EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND CHANGEMENT-FILE.
           IF WS-CHG-STATUS = "35"
              OPEN OUTPUT CHANGEMENT-FILE
           END-IF.
           IF WS-CHG-STATUS NOT = "00"
              DISPLAY "CHANGEMENT-FILE OPEN ERROR, STATUS="
                 WS-CHG-STATUS
              CLOSE AUDIT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-HORODATAGE-REPRISE TO WS-HORODATAGE-SEUIL.
           MOVE ZERO TO WS-NUM-LIGNE.
           PERFORM UNTIL EOF
              READ AUDIT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NUM-LIGNE
                    PERFORM TRIER-EVENEMENT
                    MOVE AL-HORODATAGE TO WS-HORODATAGE-REPRISE
              END-READ
           END-PERFORM.

           PERFORM VERSER-CHANGEMENTS.
           CLOSE AUDIT-FILE CHANGEMENT-FILE.
           MOVE "N" TO WS-EOF.
           MOVE WS-NUM-LIGNE TO WS-NB-LIGNES-LUES

           .

       TRIER-EVENEMENT.
           IF AUDIT-REMPLACE
              IF AL-HORODATAGE NOT > WS-HORODATAGE-SEUIL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF WS-NUM-LIGNE NOT > WS-NB-LIGNES-LUES
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE AL-ID-CLIENT TO WS-ID-X.
           IF WS-ID-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-EVENEMENTS.
           PERFORM REGROUPER-EVENEMENT

           .

      *> Premier evenement du client : son image avant est gardee ;
      *> les suivants ne font qu'avancer l'image apres.
       REGROUPER-EVENEMENT.
           MOVE "N" TO WS-CHANGEMENT-TROUVE.
           PERFORM VARYING WS-CHANGEMENT-INDEX FROM 1 BY 1
                 UNTIL WS-CHANGEMENT-INDEX > WS-NB-CHANGEMENTS
                 OR WS-CHANGEMENT-TROUVE = "O"
              IF WS-CG-ID(WS-CHANGEMENT-INDEX) = WS-ID-N
                 MOVE "O" TO WS-CHANGEMENT-TROUVE
              END-IF
           END-PERFORM.

           IF WS-CHANGEMENT-TROUVE = "O"
              SUBTRACT 1 FROM WS-CHANGEMENT-INDEX
           ELSE
              IF WS-NB-CHANGEMENTS >= 300
                 PERFORM VERSER-CHANGEMENTS
              END-IF
              ADD 1 TO WS-NB-CHANGEMENTS
              MOVE WS-NB-CHANGEMENTS TO WS-CHANGEMENT-INDEX
              MOVE WS-ID-N TO WS-CG-ID(WS-CHANGEMENT-INDEX)
              MOVE AL-IMAGE-AVANT TO WS-CG-AVANT(WS-CHANGEMENT-INDEX)
           END-IF.

           MOVE AL-HORODATAGE TO WS-CG-HORODATAGE(WS-CHANGEMENT-INDEX).
           MOVE AL-ACTION TO WS-CG-ACTION(WS-CHANGEMENT-INDEX).
           MOVE AL-IMAGE-APRES TO WS-CG-APRES(WS-CHANGEMENT-INDEX)

           .

       VERSER-CHANGEMENTS.
           PERFORM VARYING WS-CHANGEMENT-INDEX FROM 1 BY 1
                 UNTIL WS-CHANGEMENT-INDEX > WS-NB-CHANGEMENTS
              PERFORM VERSER-CHANGEMENT
           END-PERFORM.
           MOVE ZERO TO WS-NB-CHANGEMENTS

           .

       VERSER-CHANGEMENT.
           INITIALIZE CHANGEMENT-REC.
           EVALUATE TRUE
              WHEN WS-CG-AVANT(WS-CHANGEMENT-INDEX) = SPACES
                    AND WS-CG-APRES(WS-CHANGEMENT-INDEX) = SPACES
                 EXIT PARAGRAPH
              WHEN WS-CG-AVANT(WS-CHANGEMENT-INDEX) = SPACES
                 SET FC-CREATION TO TRUE
              WHEN WS-CG-APRES(WS-CHANGEMENT-INDEX) = SPACES
                 SET FC-SUPPRESSION TO TRUE
              WHEN WS-CG-AVANT(WS-CHANGEMENT-INDEX)
                    = WS-CG-APRES(WS-CHANGEMENT-INDEX)
                 EXIT PARAGRAPH
              WHEN OTHER
                 SET FC-MODIFICATION TO TRUE
           END-EVALUATE.

           ADD 1 TO WS-DERNIERE-SEQUENCE.
           MOVE WS-DERNIERE-SEQUENCE TO FC-SEQUENCE.
           MOVE WS-CG-HORODATAGE(WS-CHANGEMENT-INDEX) TO FC-HORODATAGE.
           MOVE WS-CG-ACTION(WS-CHANGEMENT-INDEX) TO FC-ACTION.
           MOVE WS-CG-ID(WS-CHANGEMENT-INDEX) TO FC-ID-CLIENT.
           MOVE WS-CG-AVANT(WS-CHANGEMENT-INDEX) TO FC-IMAGE-AVANT.
           MOVE WS-CG-APRES(WS-CHANGEMENT-INDEX) TO FC-IMAGE-APRES.
           WRITE CHANGEMENT-REC.
           ADD 1 TO WS-COUNT-CHANGEMENTS

           .

      *> Flux d'un abonne : depuis sa sequence de rejeu si elle est
      *> nouvelle, sinon depuis la sequence suivant sa derniere
      *> diffusion.
       DIFFUSER-ABONNE.
           IF WS-AB-REJEU(WS-ABONNE-INDEX) > ZERO
                 AND WS-AB-REJEU(WS-ABONNE-INDEX)
                    NOT = WS-AB-REJEU-FAIT(WS-ABONNE-INDEX)
              MOVE WS-AB-REJEU(WS-ABONNE-INDEX) TO WS-DEBUT-SEQUENCE
              MOVE WS-AB-REJEU(WS-ABONNE-INDEX)
                 TO WS-AB-REJEU-FAIT(WS-ABONNE-INDEX)
              DISPLAY "REJEU POUR " WS-AB-CODE(WS-ABONNE-INDEX)
                 " DEPUIS LA SEQUENCE " WS-DEBUT-SEQUENCE
           ELSE
              COMPUTE WS-DEBUT-SEQUENCE =
                 WS-AB-DERNIERE-SEQ(WS-ABONNE-INDEX) + 1
           END-IF.

           MOVE SPACES TO WS-NOM-FLUX.
           STRING "Data/ops/cdc-" DELIMITED BY SIZE
              WS-AB-CODE(WS-ABONNE-INDEX) DELIMITED BY SPACE
              ".out" DELIMITED BY SIZE
              INTO WS-NOM-FLUX
           END-STRING.
           OPEN OUTPUT FLUX-FILE.
           IF WS-FLX-STATUS NOT = "00"
              DISPLAY "FLUX-FILE OPEN ERROR, STATUS=" WS-FLX-STATUS
                 " ABONNE=" WS-AB-CODE(WS-ABONNE-INDEX)
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO FLUX-LINE.
           STRING "CDC" WS-AB-DELIMITEUR(WS-ABONNE-INDEX)
              WS-AB-CODE(WS-ABONNE-INDEX)
              WS-AB-DELIMITEUR(WS-ABONNE-INDEX)
              WS-DEBUT-SEQUENCE
              DELIMITED BY SIZE
              INTO FLUX-LINE
           END-STRING.
           WRITE FLUX-LINE.

           MOVE ZERO TO WS-COUNT-FLUX.
           OPEN INPUT CHANGEMENT-FILE.
           IF WS-CHG-STATUS = "00"
              PERFORM UNTIL EOF
                 READ CHANGEMENT-FILE
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       IF FC-SEQUENCE NOT < WS-DEBUT-SEQUENCE
                          PERFORM ECRIRE-LIGNE-FLUX
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHANGEMENT-FILE
              MOVE "N" TO WS-EOF
           END-IF.

           MOVE WS-COUNT-FLUX TO WS-NB-ED.
           MOVE SPACES TO FLUX-LINE.
           STRING "TOTAL" WS-AB-DELIMITEUR(WS-ABONNE-INDEX) WS-NB-ED
              DELIMITED BY SIZE
              INTO FLUX-LINE
           END-STRING.
           WRITE FLUX-LINE.
           CLOSE FLUX-FILE.

           IF WS-DERNIERE-SEQUENCE > WS-AB-DERNIERE-SEQ(WS-ABONNE-INDEX)
              MOVE WS-DERNIERE-SEQUENCE
                 TO WS-AB-DERNIERE-SEQ(WS-ABONNE-INDEX)
           END-IF

           .

      *> Une modification qui ne touche aucun champ suivi par
      *> l'abonne ne lui est pas diffusee.
       ECRIRE-LIGNE-FLUX.
           MOVE FC-IMAGE-AVANT TO CLIENT-AVANT.
           MOVE FC-IMAGE-APRES TO CLIENT-APRES.
           MOVE SPACES TO FLUX-LINE.
           MOVE 1 TO WS-PTR.
           STRING FC-SEQUENCE WS-AB-DELIMITEUR(WS-ABONNE-INDEX)
              FC-TYPE WS-AB-DELIMITEUR(WS-ABONNE-INDEX)
              FC-HORODATAGE WS-AB-DELIMITEUR(WS-ABONNE-INDEX)
              FC-ID-CLIENT
              DELIMITED BY SIZE
              INTO FLUX-LINE
              WITH POINTER WS-PTR
           END-STRING.

           MOVE ZERO TO WS-CHAMPS-EMIS.
           IF NOT FC-SUPPRESSION
              PERFORM VARYING WS-CHAMP-INDEX FROM 1 BY 1
                    UNTIL WS-CHAMP-INDEX >
                       WS-AB-NB-CHAMPS(WS-ABONNE-INDEX)
                 PERFORM ECRIRE-CHAMP-FLUX
              END-PERFORM
           END-IF.

           IF FC-MODIFICATION AND WS-CHAMPS-EMIS = ZERO
              EXIT PARAGRAPH
           END-IF.
           WRITE FLUX-LINE.
           ADD 1 TO WS-COUNT-FLUX.
           ADD 1 TO WS-COUNT-DIFFUSES

           .

       ECRIRE-CHAMP-FLUX.
           IF WS-AB-CH-NOM(WS-ABONNE-INDEX WS-CHAMP-INDEX) = "ID"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VALORISER-CHAMP.
           IF FC-MODIFICATION AND WS-VALEUR = WS-VALEUR-AVANT
              EXIT PARAGRAPH
           END-IF.
           IF WS-AB-CH-MASQUE(WS-ABONNE-INDEX WS-CHAMP-INDEX) = "O"
              MOVE "******" TO WS-VALEUR
           END-IF.
           PERFORM CADRER-VALEUR.
           STRING WS-AB-DELIMITEUR(WS-ABONNE-INDEX)
              DELIMITED BY SIZE
              WS-AB-CH-NOM(WS-ABONNE-INDEX WS-CHAMP-INDEX)
              DELIMITED BY SPACE
              "=" DELIMITED BY SIZE
              WS-VALEUR-CADREE DELIMITED BY "  "
              INTO FLUX-LINE
              WITH POINTER WS-PTR
           END-STRING.
           ADD 1 TO WS-CHAMPS-EMIS

           .

      *> Recadrage a gauche de la valeur, comme dans EXTRACT.
       CADRER-VALEUR.
           MOVE SPACES TO WS-VALEUR-CADREE.
           PERFORM VARYING WS-POS-CADRAGE FROM 1 BY 1
                 UNTIL WS-POS-CADRAGE > 30
                 OR WS-VALEUR(WS-POS-CADRAGE:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF WS-POS-CADRAGE <= 30
              MOVE WS-VALEUR(WS-POS-CADRAGE:)
                 TO WS-VALEUR-CADREE
           END-IF

           .

      *> Dictionnaire des champs du maitre : valeur apres dans
      *> WS-VALEUR, valeur avant dans WS-VALEUR-AVANT ; un champ
      *> inconnu laisse le "?" pose par l'appelant.
       VALORISER-CHAMP.
           EVALUATE WS-AB-CH-NOM(WS-ABONNE-INDEX WS-CHAMP-INDEX)
              WHEN "ID"
                 MOVE CL-ID OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-ID OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "NOM"
                 MOVE CL-NAME OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-NAME OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "AGE"
                 MOVE CL-AGE OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-AGE OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "VILLE"
                 MOVE CL-CITY OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-CITY OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "EMAIL"
                 MOVE CL-EMAIL OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-EMAIL OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "TELEPHONE"
                 MOVE CL-PHONE OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-PHONE OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "STATUT"
                 MOVE CL-STATUS OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-STATUS OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "NAISSANCE"
                 MOVE CL-DATE-NAISSANCE OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-DATE-NAISSANCE OF CLIENT-AVANT
                    TO WS-VALEUR-AVANT
              WHEN "DATESTATUT"
                 MOVE CL-DATE-STATUT OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-DATE-STATUT OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "AGENCE"
                 MOVE CL-AGENCE OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-AGENCE OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "DECES"
                 MOVE CL-DATE-DECES OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-DATE-DECES OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN "NPAI"
                 MOVE CL-ADRESSE-INVALIDE OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-ADRESSE-INVALIDE OF CLIENT-AVANT
                    TO WS-VALEUR-AVANT
              WHEN "CANAL"
                 MOVE CL-CANAL OF CLIENT-APRES TO WS-VALEUR
                 MOVE CL-CANAL OF CLIENT-AVANT TO WS-VALEUR-AVANT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .

       ECRIRE-ETAT.
           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO ETAT-REC.
           MOVE "J" TO ET-TYPE.
           MOVE WS-NB-LIGNES-LUES TO ET-NB-LIGNES.
           MOVE WS-HORODATAGE-REPRISE TO ET-HORODATAGE.
           MOVE WS-DERNIERE-SEQUENCE TO ET-SEQUENCE.
           WRITE ETAT-REC.

           PERFORM VARYING WS-ABONNE-INDEX FROM 1 BY 1
                 UNTIL WS-ABONNE-INDEX > WS-NB-ABONNES
              MOVE SPACES TO ETAT-ABONNE
              MOVE "A" TO ET-TYPE
              MOVE WS-AB-CODE(WS-ABONNE-INDEX) TO ET-ABONNE
              MOVE WS-AB-DERNIERE-SEQ(WS-ABONNE-INDEX)
                 TO ET-DERNIERE-SEQ
              MOVE WS-AB-REJEU-FAIT(WS-ABONNE-INDEX) TO ET-REJEU-FAIT
              WRITE ETAT-REC
           END-PERFORM.

           CLOSE ETAT-FILE

           .
