       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriblerClient.
       AUTHOR. moi.

      *> Sous-programme reutilisable : criblage du nom d'un client
      *> contre la liste reglementaire Data/ops/sanctions.in -
      *> inscriptions de type S (sanctions) et P (personnes
      *> politiquement exposees). Les deux noms sont normalises par
      *> NormaliserTexte (majuscules, lettres accentuees ramenees a
      *> la lettre de base, ponctuation en blanc) puis decoupes en
      *> mots :
      *>   - correspondance exacte "E" : memes mots dans le meme
      *>     ordre ;
      *>   - correspondance approchee "A" : memes mots dans un autre
      *>     ordre ("DUPONT JEAN" / "JEAN DUPONT"), ou tous les mots
      *>     du nom inscrit presents dans le nom du client.
      *> Chaque correspondance ouvre un cas dans criblage-cas.idx
      *> (cle client + reference). Un cas deja ouvert ou confirme
      *> est laisse tel quel ; un cas leve par la conformite ne
      *> revient que si l'inscription a change depuis (nom ou type
      *> de liste differents de ceux gardes au cas).
      *>
      *> Code retour CC-RESULTAT : "N" aucun nouveau cas / "C" cas
      *> ouvert ou rouvert (CC-NB-CAS = nombre) / "I" liste ou
      *> fichier des cas illisible - criblage non fait.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FILE ASSIGN TO "Data/ops/sanctions.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT CAS-FILE ASSIGN TO "Data/ops/criblage-cas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CLE
               FILE STATUS IS WS-CAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTE-FILE.
       01  LISTE-REC.
           05  LS-TYPE           PIC X.
               88  LS-SANCTION   VALUE "S".
               88  LS-PPE        VALUE "P".
           05  LS-REFERENCE      PIC X(12).
           05  LS-NOM            PIC X(35).

       FD  CAS-FILE.
           COPY CRIBLAGE-REC.

       WORKING-STORAGE SECTION.
       01  WS-LST-STATUS         PIC XX.
       01  WS-CAS-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).

      *> Tables de normalisation passees a NormaliserTexte. Les
      *> lettres accentuees arrivent en UTF-8 : octet de tete C3
      *> suivi d'un octet de 80 a BF. L'octet suivant est ramene a
      *> la lettre de base, l'octet de tete devient "#" et n'est pas
      *> repris au decoupage en mots.
       01  WS-MINUSCULES         PIC X(26)
              VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAJUSCULES         PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ACCENTS-1.
           05  FILLER            PIC X(13)
              VALUE X"808182838485868788898A8B8C".
           05  FILLER            PIC X(13)
              VALUE X"8D8E8F90919293949596979899".
       01  WS-BASES-1            PIC X(26)
              VALUE "AAAAAAACEEEEIIIIDNOOOOOXOU".
       01  WS-ACCENTS-2.
           05  FILLER            PIC X(13)
              VALUE X"9A9B9C9D9E9FA0A1A2A3A4A5A6".
           05  FILLER            PIC X(13)
              VALUE X"A7A8A9AAABACADAEAFB0B1B2B3".
       01  WS-BASES-2            PIC X(26)
              VALUE "UUUYTSAAAAAAACEEEEIIIIDNOO".
       01  WS-ACCENTS-3.
           05  FILLER            PIC X(13)
              VALUE X"B4B5B6B7B8B9BABBBCBDBEBFC3".
           05  FILLER            PIC X(13) VALUE "-'.,/&():;_+*".
       01  WS-BASES-3            PIC X(26)
              VALUE "OOO OUUUUYTY#".

      *> Nom en cours de normalisation (35 caracteres : traite en
      *> deux passes de 30, positions 1-30 puis 6-35).
       01  WS-TEXTE              PIC X(35).
       01  WS-INDEX              PIC 99.
       01  WS-CAR                PIC X.
       01  WS-LG-MOT             PIC 99.
       01  WS-I                  PIC 9.
       01  WS-J                  PIC 9.
       01  WS-MOT-ECHANGE        PIC X(20).
       01  WS-POINTEUR           PIC 99.

      *> Decoupage courant : mots dans l'ordre, mots tries, formes
      *> recomposees (mots separes par un blanc).
       01  WS-DECOUPE.
           05  WS-NB-MOTS        PIC 9.
           05  WS-MOT OCCURS 8 TIMES PIC X(20).
           05  WS-MOT-TRIE OCCURS 8 TIMES PIC X(20).
           05  WS-FORME          PIC X(60).
           05  WS-FORME-TRIEE    PIC X(60).

      *> Decoupage du nom du client, garde pour toute la liste.
       01  WS-DECOUPE-CLIENT.
           05  WS-NB-MOTS-CLI    PIC 9.
           05  WS-MOT-CLI OCCURS 8 TIMES PIC X(20).
           05  WS-MOT-TRIE-CLI OCCURS 8 TIMES PIC X(20).
           05  WS-FORME-CLI      PIC X(60).
           05  WS-FORME-TRIEE-CLI PIC X(60).

       01  WS-CORRESPONDANCE     PIC X.
       01  WS-MOT-TROUVE         PIC X.
           88  MOT-TROUVE                 VALUE "O".
       01  WS-MOTS-ABSENTS       PIC 9.

       LINKAGE SECTION.
       01  CC-PROGRAMME          PIC X(10).
       01  CC-ID-CLIENT          PIC 9(6).
       01  CC-NOM                PIC X(20).
       01  CC-RESULTAT           PIC X.
       01  CC-NB-CAS             PIC 99.

       PROCEDURE DIVISION USING CC-PROGRAMME CC-ID-CLIENT CC-NOM
              CC-RESULTAT CC-NB-CAS.
           MOVE "N" TO CC-RESULTAT.
           MOVE ZERO TO CC-NB-CAS.
           CALL "DateTraitement" USING WS-DATE-JOUR.

           MOVE CC-NOM TO WS-TEXTE.
           PERFORM NORMALISER-DECOUPER.
           MOVE WS-DECOUPE TO WS-DECOUPE-CLIENT.
           IF WS-NB-MOTS-CLI = ZERO
              GOBACK
           END-IF.

           OPEN INPUT LISTE-FILE.
           IF WS-LST-STATUS NOT = "00"
              DISPLAY "CriblerClient : sanctions.in illisible, STATUS="
                 WS-LST-STATUS
              MOVE "I" TO CC-RESULTAT
              GOBACK
           END-IF.

           OPEN I-O CAS-FILE.
           IF WS-CAS-STATUS = "35"
              OPEN OUTPUT CAS-FILE
              CLOSE CAS-FILE
              OPEN I-O CAS-FILE
           END-IF.
           IF WS-CAS-STATUS NOT = "00"
              DISPLAY "CriblerClient : criblage-cas.idx illisible, "
                 "STATUS=" WS-CAS-STATUS
              CLOSE LISTE-FILE
              MOVE "I" TO CC-RESULTAT
              GOBACK
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ LISTE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF (LS-SANCTION OR LS-PPE)
                       AND LS-NOM NOT = SPACES
                       PERFORM COMPARER-INSCRIPTION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LISTE-FILE CAS-FILE.

           IF CC-NB-CAS > ZERO
              MOVE "C" TO CC-RESULTAT
           END-IF.

           GOBACK.

       COMPARER-INSCRIPTION.
           MOVE LS-NOM TO WS-TEXTE.
           PERFORM NORMALISER-DECOUPER.
           IF WS-NB-MOTS = ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-CORRESPONDANCE.
           EVALUATE TRUE
              WHEN WS-FORME = WS-FORME-CLI
                 MOVE "E" TO WS-CORRESPONDANCE
              WHEN WS-FORME-TRIEE = WS-FORME-TRIEE-CLI
                 MOVE "A" TO WS-CORRESPONDANCE
              WHEN OTHER
      *          Nom inscrit contenu dans le nom du client, mot
      *          pour mot, dans n'importe quel ordre.
                 MOVE ZERO TO WS-MOTS-ABSENTS
                 PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-MOTS
                    MOVE "N" TO WS-MOT-TROUVE
                    PERFORM VARYING WS-J FROM 1 BY 1
                          UNTIL WS-J > WS-NB-MOTS-CLI OR MOT-TROUVE
                       IF WS-MOT(WS-I) = WS-MOT-CLI(WS-J)
                          MOVE "O" TO WS-MOT-TROUVE
                       END-IF
                    END-PERFORM
                    IF NOT MOT-TROUVE
                       ADD 1 TO WS-MOTS-ABSENTS
                    END-IF
                 END-PERFORM
                 IF WS-MOTS-ABSENTS = ZERO
                    MOVE "A" TO WS-CORRESPONDANCE
                 END-IF
           END-EVALUATE.

           IF WS-CORRESPONDANCE NOT = SPACE
              PERFORM ENREGISTRER-CAS
           END-IF

           .

      *> Un cas ouvert ou confirme reste en l'etat ; un cas leve
      *> n'est rouvert que sur une inscription modifiee.
       ENREGISTRER-CAS.
           MOVE CC-ID-CLIENT TO CB-ID-CLIENT.
           MOVE LS-REFERENCE TO CB-REFERENCE.
           READ CAS-FILE
              INVALID KEY
                 PERFORM PREPARER-CAS
                 WRITE CRIBLAGE-REC
                    INVALID KEY
                       DISPLAY "CriblerClient : ecriture cas "
                          "impossible, STATUS=" WS-CAS-STATUS
                    NOT INVALID KEY
                       ADD 1 TO CC-NB-CAS
                 END-WRITE
              NOT INVALID KEY
                 IF CB-LEVE
                    AND (CB-NOM-LISTE NOT = LS-NOM
                         OR CB-TYPE-LISTE NOT = LS-TYPE)
                    PERFORM PREPARER-CAS
                    REWRITE CRIBLAGE-REC
                       INVALID KEY
                          DISPLAY "CriblerClient : reouverture "
                             "impossible, STATUS=" WS-CAS-STATUS
                       NOT INVALID KEY
                          ADD 1 TO CC-NB-CAS
                    END-REWRITE
                 END-IF
           END-READ

           .

       PREPARER-CAS.
           MOVE LS-TYPE TO CB-TYPE-LISTE.
           MOVE CC-NOM TO CB-NOM-CLIENT.
           MOVE LS-NOM TO CB-NOM-LISTE.
           MOVE WS-CORRESPONDANCE TO CB-CORRESPONDANCE.
           MOVE "O" TO CB-STATUT.
           MOVE WS-DATE-JOUR TO CB-DATE-DETECTION.
           MOVE CC-PROGRAMME TO CB-PROGRAMME.
           MOVE ZERO TO CB-DATE-DECISION.
           MOVE SPACES TO CB-OPERATEUR.
           MOVE SPACES TO CB-MOTIF

           .

      *> Normalisation de WS-TEXTE puis decoupage en mots (8 mots
      *> de 20 caracteres au plus), tri des mots et recomposition
      *> des deux formes comparees.
       NORMALISER-DECOUPER.
           CALL "NormaliserTexte" USING WS-TEXTE(1:30)
              WS-MINUSCULES WS-MAJUSCULES.
           CALL "NormaliserTexte" USING WS-TEXTE(6:30)
              WS-MINUSCULES WS-MAJUSCULES.
           CALL "NormaliserTexte" USING WS-TEXTE(1:30)
              WS-ACCENTS-1 WS-BASES-1.
           CALL "NormaliserTexte" USING WS-TEXTE(6:30)
              WS-ACCENTS-1 WS-BASES-1.
           CALL "NormaliserTexte" USING WS-TEXTE(1:30)
              WS-ACCENTS-2 WS-BASES-2.
           CALL "NormaliserTexte" USING WS-TEXTE(6:30)
              WS-ACCENTS-2 WS-BASES-2.
           CALL "NormaliserTexte" USING WS-TEXTE(1:30)
              WS-ACCENTS-3 WS-BASES-3.
           CALL "NormaliserTexte" USING WS-TEXTE(6:30)
              WS-ACCENTS-3 WS-BASES-3.

           MOVE SPACES TO WS-DECOUPE.
           MOVE ZERO TO WS-NB-MOTS.
           MOVE ZERO TO WS-LG-MOT.
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 35
              MOVE WS-TEXTE(WS-INDEX:1) TO WS-CAR
              EVALUATE TRUE
                 WHEN WS-CAR = "#"
                    CONTINUE
                 WHEN WS-CAR = SPACE
                    MOVE ZERO TO WS-LG-MOT
                 WHEN WS-LG-MOT = ZERO AND WS-NB-MOTS = 8
                    MOVE 35 TO WS-INDEX
                 WHEN OTHER
                    IF WS-LG-MOT = ZERO
                       ADD 1 TO WS-NB-MOTS
                    END-IF
                    IF WS-LG-MOT < 20
                       ADD 1 TO WS-LG-MOT
                       MOVE WS-CAR
                          TO WS-MOT(WS-NB-MOTS)(WS-LG-MOT:1)
                    END-IF
              END-EVALUATE
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MOTS
              MOVE WS-MOT(WS-I) TO WS-MOT-TRIE(WS-I)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-NB-MOTS
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-NB-MOTS - WS-I
                 IF WS-MOT-TRIE(WS-J) > WS-MOT-TRIE(WS-J + 1)
                    MOVE WS-MOT-TRIE(WS-J) TO WS-MOT-ECHANGE
                    MOVE WS-MOT-TRIE(WS-J + 1) TO WS-MOT-TRIE(WS-J)
                    MOVE WS-MOT-ECHANGE TO WS-MOT-TRIE(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE 1 TO WS-POINTEUR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MOTS
              STRING WS-MOT(WS-I) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                 INTO WS-FORME WITH POINTER WS-POINTEUR
              END-STRING
           END-PERFORM.
           MOVE 1 TO WS-POINTEUR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MOTS
              STRING WS-MOT-TRIE(WS-I) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                 INTO WS-FORME-TRIEE WITH POINTER WS-POINTEUR
              END-STRING
           END-PERFORM

           .
