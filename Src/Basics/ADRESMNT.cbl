       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRESMNT.

      *> Maintenance par lot des adresses postales : applique
      *> adresses-mvt.in (client, date d'effet, deux lignes de voie,
      *> code postal, ville, pays) a l'historique adresses.idx. Un
      *> changement d'adresse ne remplace rien : il ajoute une
      *> version datee, pour que l'adresse d'envoi d'un courrier
      *> passe se retrouve a tout moment (AdresseClient).
      *> Controles : client connu du maitre, premiere ligne et ville
      *> renseignees, couple code postal / ville coherent avec le
      *> referentiel pour une adresse francaise
      *> (ControlerCodePostal), date d'effet (date du jour si a
      *> zero) jamais anterieure a la derniere version deja
      *> enregistree, adresse differente de cette derniere version.
      *> Au maitre clients.idx, sous VerrouMaitre : CL-CITY reprend
      *> la ville de la version des qu'elle est en vigueur, et le
      *> drapeau NPAI pose par COURRETR est leve - une version plus
      *> recente que l'adresse revenue existe desormais ; chaque
      *> changement du maitre part dans clients.aud (AUDITCLI,
      *> action ADRESSE). Compte rendu dans adresses-mvt.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENT-FILE
                 ASSIGN TO "Data/seq/adresses-mvt.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT ADRESSE-FILE ASSIGN TO "Data/seq/adresses.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CLE
               FILE STATUS IS WS-ADR-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/seq/adresses-mvt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  AM-ID-CLIENT      PIC 9(6).
           05  AM-DATE-EFFET     PIC 9(8).
           05  AM-LIGNE1         PIC X(32).
           05  AM-LIGNE2         PIC X(32).
           05  AM-CODE-POSTAL    PIC X(10).
           05  AM-VILLE          PIC X(26).
           05  AM-PAYS           PIC X(2).

       FD  ADRESSE-FILE.
           COPY ADRESSE-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-ADR-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-NPAI-LEVES   PIC 9(5) VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-OPERATEUR          PIC X(10).
       01  WS-OPERATEURS-AUDIT   PIC X(21).
       01  WS-COUNT-ED           PIC ZZZZ9.
       01  WS-CODE-POSTAL-RETOUR PIC X(3).
       01  WS-MENTION-NPAI       PIC X(10).

      *> Derniere version deja enregistree pour le client.
       01  WS-FIN-VERSIONS       PIC X.
       01  WS-VERSION-TROUVEE    PIC X.
       01  WS-DERNIER-EFFET      PIC 9(8).
       01  WS-DERNIERE-SEQUENCE  PIC 99.
       01  WS-DERNIERE-ADRESSE   PIC X(102).
       01  WS-NOUVELLE-ADRESSE.
           05  WS-NA-LIGNE1      PIC X(32).
           05  WS-NA-LIGNE2      PIC X(32).
           05  WS-NA-CODE-POSTAL PIC X(10).
           05  WS-NA-VILLE       PIC X(26).
           05  WS-NA-PAYS        PIC X(2).

       01  WS-AUDIT-ACTION       PIC X(10) VALUE "ADRESSE".
       01  WS-IMAGE-AVANT        PIC X(121).
       01  WS-IMAGE-APRES        PIC X(121).

       01  WS-VERROU-ACTION      PIC X.
       01  WS-VERROU-DEMANDEUR   PIC X(10).
       01  WS-VERROU-REPONSE     PIC X.
       01  WS-VERROU-DETENTEUR   PIC X(10).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== ADRESMNT START ===".
           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "OperateurCourant" USING WS-OPERATEUR.
           MOVE SPACES TO WS-OPERATEURS-AUDIT.
           MOVE WS-OPERATEUR TO WS-OPERATEURS-AUDIT(1:10).
           MOVE "ADRESMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              DISPLAY "MOUVEMENT-FILE OPEN ERROR, STATUS="
                 WS-MVT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ADRESSE-FILE.
           IF WS-ADR-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et ecritures qui suivent en
      *       dependent.
              OPEN OUTPUT ADRESSE-FILE
              CLOSE ADRESSE-FILE
              OPEN I-O ADRESSE-FILE
           END-IF.
           IF WS-ADR-STATUS NOT = "00"
              DISPLAY "ADRESSE-FILE OPEN ERROR, STATUS="
                 WS-ADR-STATUS
              CLOSE MOUVEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Le maitre client ne s'ouvre en mise a jour que sous
      *    le verrou de convention (cf. VerrouMaitre) : refus
      *    net si la maintenance ou un lot le tient deja.
           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "ADRESMNT" TO WS-VERROU-DEMANDEUR.
           CALL "VerrouMaitre" USING WS-VERROU-ACTION
              WS-VERROU-DEMANDEUR WS-VERROU-REPONSE
              WS-VERROU-DETENTEUR.
           IF WS-VERROU-REPONSE NOT = "O"
              DISPLAY "MAITRE CLIENT VERROUILLE PAR "
                 WS-VERROU-DETENTEUR ", LANCEMENT REFUSE"
              CLOSE MOUVEMENT-FILE ADRESSE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE MOUVEMENT-FILE ADRESSE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              CLOSE MOUVEMENT-FILE ADRESSE-FILE CLIENT-MASTER
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

           CLOSE MOUVEMENT-FILE ADRESSE-FILE CLIENT-MASTER
              RAPPORT-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES
              " NPAI LEVES=" WS-COUNT-NPAI-LEVES.
           MOVE "ADRESMNT" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.
           MOVE "L" TO WS-VERROU-ACTION.
           CALL "VerrouMaitre" USING WS-VERROU-ACTION
              WS-VERROU-DEMANDEUR WS-VERROU-REPONSE
              WS-VERROU-DETENTEUR.
           DISPLAY "=== ADRESMNT END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SPACES TO WS-MENTION-NPAI.
           IF AM-PAYS = SPACES
              MOVE "FR" TO AM-PAYS
           END-IF.
           IF AM-DATE-EFFET = ZERO
              MOVE WS-DATE-JOUR TO AM-DATE-EFFET
           END-IF.

           PERFORM CONTROLER-MOUVEMENT.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-DERNIERE-VERSION.
           IF WS-VERSION-TROUVEE = "O"
              EVALUATE TRUE
                 WHEN AM-DATE-EFFET < WS-DERNIER-EFFET
                    MOVE "VERSION PLUS RECENTE DEJA ENREGISTREE"
                       TO WS-MOTIF-REJET
                 WHEN WS-NOUVELLE-ADRESSE = WS-DERNIERE-ADRESSE
                    MOVE "ADRESSE IDENTIQUE A LA VERSION EN COURS"
                       TO WS-MOTIF-REJET
                 WHEN AM-DATE-EFFET = WS-DERNIER-EFFET
                       AND WS-DERNIERE-SEQUENCE = 99
                    MOVE "TROP DE VERSIONS A CETTE DATE"
                       TO WS-MOTIF-REJET
              END-EVALUATE
           END-IF.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-VERSION.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM METTRE-A-JOUR-MAITRE.
           PERFORM ECRIRE-APPLIQUE

           .

       CONTROLER-MOUVEMENT.
           MOVE AM-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF AM-LIGNE1 = SPACES
              MOVE "PREMIERE LIGNE D'ADRESSE ABSENTE"
                 TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF AM-VILLE = SPACES
              MOVE "VILLE ABSENTE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           CALL "ControlerCodePostal" USING AM-CODE-POSTAL AM-VILLE
              AM-PAYS WS-CODE-POSTAL-RETOUR.
           EVALUATE WS-CODE-POSTAL-RETOUR
              WHEN "CPI"
                 MOVE "CODE POSTAL INCONNU" TO WS-MOTIF-REJET
              WHEN "VIL"
                 MOVE "VILLE INCOHERENTE AVEC LE CODE POSTAL"
                    TO WS-MOTIF-REJET
              WHEN "REF"
                 MOVE "REFERENTIEL CODES POSTAUX ILLISIBLE"
                    TO WS-MOTIF-REJET
           END-EVALUATE.

           MOVE AM-LIGNE1 TO WS-NA-LIGNE1.
           MOVE AM-LIGNE2 TO WS-NA-LIGNE2.
           MOVE AM-CODE-POSTAL TO WS-NA-CODE-POSTAL.
           MOVE AM-VILLE TO WS-NA-VILLE.
           MOVE AM-PAYS TO WS-NA-PAYS

           .

       CHERCHER-DERNIERE-VERSION.
           MOVE "N" TO WS-VERSION-TROUVEE.
           MOVE AM-ID-CLIENT TO AH-ID-CLIENT.
           MOVE ZERO TO AH-DATE-EFFET AH-SEQUENCE.
           MOVE "N" TO WS-FIN-VERSIONS.
           START ADRESSE-FILE KEY IS NOT LESS THAN AH-CLE
              INVALID KEY
                 MOVE "O" TO WS-FIN-VERSIONS
           END-START.
           PERFORM UNTIL WS-FIN-VERSIONS = "O"
              READ ADRESSE-FILE NEXT RECORD
                 AT END
                    MOVE "O" TO WS-FIN-VERSIONS
                 NOT AT END
                    IF AH-ID-CLIENT NOT = AM-ID-CLIENT
                       MOVE "O" TO WS-FIN-VERSIONS
                    ELSE
                       MOVE "O" TO WS-VERSION-TROUVEE
                       MOVE AH-DATE-EFFET TO WS-DERNIER-EFFET
                       MOVE AH-SEQUENCE TO WS-DERNIERE-SEQUENCE
                       MOVE AH-LIGNE1 TO WS-DERNIERE-ADRESSE(1:32)
                       MOVE AH-LIGNE2 TO WS-DERNIERE-ADRESSE(33:32)
                       MOVE AH-CODE-POSTAL
                          TO WS-DERNIERE-ADRESSE(65:10)
                       MOVE AH-VILLE TO WS-DERNIERE-ADRESSE(75:26)
                       MOVE AH-PAYS TO WS-DERNIERE-ADRESSE(101:2)
                    END-IF
              END-READ
           END-PERFORM

           .

       ECRIRE-VERSION.
           MOVE SPACES TO ADRESSE-REC.
           MOVE AM-ID-CLIENT TO AH-ID-CLIENT.
           MOVE AM-DATE-EFFET TO AH-DATE-EFFET.
           MOVE 1 TO AH-SEQUENCE.
           IF WS-VERSION-TROUVEE = "O"
                 AND AM-DATE-EFFET = WS-DERNIER-EFFET
              COMPUTE AH-SEQUENCE = WS-DERNIERE-SEQUENCE + 1
           END-IF.
           MOVE AM-LIGNE1 TO AH-LIGNE1.
           MOVE AM-LIGNE2 TO AH-LIGNE2.
           MOVE AM-CODE-POSTAL TO AH-CODE-POSTAL.
           MOVE AM-VILLE TO AH-VILLE.
           MOVE AM-PAYS TO AH-PAYS.
           MOVE ZERO TO AH-DATE-RETOUR AH-NB-RETOURS.
           MOVE WS-DATE-JOUR TO AH-DATE-SAISIE.
           MOVE WS-OPERATEUR TO AH-OPERATEUR.
           WRITE ADRESSE-REC
              INVALID KEY
                 MOVE "ECRITURE DE LA VERSION IMPOSSIBLE"
                    TO WS-MOTIF-REJET
           END-WRITE

           .

      *> Ville courte du maitre des que la version est en vigueur ;
      *> drapeau NPAI leve dans tous les cas, la version ecrite etant
      *> par construction plus recente que celle qui est revenue.
       METTRE-A-JOUR-MAITRE.
           MOVE CLIENT-MASTER-REC TO WS-IMAGE-AVANT.
           IF AM-DATE-EFFET NOT > WS-DATE-JOUR
              MOVE AM-VILLE TO CL-CITY OF CLIENT-MASTER-REC
           END-IF.
           IF CL-ADRESSE-KO OF CLIENT-MASTER-REC
              MOVE SPACE TO CL-ADRESSE-INVALIDE OF CLIENT-MASTER-REC
              MOVE ZERO TO CL-NB-RETOURS OF CLIENT-MASTER-REC
              MOVE " NPAI LEVE" TO WS-MENTION-NPAI
              ADD 1 TO WS-COUNT-NPAI-LEVES
           END-IF.
           MOVE CLIENT-MASTER-REC TO WS-IMAGE-APRES.
           IF WS-IMAGE-APRES = WS-IMAGE-AVANT
              EXIT PARAGRAPH
           END-IF.

           REWRITE CLIENT-MASTER-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, CLIENT="
                    AM-ID-CLIENT " STATUS=" WS-CLI-STATUS
                 EXIT PARAGRAPH
           END-REWRITE.
           CALL "AUDITCLI" USING WS-AUDIT-ACTION
              AM-ID-CLIENT WS-IMAGE-AVANT WS-IMAGE-APRES
              WS-OPERATEURS-AUDIT

           .

       ECRIRE-APPLIQUE.
           ADD 1 TO WS-COUNT-APPLIQUES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "APPLIQUE CLIENT=" AH-ID-CLIENT
              " EFFET=" AH-DATE-EFFET
              " SEQ=" AH-SEQUENCE
              " " AH-LIGNE1
              " " AH-CODE-POSTAL
              " " AH-VILLE
              " " AH-PAYS
              WS-MENTION-NPAI
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "REJETE CLIENT=" AM-ID-CLIENT
              " EFFET=" AM-DATE-EFFET
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .

       EDITER-COMPTEURS.
           MOVE WS-COUNT-LUS TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS LUS     =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-APPLIQUES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS APPLIQUES=" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-REJETES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "MOUVEMENTS REJETES  =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           MOVE WS-COUNT-NPAI-LEVES TO WS-COUNT-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING "DRAPEAUX NPAI LEVES =" WS-COUNT-ED
              DELIMITED BY SIZE INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE

           .
