      *> fichier de mouvements (code action + image ORDRE-REC) avec
      *> A = ajout, M = modification, D = suppression. Chaque
      *> mouvement est valide (client actif au maitre, montant non
      *> nul, frequence et destination connues, dates coherentes,
      *> et pour un nouvel ordre dossier de connaissance client a
      *> jour, cf. ControlerKyc) avant application ; applique ou
      *> rejete, il laisse une
      *> ligne au compte rendu avec les compteurs en fin d'etat.
      *> Les ordres sont executes chaque nuit par ORDREGEN.

               88  OM-AJOUT      VALUE "A".
               88  OM-MODIF      VALUE "M".
               88  OM-SUPPRESSION VALUE "D".
           05  OM-IMAGE          PIC X(62).

       FD  ORDRE-FILE.
           COPY ORDRE-REC
       01  WS-MOTIF-REJET        PIC X(40).
       01  WS-COUNT-ED           PIC ZZZZ9.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-KYC-CODE           PIC X(3).
       01  WS-KYC-MOTIF          PIC X(30).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           PERFORM UNTIL EOF
              READ MOUVEMENT-FILE
                 AT END
              MOVE "DATE DE FIN AVANT LE DEBUT" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
      *    Compte a debiter non renseigne : compte principal.
           IF OD-NUMERO-COMPTE OF ORDRE-REC NOT NUMERIC
              MOVE ZERO TO OD-NUMERO-COMPTE OF ORDRE-REC
           END-IF.

           MOVE OD-ID-CLIENT OF ORDRE-REC
              TO CL-ID OF CLIENT-MASTER-REC.
                 IF NOT CL-ACTIF OF CLIENT-MASTER-REC
                    MOVE "CLIENT NON ACTIF" TO WS-MOTIF-REJET
                 END-IF
           END-READ.

      *    Un nouvel ordre est un nouveau produit : dossier de
      *    connaissance client a jour exige.
           IF WS-MOTIF-REJET = SPACES AND OM-AJOUT
              CALL "ControlerKyc" USING OD-ID-CLIENT OF ORDRE-REC
                 WS-DATE-JOUR WS-KYC-CODE WS-KYC-MOTIF
              IF WS-KYC-CODE NOT = "OK "
                 MOVE WS-KYC-MOTIF TO WS-MOTIF-REJET
              END-IF
           END-IF

           .

