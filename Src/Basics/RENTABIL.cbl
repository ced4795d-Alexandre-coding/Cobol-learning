       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABIL.

      *> Rentabilite mensuelle par client et segmentation de valeur :
      *> AGENSCOR classe les agences, CLIENT360 montre les encours,
      *> ce lot dit enfin ce que chaque client rapporte. Pour chaque
      *> CL-ID du maitre (decedes exclus), cumul des revenus du mois
      *> de traitement :
      *>  - interets de prets encaisses (reglements.out de PRETPAIE,
      *>    lignes du mois) ;
      *>  - commission conservee sur les primes d'assurance de ces
      *>    memes reglements, au taux de commission-assur.ctl ;
      *>  - agios de decouvert du dernier trimestre facture par
      *>    COMPTAGI (agios.out), pour un tiers par mois ;
      *>  - frais de tenue de compte du dernier mois facture par
      *>    COMPTFRA (frais.out) ;
      *>  - marge sur livrets et depots a terme actifs : encours au
      *>    taux de replacement moins le taux servi, sur un mois.
      *> Un cout de gestion standard par produit detenu (pret actif,
      *> compte courant ouvert, livret actif, depot a terme actif)
      *> est deduit ; la contribution nette place le client dans un
      *> segment - M masse, A aise, P banque privee - selon les
      *> seuils du fichier de pilotage segmentation.ctl (taux de
      *> replacement TR, couts CP/CC/CE/CD, seuils SA/SP). Le
      *> resultat est range dans segments.idx, que CAMPAGNE prend
      *> comme critere, avec le segment du mois precedent ; l'etat
      *> rentabilite.rpt detaille chaque client puis la matrice des
      *> migrations de segment d'un mois sur l'autre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE
                 ASSIGN TO "Data/seq/segmentation.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT COMMISSION-FILE
                 ASSIGN TO "Data/pret/commission-assur.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COM-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT REGLEMENT-FILE ASSIGN TO "Data/pret/reglements.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT AGIO-FILE ASSIGN TO "Data/compte/agios.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGI-STATUS.

           SELECT FRAIS-FILE ASSIGN TO "Data/compte/frais.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRA-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-EPA-STATUS.

           SELECT DAT-FILE ASSIGN TO "Data/epargne/dat.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-NUMERO
               FILE STATUS IS WS-DAT-STATUS.

           SELECT SEGMENT-FILE ASSIGN TO "Data/seq/segments.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-ID-CLIENT
               FILE STATUS IS WS-SEG-STATUS.

           SELECT ETAT-FILE ASSIGN TO "Data/seq/rentabilite.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Pilotage : code sur deux caracteres et valeur.
      *>   TR taux annuel de replacement des depots, en %
      *>   CP CC CE CD cout de gestion mensuel d'un pret, d'un
      *>            compte courant, d'un livret, d'un depot a terme
      *>   SA SP seuils mensuels de contribution nette des segments
      *>         aise et banque privee (en dessous de SA : masse).
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  SC-CODE           PIC X(2).
           05  SC-VALEUR         PIC 9(9)V99.

      *> Part de la prime d'assurance conservee par la banque, en
      *> pourcentage.
       FD  COMMISSION-FILE.
       01  COMMISSION-REC.
           05  CM-TAUX           PIC 99V99.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  REGLEMENT-FILE.
       01  REGLEMENT-LINE        PIC X(150).

       FD  AGIO-FILE.
       01  AGIO-LINE             PIC X(132).

       FD  FRAIS-FILE.
       01  FRAIS-LINE            PIC X(132).

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       FD  DAT-FILE.
           COPY DAT-REC.

       FD  SEGMENT-FILE.
           COPY SEGMENT-REC.

       FD  ETAT-FILE.
       01  ETAT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS         PIC XX VALUE "00".
       01  WS-COM-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-AGI-STATUS         PIC XX VALUE "00".
       01  WS-FRA-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-DAT-STATUS         PIC XX VALUE "00".
       01  WS-SEG-STATUS         PIC XX VALUE "00".
       01  WS-ETAT-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-CLIENTS      PIC 9(5) VALUE 0.
       01  WS-COUNT-MIGRATIONS   PIC 9(5) VALUE 0.
       01  WS-COUNT-HORS-TABLE   PIC 9(5) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-MOIS-TRAITEMENT    PIC 9(6).

      *> Parametres de segmentation.
       01  WS-TAUX-REPLACEMENT   PIC 9(2)V999 VALUE 0.
       01  WS-COUT-PRET          PIC 9(5)V99 VALUE 0.
       01  WS-COUT-COMPTE        PIC 9(5)V99 VALUE 0.
       01  WS-COUT-LIVRET        PIC 9(5)V99 VALUE 0.
       01  WS-COUT-DAT           PIC 9(5)V99 VALUE 0.
       01  WS-SEUIL-AISE         PIC 9(7)V99 VALUE 0.
       01  WS-SEUIL-PRIVE        PIC 9(7)V99 VALUE 0.
       01  WS-TAUX-COMMISSION    PIC 99V99 VALUE 0.

      *> Cumuls du mois par client, dans l'ordre du maitre.
       01  WS-TABLE-CLIENTS.
           05  WS-NB-CLIENTS     PIC 9(3) VALUE 0.
           05  WS-RC-LIGNE OCCURS 500 TIMES.
               10  WS-RC-ID          PIC 9(6).
               10  WS-RC-NOM         PIC X(20).
               10  WS-RC-INTERETS    PIC 9(7)V99.
               10  WS-RC-COMMISSION  PIC 9(7)V99.
               10  WS-RC-AGIOS       PIC 9(7)V99.
               10  WS-RC-FRAIS       PIC 9(7)V99.
               10  WS-RC-MARGE       PIC S9(7)V99.
               10  WS-RC-NB-PRETS    PIC 99.
               10  WS-RC-NB-COMPTES  PIC 99.
               10  WS-RC-NB-LIVRETS  PIC 99.
               10  WS-RC-NB-DAT      PIC 99.
       01  WS-CLIENT-INDEX       PIC 9(3).
       01  WS-CLIENT-CHERCHE     PIC 9(6).
       01  WS-CLIENT-TROUVE      PIC X.
           88  CLIENT-TROUVE              VALUE "Y".
           88  CLIENT-ABSENT              VALUE "N".

      *> Extraction aux positions fixes des lignes de reglements,
      *> d'agios et de frais.
       01  WS-ID-X               PIC X(6).
       01  WS-ID-N REDEFINES WS-ID-X
                                 PIC 9(6).
       01  WS-DATE-X             PIC X(8).
       01  WS-DATE-N REDEFINES WS-DATE-X
                                 PIC 9(8).
       01  WS-ENT-X              PIC X(7).
       01  WS-ENT-N REDEFINES WS-ENT-X
                                 PIC 9(7).
       01  WS-DEC-X              PIC X(2).
       01  WS-DEC-N REDEFINES WS-DEC-X
                                 PIC 99.
       01  WS-MONTANT            PIC 9(7)V99.
       01  WS-MARGE              PIC S9(7)V99.

      *> Resultat du client courant.
       01  WS-NB-PRODUITS        PIC 9(3).
       01  WS-COUT-GESTION       PIC 9(7)V99.
       01  WS-REVENUS            PIC S9(9)V99.
       01  WS-RESULTAT           PIC S9(9)V99.
       01  WS-SEGMENT            PIC X.
       01  WS-SEGMENT-PRECEDENT  PIC X.
       01  WS-MOIS-PRECEDENT     PIC 9(6).
       01  WS-SEGMENT-EXISTANT   PIC X.

      *> Matrice des migrations : ligne = segment precedent (1 M,
      *> 2 A, 3 P, 4 nouveau client), colonne = segment du mois.
       01  WS-MATRICE.
           05  WS-MIG-LIGNE OCCURS 4 TIMES.
               10  WS-MIG-NB     PIC 9(5) OCCURS 3 TIMES.
       01  WS-MIG-INDEX-AVANT    PIC 9.
       01  WS-MIG-INDEX-APRES    PIC 9.
       01  WS-SEGMENT-RANG       PIC X.
       01  WS-RANG               PIC 9.
       01  WS-LIBELLE-SEGMENT    PIC X(12).

       01  WS-TOTAL-REVENUS      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-COUTS        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RESULTAT     PIC S9(11)V99 VALUE 0.

       01  WS-NB-ED              PIC ZZZZ9.
       01  WS-MONTANT-ED         PIC Z(6)9,99-.
       01  WS-TOTAL-ED           PIC Z(10)9,99-.
       01  WS-NB-PRODUITS-ED     PIC ZZ9.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== RENTABIL START ===".
           MOVE "RENTABIL" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CLIENTS
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

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-TRAITEMENT.
           INITIALIZE WS-MATRICE.

           PERFORM CHARGEMENT-PARAMETRES.
           PERFORM LECTURE-COMMISSION.
           PERFORM CHARGEMENT-CLIENTS.

           PERFORM CUMULER-REGLEMENTS.
           PERFORM CUMULER-AGIOS.
           PERFORM CUMULER-FRAIS.
           PERFORM COMPTER-PRETS.
           PERFORM COMPTER-COMPTES.
           PERFORM COMPTER-LIVRETS.
           PERFORM COMPTER-DAT.

           OPEN I-O SEGMENT-FILE.
           IF WS-SEG-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
      *       en I-O, les lectures et ecritures qui suivent en
      *       dependent.
              OPEN OUTPUT SEGMENT-FILE
              CLOSE SEGMENT-FILE
              OPEN I-O SEGMENT-FILE
           END-IF.
           IF WS-SEG-STATUS NOT = "00"
              DISPLAY "SEGMENT-FILE OPEN ERROR, STATUS="
                 WS-SEG-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
              DISPLAY "ETAT-FILE OPEN ERROR, STATUS=" WS-ETAT-STATUS
              CLOSE SEGMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM EDITER-ENTETE.
           PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
                 UNTIL WS-CLIENT-INDEX > WS-NB-CLIENTS
              PERFORM SEGMENTER-CLIENT
           END-PERFORM.
           PERFORM EDITER-MIGRATIONS.
           PERFORM EDITER-TOTAUX.

           CLOSE SEGMENT-FILE ETAT-FILE.

           MOVE WS-TOTAL-RESULTAT TO WS-TOTAL-ED.
           DISPLAY "CLIENTS SEGMENTES=" WS-COUNT-CLIENTS
              " CHANGEMENTS DE SEGMENT=" WS-COUNT-MIGRATIONS
              " CONTRIBUTION NETTE=" WS-TOTAL-ED.
           IF WS-COUNT-HORS-TABLE > ZERO
              MOVE "CLIENTS HORS TABLE DE RENTABILITE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-HORS-TABLE
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-CLIENTS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== RENTABIL END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Sans seuils, aucun segment ne peut etre attribue : arret en
      *> RC=8 plutot qu'un classement de tous les clients en masse.
       CHARGEMENT-PARAMETRES.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "CONTROLE-FILE OPEN ERROR, STATUS="
                 WS-CTL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ CONTROLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE SC-CODE
                       WHEN "TR"
                          MOVE SC-VALEUR TO WS-TAUX-REPLACEMENT
                       WHEN "CP"
                          MOVE SC-VALEUR TO WS-COUT-PRET
                       WHEN "CC"
                          MOVE SC-VALEUR TO WS-COUT-COMPTE
                       WHEN "CE"
                          MOVE SC-VALEUR TO WS-COUT-LIVRET
                       WHEN "CD"
                          MOVE SC-VALEUR TO WS-COUT-DAT
                       WHEN "SA"
                          MOVE SC-VALEUR TO WS-SEUIL-AISE
                       WHEN "SP"
                          MOVE SC-VALEUR TO WS-SEUIL-PRIVE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE CONTROLE-FILE.
           MOVE "N" TO WS-EOF.

           IF WS-SEUIL-AISE = ZERO OR WS-SEUIL-PRIVE = ZERO
                 OR WS-SEUIL-PRIVE NOT > WS-SEUIL-AISE
              DISPLAY "SEUILS DE SEGMENTATION ABSENTS OU INCOHERENTS,"
                 " ARRET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           .

       LECTURE-COMMISSION.
           OPEN INPUT COMMISSION-FILE.
           IF WS-COM-STATUS = "00"
              READ COMMISSION-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CM-TAUX TO WS-TAUX-COMMISSION
              END-READ
              CLOSE COMMISSION-FILE
           END-IF

           .

       CHARGEMENT-CLIENTS.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO CL-ID OF CLIENT-MASTER-REC.
           START CLIENT-MASTER
              KEY NOT < CL-ID OF CLIENT-MASTER-REC
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ CLIENT-MASTER NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF NOT CL-DECEDE OF CLIENT-MASTER-REC
                       PERFORM AJOUTER-CLIENT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CLIENT-MASTER.
           MOVE "N" TO WS-EOF

           .

       AJOUTER-CLIENT.
           IF WS-NB-CLIENTS >= 500
              ADD 1 TO WS-COUNT-HORS-TABLE
              DISPLAY "TABLE DE RENTABILITE SATUREE, CLIENT="
                 CL-ID OF CLIENT-MASTER-REC
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           INITIALIZE WS-RC-LIGNE(WS-NB-CLIENTS).
           MOVE CL-ID OF CLIENT-MASTER-REC TO WS-RC-ID(WS-NB-CLIENTS).
           MOVE CL-NAME OF CLIENT-MASTER-REC
              TO WS-RC-NOM(WS-NB-CLIENTS)

           .

       CHERCHER-CLIENT.
           SET CLIENT-ABSENT TO TRUE.
           PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
                 UNTIL WS-CLIENT-INDEX > WS-NB-CLIENTS
                 OR CLIENT-TROUVE
              IF WS-RC-ID(WS-CLIENT-INDEX) = WS-CLIENT-CHERCHE
                 SET CLIENT-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF CLIENT-TROUVE
              SUBTRACT 1 FROM WS-CLIENT-INDEX
           END-IF

           .

      *> Reglements de prets du mois : interets et prime
      *> d'assurance aux positions fixes de la ligne ecrite par
      *> PRETPAIE (memes positions qu'ASSUBORD et TRESO).
       CUMULER-REGLEMENTS.
           OPEN INPUT REGLEMENT-FILE.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "REGLEMENT-FILE ABSENT, STATUS=" WS-REG-STATUS
                 " - INTERETS DE PRETS NON COMPTES"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ REGLEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF REGLEMENT-LINE(1:15) = "REGLEMENT PRET="
                       PERFORM TRAITER-REGLEMENT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE REGLEMENT-FILE.
           MOVE "N" TO WS-EOF

           .

       TRAITER-REGLEMENT.
           MOVE REGLEMENT-LINE(30:6) TO WS-ID-X.
           MOVE REGLEMENT-LINE(42:8) TO WS-DATE-X.
           IF WS-ID-X NOT NUMERIC OR WS-DATE-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-X(1:6) NOT = WS-MOIS-TRAITEMENT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-N TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           IF CLIENT-ABSENT
              EXIT PARAGRAPH
           END-IF.

           MOVE REGLEMENT-LINE(79:7) TO WS-ENT-X.
           MOVE REGLEMENT-LINE(87:2) TO WS-DEC-X.
           PERFORM CONVERTIR-MONTANT.
           ADD WS-MONTANT TO WS-RC-INTERETS(WS-CLIENT-INDEX).

           MOVE SPACES TO WS-ENT-X.
           MOVE REGLEMENT-LINE(100:5) TO WS-ENT-X(3:5).
           MOVE REGLEMENT-LINE(106:2) TO WS-DEC-X.
           PERFORM CONVERTIR-MONTANT.
           COMPUTE WS-MONTANT ROUNDED =
              WS-MONTANT * WS-TAUX-COMMISSION / 100.
           ADD WS-MONTANT TO WS-RC-COMMISSION(WS-CLIENT-INDEX)

           .

      *> Montant edite (Z..9,99) decoupe en partie entiere et
      *> decimales ; une zone illisible compte pour zero.
       CONVERTIR-MONTANT.
           INSPECT WS-ENT-X REPLACING LEADING " " BY "0".
           IF WS-ENT-X NOT NUMERIC OR WS-DEC-X NOT NUMERIC
              MOVE ZERO TO WS-MONTANT
           ELSE
              COMPUTE WS-MONTANT = WS-ENT-N + WS-DEC-N / 100
           END-IF

           .

      *> Agios du dernier trimestre facture (COMPTAGI reecrit
      *> agios.out a chaque trimestre) : un tiers par mois.
       CUMULER-AGIOS.
           OPEN INPUT AGIO-FILE.
           IF WS-AGI-STATUS NOT = "00"
              DISPLAY "AGIO-FILE ABSENT, STATUS=" WS-AGI-STATUS
                 " - AGIOS NON COMPTES"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ AGIO-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF AGIO-LINE(1:13) = "AGIOS COMPTE="
                       PERFORM TRAITER-AGIO
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE AGIO-FILE.
           MOVE "N" TO WS-EOF

           .

       TRAITER-AGIO.
           MOVE AGIO-LINE(30:6) TO WS-ID-X.
           IF WS-ID-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-N TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           IF CLIENT-ABSENT
              EXIT PARAGRAPH
           END-IF.
           MOVE AGIO-LINE(83:7) TO WS-ENT-X.
           MOVE AGIO-LINE(91:2) TO WS-DEC-X.
           PERFORM CONVERTIR-MONTANT.
           COMPUTE WS-MONTANT ROUNDED = WS-MONTANT / 3.
           ADD WS-MONTANT TO WS-RC-AGIOS(WS-CLIENT-INDEX)

           .

      *> Frais du dernier mois facture (frais.out, reecrit par
      *> COMPTFRA a chaque facturation mensuelle).
       CUMULER-FRAIS.
           OPEN INPUT FRAIS-FILE.
           IF WS-FRA-STATUS NOT = "00"
              DISPLAY "FRAIS-FILE ABSENT, STATUS=" WS-FRA-STATUS
                 " - FRAIS NON COMPTES"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ FRAIS-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF FRAIS-LINE(1:13) = "FRAIS COMPTE="
                       PERFORM TRAITER-FRAIS
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE FRAIS-FILE.
           MOVE "N" TO WS-EOF

           .

       TRAITER-FRAIS.
           MOVE FRAIS-LINE(30:6) TO WS-ID-X.
           IF WS-ID-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-N TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           IF CLIENT-ABSENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FRAIS-LINE(78:7) TO WS-ENT-X.
           MOVE FRAIS-LINE(86:2) TO WS-DEC-X.
           PERFORM CONVERTIR-MONTANT.
           ADD WS-MONTANT TO WS-RC-FRAIS(WS-CLIENT-INDEX)

           .

       COMPTER-PRETS.
           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              EXIT PARAGRAPH
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
                    IF PR-ACTIF
                       MOVE PR-ID-CLIENT TO WS-CLIENT-CHERCHE
                       PERFORM CHERCHER-CLIENT
                       IF CLIENT-TROUVE
                          ADD 1 TO WS-RC-NB-PRETS(WS-CLIENT-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PORTEFEUILLE.
           MOVE "N" TO WS-EOF

           .

       COMPTER-COMPTES.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CP-NUMERO-COMPTE.
           START COMPTE-FILE KEY NOT < CP-NUMERO-COMPTE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CP-OUVERT
                       MOVE CP-ID-CLIENT TO WS-CLIENT-CHERCHE
                       PERFORM CHERCHER-CLIENT
                       IF CLIENT-TROUVE
                          ADD 1 TO WS-RC-NB-COMPTES(WS-CLIENT-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COMPTE-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Marge d'un mois sur un livret : encours au taux de
      *> replacement moins le taux servi.
       COMPTER-LIVRETS.
           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EP-CLE.
           START COMPTE-EPARGNE KEY NOT < EP-CLE
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ COMPTE-EPARGNE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF EP-ACTIF
                       MOVE EP-ID-CLIENT TO WS-CLIENT-CHERCHE
                       PERFORM CHERCHER-CLIENT
                       IF CLIENT-TROUVE
                          ADD 1 TO WS-RC-NB-LIVRETS(WS-CLIENT-INDEX)
                          COMPUTE WS-MARGE ROUNDED = EP-SOLDE
                             * (WS-TAUX-REPLACEMENT - EP-TAUX)
                             / 100 / 12
                          ADD WS-MARGE TO WS-RC-MARGE(WS-CLIENT-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COMPTE-EPARGNE.
           MOVE "N" TO WS-EOF

           .

       COMPTER-DAT.
           OPEN INPUT DAT-FILE.
           IF WS-DAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO DA-NUMERO.
           START DAT-FILE KEY NOT < DA-NUMERO
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ DAT-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF DA-ACTIF
                       MOVE DA-ID-CLIENT TO WS-CLIENT-CHERCHE
                       PERFORM CHERCHER-CLIENT
                       IF CLIENT-TROUVE
                          ADD 1 TO WS-RC-NB-DAT(WS-CLIENT-INDEX)
                          COMPUTE WS-MARGE ROUNDED = DA-MONTANT
                             * (WS-TAUX-REPLACEMENT - DA-TAUX)
                             / 100 / 12
                          ADD WS-MARGE TO WS-RC-MARGE(WS-CLIENT-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE DAT-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Contribution nette, segment et mise a jour de segments.idx.
      *> Une relance dans le mois garde le segment du mois
      *> precedent deja range, pour ne pas comparer le mois a
      *> lui-meme.
       SEGMENTER-CLIENT.
           COMPUTE WS-NB-PRODUITS = WS-RC-NB-PRETS(WS-CLIENT-INDEX)
              + WS-RC-NB-COMPTES(WS-CLIENT-INDEX)
              + WS-RC-NB-LIVRETS(WS-CLIENT-INDEX)
              + WS-RC-NB-DAT(WS-CLIENT-INDEX).
           COMPUTE WS-COUT-GESTION =
              WS-RC-NB-PRETS(WS-CLIENT-INDEX) * WS-COUT-PRET
              + WS-RC-NB-COMPTES(WS-CLIENT-INDEX) * WS-COUT-COMPTE
              + WS-RC-NB-LIVRETS(WS-CLIENT-INDEX) * WS-COUT-LIVRET
              + WS-RC-NB-DAT(WS-CLIENT-INDEX) * WS-COUT-DAT.
           COMPUTE WS-REVENUS = WS-RC-INTERETS(WS-CLIENT-INDEX)
              + WS-RC-COMMISSION(WS-CLIENT-INDEX)
              + WS-RC-AGIOS(WS-CLIENT-INDEX)
              + WS-RC-FRAIS(WS-CLIENT-INDEX)
              + WS-RC-MARGE(WS-CLIENT-INDEX).
           COMPUTE WS-RESULTAT = WS-REVENUS - WS-COUT-GESTION.

           EVALUATE TRUE
              WHEN WS-RESULTAT NOT < WS-SEUIL-PRIVE
                 MOVE "P" TO WS-SEGMENT
              WHEN WS-RESULTAT NOT < WS-SEUIL-AISE
                 MOVE "A" TO WS-SEGMENT
              WHEN OTHER
                 MOVE "M" TO WS-SEGMENT
           END-EVALUATE.

           MOVE WS-RC-ID(WS-CLIENT-INDEX) TO SG-ID-CLIENT.
           READ SEGMENT-FILE
              INVALID KEY
                 MOVE "N" TO WS-SEGMENT-EXISTANT
                 MOVE SPACE TO WS-SEGMENT-PRECEDENT
                 MOVE ZERO TO WS-MOIS-PRECEDENT
              NOT INVALID KEY
                 MOVE "O" TO WS-SEGMENT-EXISTANT
                 IF SG-MOIS = WS-MOIS-TRAITEMENT
                    MOVE SG-SEGMENT-PRECEDENT TO WS-SEGMENT-PRECEDENT
                    MOVE SG-MOIS-PRECEDENT TO WS-MOIS-PRECEDENT
                 ELSE
                    MOVE SG-SEGMENT TO WS-SEGMENT-PRECEDENT
                    MOVE SG-MOIS TO WS-MOIS-PRECEDENT
                 END-IF
           END-READ.

           INITIALIZE SEGMENT-REC.
           MOVE WS-RC-ID(WS-CLIENT-INDEX) TO SG-ID-CLIENT.
           MOVE WS-SEGMENT TO SG-SEGMENT.
           MOVE WS-MOIS-TRAITEMENT TO SG-MOIS.
           MOVE WS-SEGMENT-PRECEDENT TO SG-SEGMENT-PRECEDENT.
           MOVE WS-MOIS-PRECEDENT TO SG-MOIS-PRECEDENT.
           MOVE WS-RC-INTERETS(WS-CLIENT-INDEX) TO SG-INTERETS-PRET.
           MOVE WS-RC-COMMISSION(WS-CLIENT-INDEX) TO SG-COMMISSION.
           MOVE WS-RC-AGIOS(WS-CLIENT-INDEX) TO SG-AGIOS.
           MOVE WS-RC-FRAIS(WS-CLIENT-INDEX) TO SG-FRAIS.
           MOVE WS-RC-MARGE(WS-CLIENT-INDEX) TO SG-MARGE-EPARGNE.
           MOVE WS-NB-PRODUITS TO SG-NB-PRODUITS.
           MOVE WS-COUT-GESTION TO SG-COUT-GESTION.
           MOVE WS-RESULTAT TO SG-RESULTAT.
           MOVE WS-DATE-JOUR TO SG-DATE-MAJ.

           IF WS-SEGMENT-EXISTANT = "O"
              REWRITE SEGMENT-REC
                 INVALID KEY
                    DISPLAY "REWRITE SEGMENT IMPOSSIBLE, CLIENT="
                       SG-ID-CLIENT " STATUS=" WS-SEG-STATUS
              END-REWRITE
           ELSE
              WRITE SEGMENT-REC
                 INVALID KEY
                    DISPLAY "WRITE SEGMENT IMPOSSIBLE, CLIENT="
                       SG-ID-CLIENT " STATUS=" WS-SEG-STATUS
              END-WRITE
           END-IF.

           ADD 1 TO WS-COUNT-CLIENTS.
           ADD WS-REVENUS TO WS-TOTAL-REVENUS.
           ADD WS-COUT-GESTION TO WS-TOTAL-COUTS.
           ADD WS-RESULTAT TO WS-TOTAL-RESULTAT.

           MOVE WS-SEGMENT TO WS-SEGMENT-RANG.
           PERFORM RANG-SEGMENT.
           MOVE WS-RANG TO WS-MIG-INDEX-APRES.
           MOVE WS-SEGMENT-PRECEDENT TO WS-SEGMENT-RANG.
           PERFORM RANG-SEGMENT.
           MOVE WS-RANG TO WS-MIG-INDEX-AVANT.
           ADD 1 TO WS-MIG-NB(WS-MIG-INDEX-AVANT WS-MIG-INDEX-APRES).
           IF WS-SEGMENT-PRECEDENT NOT = SPACE
                 AND WS-SEGMENT-PRECEDENT NOT = WS-SEGMENT
              ADD 1 TO WS-COUNT-MIGRATIONS
           END-IF.

           PERFORM EDITER-CLIENT

           .

      *> Rang d'un segment dans la matrice : 1 M, 2 A, 3 P, 4 aucun
      *> segment anterieur.
       RANG-SEGMENT.
           EVALUATE WS-SEGMENT-RANG
              WHEN "M"
                 MOVE 1 TO WS-RANG
              WHEN "A"
                 MOVE 2 TO WS-RANG
              WHEN "P"
                 MOVE 3 TO WS-RANG
              WHEN OTHER
                 MOVE 4 TO WS-RANG
           END-EVALUATE

           .

       EDITER-ENTETE.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "RENTABILITE ET SEGMENTATION DES CLIENTS - MOIS "
              WS-MOIS-TRAITEMENT
              " (MONTANTS MENSUELS)"
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .

       EDITER-CLIENT.
           MOVE WS-REVENUS TO WS-MONTANT-ED.
           MOVE WS-NB-PRODUITS TO WS-NB-PRODUITS-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING
              "CLIENT=" WS-RC-ID(WS-CLIENT-INDEX)
              " " WS-RC-NOM(WS-CLIENT-INDEX)
              " SEGMENT=" WS-SEGMENT
              " PRECEDENT=" WS-SEGMENT-PRECEDENT
              " PRODUITS=" WS-NB-PRODUITS-ED
              " REVENUS=" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE
           END-STRING.
           MOVE WS-COUT-GESTION TO WS-MONTANT-ED.
           STRING
              " COUT=" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE(86:)
           END-STRING.
           MOVE WS-RESULTAT TO WS-MONTANT-ED.
           STRING
              " NET=" WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO ETAT-LINE(103:)
           END-STRING.
           WRITE ETAT-LINE.

           MOVE WS-RC-INTERETS(WS-CLIENT-INDEX) TO WS-MONTANT-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "       INTERETS PRETS=" WS-MONTANT-ED
              DELIMITED BY SIZE INTO ETAT-LINE
           END-STRING.
           MOVE WS-RC-COMMISSION(WS-CLIENT-INDEX) TO WS-MONTANT-ED.
           STRING " COMMISSION=" WS-MONTANT-ED
              DELIMITED BY SIZE INTO ETAT-LINE(34:)
           END-STRING.
           MOVE WS-RC-AGIOS(WS-CLIENT-INDEX) TO WS-MONTANT-ED.
           STRING " AGIOS=" WS-MONTANT-ED
              DELIMITED BY SIZE INTO ETAT-LINE(57:)
           END-STRING.
           MOVE WS-RC-FRAIS(WS-CLIENT-INDEX) TO WS-MONTANT-ED.
           STRING " FRAIS=" WS-MONTANT-ED
              DELIMITED BY SIZE INTO ETAT-LINE(75:)
           END-STRING.
           MOVE WS-RC-MARGE(WS-CLIENT-INDEX) TO WS-MONTANT-ED.
           STRING " MARGE EPARGNE=" WS-MONTANT-ED
              DELIMITED BY SIZE INTO ETAT-LINE(93:)
           END-STRING.
           WRITE ETAT-LINE

           .

      *> Migrations de segment d'un mois sur l'autre : une ligne
      *> par segment precedent (dont les nouveaux clients), une
      *> colonne par segment du mois.
       EDITER-MIGRATIONS.
           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE "MIGRATIONS DE SEGMENT (PRECEDENT -> MOIS)"
              TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE "  SEGMENT PRECEDENT      MASSE   AISE  PRIVE"
              TO ETAT-LINE.
           WRITE ETAT-LINE.

           PERFORM VARYING WS-MIG-INDEX-AVANT FROM 1 BY 1
                 UNTIL WS-MIG-INDEX-AVANT > 4
              EVALUATE WS-MIG-INDEX-AVANT
                 WHEN 1
                    MOVE "MASSE" TO WS-LIBELLE-SEGMENT
                 WHEN 2
                    MOVE "AISE" TO WS-LIBELLE-SEGMENT
                 WHEN 3
                    MOVE "PRIVE" TO WS-LIBELLE-SEGMENT
                 WHEN OTHER
                    MOVE "NOUVEAU" TO WS-LIBELLE-SEGMENT
              END-EVALUATE
              MOVE SPACES TO ETAT-LINE
              MOVE WS-LIBELLE-SEGMENT TO ETAT-LINE(3:12)
              MOVE WS-MIG-NB(WS-MIG-INDEX-AVANT 1) TO WS-NB-ED
              MOVE WS-NB-ED TO ETAT-LINE(26:5)
              MOVE WS-MIG-NB(WS-MIG-INDEX-AVANT 2) TO WS-NB-ED
              MOVE WS-NB-ED TO ETAT-LINE(33:5)
              MOVE WS-MIG-NB(WS-MIG-INDEX-AVANT 3) TO WS-NB-ED
              MOVE WS-NB-ED TO ETAT-LINE(40:5)
              WRITE ETAT-LINE
           END-PERFORM

           .

       EDITER-TOTAUX.
           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE WS-COUNT-CLIENTS TO WS-NB-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "CLIENTS SEGMENTES      =" WS-NB-ED
              DELIMITED BY SIZE INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-COUNT-MIGRATIONS TO WS-NB-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "CHANGEMENTS DE SEGMENT =" WS-NB-ED
              DELIMITED BY SIZE INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-TOTAL-REVENUS TO WS-TOTAL-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "TOTAL REVENUS          =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-TOTAL-COUTS TO WS-TOTAL-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "TOTAL COUTS DE GESTION =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE.
           MOVE WS-TOTAL-RESULTAT TO WS-TOTAL-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING "CONTRIBUTION NETTE     =" WS-TOTAL-ED
              DELIMITED BY SIZE INTO ETAT-LINE
           END-STRING.
           WRITE ETAT-LINE

           .
