       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETOFFR.

      *> Offres de pret : etape obligatoire entre la simulation
      *> acceptee (CALCPRET, acceptes.out) et l'inscription au
      *> portefeuille (PRETENR). A chaque passage :
      *>  - les signatures retournees par les emprunteurs
      *>    (signatures.in : numero d'offre, date de signature)
      *>    sont portees sur les offres encore ouvertes ;
      *>  - les offres restees sans signature valable au-dela de
      *>    leur fin de validite expirent d'elles-memes ;
      *>  - chaque simulation acceptee devient une offre numerotee
      *>    (compteur numoffre.ctl) dans offres.idx, envoyee a
      *>    l'emprunteur par FusionLettre (modele offre.mod) avec
      *>    la premiere date de signature recevable et la date de
      *>    fin de validite. Une simulation qui a deja son offre
      *>    (meme client, memes conditions, offre ni expiree ni
      *>    refusee) n'en recoit pas une seconde : une relance
      *>    forcee n'emet ni nouveau numero ni nouvelle lettre ;
      *>  - le registre des offres (offres.rpt) reprend les
      *>    mouvements du jour puis l'etat de toutes les offres, a
      *>    presenter aux controleurs.
      *> Delais dans offre-delai.ctl (reflexion puis validite, en
      *> jours) ; a defaut dix jours de reflexion et trente de
      *> validite. Le refus d'une signature datee dans le delai de
      *> reflexion appartient a PRETENR, qui n'inscrit que les
      *> offres signees hors delai.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPT-FILE ASSIGN TO "Data/pret/acceptes.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-STATUS.

           SELECT OFFRE-FILE ASSIGN TO "Data/pret/offres.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-NUMERO
               FILE STATUS IS WS-OFF-STATUS.

           SELECT NUMOFFRE-FILE ASSIGN TO "Data/pret/numoffre.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.

           SELECT SIGNATURE-FILE ASSIGN TO "Data/pret/signatures.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-STATUS.

           SELECT DELAI-FILE ASSIGN TO "Data/pret/offre-delai.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT REGISTRE-FILE ASSIGN TO "Data/pret/offres.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PIPELINE-FILE ASSIGN TO "Data/pret/pipeline.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPT-FILE.
       01  ACCEPT-REC.
           05 AC-ID-CLIENT            PIC 9(6).
           05 AC-MONTANT              PIC 9(6).
           05 AC-TAUX                 PIC 9V99.
           05 AC-DUREE-MOIS           PIC 9(4).
           05 AC-MENSUALITE           PIC 9(7)V99.
           05 AC-PRIME-ASSURANCE      PIC 9(5)V99.
           05 AC-DEVISE               PIC X(3).
           05 AC-TYPE-TAUX            PIC X.
           05 AC-CODE-PRODUIT         PIC X(5).
           05 AC-REVENU-MENSUEL       PIC 9(7).
           05 AC-DIFFERE-MOIS         PIC 9(3).
           05 AC-FRAIS-DOSSIER        PIC 9(5)V99.
           05 AC-FRAIS-GARANTIE       PIC 9(5)V99.
           05 AC-TAEG                 PIC 99V999.
           05 AC-ASSURANCE-DELEGUEE   PIC X.
           05 AC-NUMERO-APPROBATION   PIC 9(6).

       FD  OFFRE-FILE.
           COPY OFFRE-REC.

       FD  NUMOFFRE-FILE.
       01  NUMOFFRE-LINE              PIC 9(6).

      *> Une ligne par offre signee retournee : numero d'offre et
      *> date de signature portee par l'emprunteur (AAAAMMJJ).
       FD  SIGNATURE-FILE.
       01  SIGNATURE-LINE.
           05 SG-NUMERO-OFFRE         PIC 9(6).
           05 SG-DATE-SIGNATURE       PIC 9(8).

       FD  DELAI-FILE.
       01  DELAI-LINE.
           05 DL-REFLEXION-JOURS      PIC 9(3).
           05 DL-VALIDITE-JOURS       PIC 9(3).

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  REGISTRE-FILE.
       01  REGISTRE-LINE              PIC X(132).

       FD  PIPELINE-FILE.
       01  PIPELINE-LINE.
           05 PL-DATE                 PIC 9(8).
           05 FILLER                  PIC X.
           05 PL-ETAPE                PIC X(8).
           05 FILLER                  PIC X.
           05 PL-ID-CLIENT            PIC 9(6).
           05 FILLER                  PIC X.
           05 PL-MONTANT              PIC 9(6).
           05 FILLER                  PIC X.
           05 PL-NUMERO-PRET          PIC 9(6).
           05 FILLER                  PIC X.
           05 PL-MOTIF                PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ACCEPT-STATUS      PIC XX VALUE "00".
       01  WS-OFF-STATUS         PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-SIG-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-PIPE-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-EOF-OFFRES         PIC X  VALUE "N".
           88  EOF-OFFRES                 VALUE "Y".

       01  WS-COUNT-EMISES       PIC 9(5) VALUE 0.
       01  WS-COUNT-SIGNEES      PIC 9(5) VALUE 0.
       01  WS-COUNT-SIG-REJETEES PIC 9(5) VALUE 0.
       01  WS-COUNT-EXPIREES     PIC 9(5) VALUE 0.
       01  WS-COUNT-OFFRES       PIC 9(5) VALUE 0.
       01  WS-COUNT-DEJA-EMISES  PIC 9(5) VALUE 0.
       01  WS-OFFRE-TROUVEE      PIC X  VALUE "N".
           88  OFFRE-DEJA-EMISE           VALUE "Y".
       01  WS-NUMERO-EXISTANT    PIC 9(6).
       01  WS-DERNIER-NUMERO     PIC 9(6) VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DELAI-REFLEXION    PIC 9(3) VALUE 0.
       01  WS-DELAI-VALIDITE     PIC 9(3) VALUE 0.
       01  WS-DATE-SIGNABLE      PIC 9(8).
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-NOM-CLIENT         PIC X(20).

       01  WS-MONTANT-ED         PIC ZZZZZ9.
       01  WS-MENSUALITE-ED      PIC Z(6)9,99.
       01  WS-TAEG-ED            PIC Z9,999.
       01  WS-DUREE-ED           PIC ZZZ9.

       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/offre.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/pret/lettres-offre.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== PRETOFFR START ===".
           MOVE "PRETOFFR" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-EMISES
              WS-JOURNAL-SEVERITE.

      *    Protection contre la relance du meme jour : chaque
      *    passage emet les offres de acceptes.out, un second
      *    passage doublerait offres et lettres sans forcage
      *    explicite (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O OFFRE-FILE.
           IF WS-OFF-STATUS = "35"
              OPEN OUTPUT OFFRE-FILE
              CLOSE OFFRE-FILE
              OPEN I-O OFFRE-FILE
           END-IF.
           IF WS-OFF-STATUS NOT = "00"
              DISPLAY "OFFRE-FILE OPEN ERROR, STATUS="
                 WS-OFF-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              CLOSE OFFRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REGISTRE-FILE.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "REGISTRE-FILE OPEN ERROR, STATUS="
                 WS-REG-STATUS
              CLOSE OFFRE-FILE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND PIPELINE-FILE.
           IF WS-PIPE-STATUS NOT = "00" AND WS-PIPE-STATUS NOT = "05"
              DISPLAY "PIPELINE-FILE OPEN ERROR, STATUS="
                 WS-PIPE-STATUS
              CLOSE OFFRE-FILE CLIENT-MASTER REGISTRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM LECTURE-DELAI.
           PERFORM LECTURE-DERNIER-NUMERO.

           MOVE SPACES TO REGISTRE-LINE.
           STRING
              "REGISTRE DES OFFRES DE PRET DU " WS-DATE-JOUR
              " - REFLEXION=" WS-DELAI-REFLEXION
              " JOURS VALIDITE=" WS-DELAI-VALIDITE " JOURS"
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
           WRITE REGISTRE-LINE.
           MOVE "MOUVEMENTS DU JOUR" TO REGISTRE-LINE.
           WRITE REGISTRE-LINE.

      *    Les signatures passent avant la peremption : une offre
      *    signee a temps mais retournee le jour de sa fin de
      *    validite ne doit pas expirer sous les yeux du guichet.
           PERFORM SAISIR-SIGNATURES.
           PERFORM EXPIRER-OFFRES.
           PERFORM EMETTRE-OFFRES.
           PERFORM ECRIRE-ETAT-OFFRES.

           PERFORM ECRITURE-DERNIER-NUMERO.

           CLOSE OFFRE-FILE CLIENT-MASTER REGISTRE-FILE
              PIPELINE-FILE.

           DISPLAY "OFFRES EMISES=" WS-COUNT-EMISES
              " SIGNATURES=" WS-COUNT-SIGNEES
              " SIGNATURES REJETEES=" WS-COUNT-SIG-REJETEES
              " EXPIREES=" WS-COUNT-EXPIREES
              " DEJA EMISES=" WS-COUNT-DEJA-EMISES.
           MOVE "PRETOFFR" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-EMISES
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== PRETOFFR END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LECTURE-DELAI.
           OPEN INPUT DELAI-FILE.
           IF WS-DEL-STATUS = "00"
              READ DELAI-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DL-REFLEXION-JOURS TO WS-DELAI-REFLEXION
                    MOVE DL-VALIDITE-JOURS TO WS-DELAI-VALIDITE
              END-READ
              CLOSE DELAI-FILE
           END-IF.
      *    Pas de parametrage publie : le minimum legal de dix jours
      *    de reflexion et trente jours de validite de l'offre.
           IF WS-DELAI-REFLEXION = ZERO
              MOVE 10 TO WS-DELAI-REFLEXION
           END-IF.
           IF WS-DELAI-VALIDITE = ZERO
              MOVE 30 TO WS-DELAI-VALIDITE
           END-IF

           .

      *> Signatures retournees : le fichier est facultatif (pas de
      *> retour ce jour-la). Une signature n'est portee que sur une
      *> offre ouverte, datee ni avant l'emission, ni apres la fin
      *> de validite, ni dans le futur. Une signature dans le delai
      *> de reflexion est portee telle quelle : PRETENR la refusera
      *> et rouvrira l'offre.
       SAISIR-SIGNATURES.
           OPEN INPUT SIGNATURE-FILE.
           IF WS-SIG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ SIGNATURE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM SAISIR-SIGNATURE
              END-READ
           END-PERFORM.

           CLOSE SIGNATURE-FILE

           .

       SAISIR-SIGNATURE.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SG-NUMERO-OFFRE TO OF-NUMERO.
           READ OFFRE-FILE
              INVALID KEY
                 MOVE "OFFRE INCONNUE" TO WS-MOTIF-REJET
           END-READ.

           IF WS-MOTIF-REJET = SPACES
              EVALUATE TRUE
                 WHEN NOT OF-OUVERTE
                    MOVE "OFFRE NON OUVERTE" TO WS-MOTIF-REJET
                 WHEN SG-DATE-SIGNATURE > WS-DATE-JOUR
                    MOVE "SIGNATURE DATEE DANS LE FUTUR"
                       TO WS-MOTIF-REJET
                 WHEN SG-DATE-SIGNATURE < OF-DATE-EMISSION
                    MOVE "SIGNATURE AVANT EMISSION" TO WS-MOTIF-REJET
                 WHEN SG-DATE-SIGNATURE > OF-DATE-LIMITE
                    MOVE "SIGNATURE APRES VALIDITE" TO WS-MOTIF-REJET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-COUNT-SIG-REJETEES
              MOVE SPACES TO REGISTRE-LINE
              STRING
                 "SIGNATURE REJETEE OFFRE=" SG-NUMERO-OFFRE
                 " DATEE " SG-DATE-SIGNATURE
                 " MOTIF=" WS-MOTIF-REJET
                 DELIMITED BY SIZE
                 INTO REGISTRE-LINE
              END-STRING
              WRITE REGISTRE-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE SG-DATE-SIGNATURE TO OF-DATE-SIGNATURE.
           SET OF-SIGNEE TO TRUE.
           MOVE WS-DATE-JOUR TO OF-DATE-STATUT.
           REWRITE OFFRE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, OFFRE=" OF-NUMERO
           END-REWRITE.
           ADD 1 TO WS-COUNT-SIGNEES.
           MOVE SPACES TO REGISTRE-LINE.
           STRING
              "SIGNEE   OFFRE=" OF-NUMERO
              " CLIENT=" OF-ID-CLIENT
              " EMISE LE " OF-DATE-EMISSION
              " SIGNEE LE " OF-DATE-SIGNATURE
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
           WRITE REGISTRE-LINE

           .

      *> Offres ouvertes (emises ou a signature irrecevable) dont la
      *> fin de validite est depassee : expirees, sortent du tunnel.
       EXPIRER-OFFRES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO OF-NUMERO.
           START OFFRE-FILE KEY NOT < OF-NUMERO
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ OFFRE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF OF-OUVERTE
                       AND WS-DATE-JOUR > OF-DATE-LIMITE
                       PERFORM EXPIRER-OFFRE
                    END-IF
              END-READ
           END-PERFORM

           .

       EXPIRER-OFFRE.
           SET OF-EXPIREE TO TRUE.
           MOVE WS-DATE-JOUR TO OF-DATE-STATUT.
           REWRITE OFFRE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, OFFRE=" OF-NUMERO
           END-REWRITE.
           ADD 1 TO WS-COUNT-EXPIREES.

           MOVE SPACES TO REGISTRE-LINE.
           STRING
              "EXPIREE  OFFRE=" OF-NUMERO
              " CLIENT=" OF-ID-CLIENT
              " EMISE LE " OF-DATE-EMISSION
              " VALIDE JUSQU'AU " OF-DATE-LIMITE
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
           WRITE REGISTRE-LINE.

           MOVE SPACES TO PIPELINE-LINE.
           MOVE WS-DATE-JOUR TO PL-DATE.
           MOVE "EXPIREE" TO PL-ETAPE.
           MOVE OF-ID-CLIENT TO PL-ID-CLIENT.
           MOVE OF-MONTANT TO PL-MONTANT.
           MOVE ZERO TO PL-NUMERO-PRET.
           MOVE "OFFRE NON SIGNEE DANS LE DELAI" TO PL-MOTIF.
           WRITE PIPELINE-LINE

           .

      *> Emission : une offre par simulation acceptee du jour.
      *> Sans acceptes.out (CALCPRET n'a pas tourne) il n'y a
      *> simplement rien a emettre.
       EMETTRE-OFFRES.
           OPEN INPUT ACCEPT-FILE.
           IF WS-ACCEPT-STATUS NOT = "00"
              DISPLAY "PAS DE SIMULATION ACCEPTEE A EMETTRE, STATUS="
                 WS-ACCEPT-STATUS
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATE-SIGNABLE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              + WS-DELAI-REFLEXION + 1).

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ ACCEPT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM EMETTRE-OFFRE
              END-READ
           END-PERFORM.

           CLOSE ACCEPT-FILE

           .

       EMETTRE-OFFRE.
           PERFORM CHERCHER-OFFRE-EXISTANTE.
           IF OFFRE-DEJA-EMISE
              ADD 1 TO WS-COUNT-DEJA-EMISES
              MOVE SPACES TO REGISTRE-LINE
              STRING
                 "DEJA EMISE OFFRE=" WS-NUMERO-EXISTANT
                 " CLIENT=" AC-ID-CLIENT
                 " SIMULATION IGNOREE"
                 DELIMITED BY SIZE
                 INTO REGISTRE-LINE
              END-STRING
              WRITE REGISTRE-LINE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DERNIER-NUMERO.
           INITIALIZE OFFRE-REC.
           MOVE WS-DERNIER-NUMERO TO OF-NUMERO.
           MOVE AC-ID-CLIENT TO OF-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OF-DATE-EMISSION.
           COMPUTE OF-DATE-LIMITE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
              + WS-DELAI-VALIDITE).
           MOVE ZERO TO OF-DATE-SIGNATURE.
           SET OF-EMISE TO TRUE.
           MOVE WS-DATE-JOUR TO OF-DATE-STATUT.
           MOVE ZERO TO OF-NUMERO-PRET.
           MOVE AC-MONTANT TO OF-MONTANT.
           MOVE AC-TAUX TO OF-TAUX.
           MOVE AC-DUREE-MOIS TO OF-DUREE-MOIS.
           MOVE AC-MENSUALITE TO OF-MENSUALITE.
           MOVE AC-PRIME-ASSURANCE TO OF-PRIME-ASSURANCE.
           MOVE AC-DEVISE TO OF-DEVISE.
           MOVE AC-TYPE-TAUX TO OF-TYPE-TAUX.
           MOVE AC-CODE-PRODUIT TO OF-CODE-PRODUIT.
           MOVE AC-REVENU-MENSUEL TO OF-REVENU-MENSUEL.
           MOVE AC-DIFFERE-MOIS TO OF-DIFFERE-MOIS.
           MOVE AC-FRAIS-DOSSIER TO OF-FRAIS-DOSSIER.
           MOVE AC-FRAIS-GARANTIE TO OF-FRAIS-GARANTIE.
           MOVE AC-TAEG TO OF-TAEG.
           MOVE AC-ASSURANCE-DELEGUEE TO OF-ASSURANCE-DELEGUEE.
           MOVE AC-NUMERO-APPROBATION TO OF-NUMERO-APPROBATION.

           WRITE OFFRE-REC
              INVALID KEY
                 DISPLAY "NUMERO D'OFFRE DEJA PRESENT, IGNORE, NUM="
                    OF-NUMERO
                 EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-EMISES.

           PERFORM ENVOYER-OFFRE.

           MOVE SPACES TO REGISTRE-LINE.
           MOVE OF-MONTANT TO WS-MONTANT-ED.
           MOVE OF-TAEG TO WS-TAEG-ED.
           STRING
              "EMISE    OFFRE=" OF-NUMERO
              " CLIENT=" OF-ID-CLIENT
              " MONTANT=" WS-MONTANT-ED " " OF-DEVISE
              " TAEG=" WS-TAEG-ED
              " SIGNABLE DES " WS-DATE-SIGNABLE
              " VALIDE JUSQU'AU " OF-DATE-LIMITE
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
           WRITE REGISTRE-LINE.

           MOVE SPACES TO PIPELINE-LINE.
           MOVE WS-DATE-JOUR TO PL-DATE.
           MOVE "OFFRE" TO PL-ETAPE.
           MOVE OF-ID-CLIENT TO PL-ID-CLIENT.
           MOVE OF-MONTANT TO PL-MONTANT.
           MOVE ZERO TO PL-NUMERO-PRET.
           MOVE SPACES TO PL-MOTIF.
           WRITE PIPELINE-LINE

           .

      *> Recherche d'une offre deja emise pour la simulation
      *> courante : meme client et memes conditions, hors offres
      *> expirees ou refusees (le client peut alors reprendre une
      *> simulation identique). Le registre des offres est
      *> parcouru en entier, il n'a pas d'autre cle que le numero.
       CHERCHER-OFFRE-EXISTANTE.
           MOVE "N" TO WS-OFFRE-TROUVEE.
           MOVE "N" TO WS-EOF-OFFRES.
           MOVE LOW-VALUES TO OF-NUMERO.
           START OFFRE-FILE KEY NOT < OF-NUMERO
              INVALID KEY
                 SET EOF-OFFRES TO TRUE
           END-START.

           PERFORM UNTIL EOF-OFFRES OR OFFRE-DEJA-EMISE
              READ OFFRE-FILE NEXT RECORD
                 AT END
                    SET EOF-OFFRES TO TRUE
                 NOT AT END
                    IF OF-ID-CLIENT = AC-ID-CLIENT
                       AND OF-MONTANT = AC-MONTANT
                       AND OF-TAUX = AC-TAUX
                       AND OF-DUREE-MOIS = AC-DUREE-MOIS
                       AND OF-MENSUALITE = AC-MENSUALITE
                       AND OF-CODE-PRODUIT = AC-CODE-PRODUIT
                       AND OF-NUMERO-APPROBATION
                          = AC-NUMERO-APPROBATION
                       AND NOT OF-EXPIREE
                       AND NOT OF-NON-APPROUVEE
                       MOVE "Y" TO WS-OFFRE-TROUVEE
                       MOVE OF-NUMERO TO WS-NUMERO-EXISTANT
                    END-IF
              END-READ
           END-PERFORM

           .

       ENVOYER-OFFRE.
           MOVE OF-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "(CLIENT INCONNU)" TO WS-NOM-CLIENT
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
           END-READ.

           MOVE OF-MONTANT TO WS-MONTANT-ED.
           MOVE OF-MENSUALITE TO WS-MENSUALITE-ED.
           MOVE OF-TAEG TO WS-TAEG-ED.
           MOVE OF-DUREE-MOIS TO WS-DUREE-ED.

           MOVE 8 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-NOM-CLIENT TO WS-PARAM-VALEUR(1).
           MOVE "NUMERO" TO WS-PARAM-NOM(2).
           MOVE OF-NUMERO TO WS-PARAM-VALEUR(2).
           MOVE "MONTANT" TO WS-PARAM-NOM(3).
           MOVE SPACES TO WS-PARAM-VALEUR(3).
           STRING WS-MONTANT-ED " " OF-DEVISE
              DELIMITED BY SIZE
              INTO WS-PARAM-VALEUR(3)
           END-STRING.
           MOVE "ECHEANCES" TO WS-PARAM-NOM(4).
           MOVE SPACES TO WS-PARAM-VALEUR(4).
           STRING WS-DUREE-ED " X " WS-MENSUALITE-ED
              DELIMITED BY SIZE
              INTO WS-PARAM-VALEUR(4)
           END-STRING.
           MOVE "TAEG" TO WS-PARAM-NOM(5).
           MOVE SPACES TO WS-PARAM-VALEUR(5).
           STRING WS-TAEG-ED " %"
              DELIMITED BY SIZE
              INTO WS-PARAM-VALEUR(5)
           END-STRING.
           MOVE "DATE" TO WS-PARAM-NOM(6).
           MOVE OF-DATE-EMISSION TO WS-PARAM-VALEUR(6).
           MOVE "SIGNABLE" TO WS-PARAM-NOM(7).
           MOVE WS-DATE-SIGNABLE TO WS-PARAM-VALEUR(7).
           MOVE "LIMITE" TO WS-PARAM-NOM(8).
           MOVE OF-DATE-LIMITE TO WS-PARAM-VALEUR(8).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              OF-ID-CLIENT

           .

      *> Etat de toutes les offres connues apres les mouvements du
      *> jour : la piece que l'on montre aux controleurs.
       ECRIRE-ETAT-OFFRES.
           MOVE SPACES TO REGISTRE-LINE.
           WRITE REGISTRE-LINE.
           MOVE "ETAT DES OFFRES" TO REGISTRE-LINE.
           WRITE REGISTRE-LINE.

           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO OF-NUMERO.
           START OFFRE-FILE KEY NOT < OF-NUMERO
              INVALID KEY
                 SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
              READ OFFRE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-OFFRES
                    MOVE OF-MONTANT TO WS-MONTANT-ED
                    MOVE OF-TAEG TO WS-TAEG-ED
                    MOVE SPACES TO REGISTRE-LINE
                    STRING
                       "OFFRE=" OF-NUMERO
                       " CLIENT=" OF-ID-CLIENT
                       " MONTANT=" WS-MONTANT-ED
                       " TAEG=" WS-TAEG-ED
                       " EMISE=" OF-DATE-EMISSION
                       " LIMITE=" OF-DATE-LIMITE
                       " SIGNEE=" OF-DATE-SIGNATURE
                       " STATUT=" OF-STATUT
                       " LE " OF-DATE-STATUT
                       " PRET=" OF-NUMERO-PRET
                       DELIMITED BY SIZE
                       INTO REGISTRE-LINE
                    END-STRING
                    WRITE REGISTRE-LINE
              END-READ
           END-PERFORM.

           MOVE SPACES TO REGISTRE-LINE.
           STRING
              "OFFRES AU REGISTRE=" WS-COUNT-OFFRES
              " EMISES=" WS-COUNT-EMISES
              " SIGNEES=" WS-COUNT-SIGNEES
              " SIGNATURES REJETEES=" WS-COUNT-SIG-REJETEES
              " EXPIREES=" WS-COUNT-EXPIREES
              DELIMITED BY SIZE
              INTO REGISTRE-LINE
           END-STRING.
           WRITE REGISTRE-LINE

           .

      *> Compteur des numeros d'offre, sur le modele de numpret.ctl.
       LECTURE-DERNIER-NUMERO.
           OPEN INPUT NUMOFFRE-FILE.
           IF WS-NUM-STATUS = "00"
              READ NUMOFFRE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NUMOFFRE-LINE TO WS-DERNIER-NUMERO
              END-READ
              CLOSE NUMOFFRE-FILE
           END-IF

           .

       ECRITURE-DERNIER-NUMERO.
           OPEN OUTPUT NUMOFFRE-FILE.
           MOVE WS-DERNIER-NUMERO TO NUMOFFRE-LINE.
           WRITE NUMOFFRE-LINE.
           CLOSE NUMOFFRE-FILE

           .
