       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETENR.

      *> Inscription au portefeuille de prets : reprend les offres
      *> signees de offres.idx (emises par PRETOFFR a partir des
      *> simulations acceptees de CALCPRET), attribue un numero de
      *> pret depuis le compteur persistant numpret.ctl et cree le
      *> contrat (montant, taux, duree, mensualite, client, date de
      *> debut) dans le fichier maitre indexe portefeuille.idx,
      *> consultable par PRETINQ. Le capital reste a debloquer
      *> jusqu'au versement des fonds par PRETDEBL.
      *> Les frais du dossier (dossier et garantie, cotes par
      *> CALCPRET) sont preleves au compte courant de l'emprunteur
      *> par une operation FRAIS PRET deposee dans operations.in -
      *> COMPTMAJ l'imputera au compte et passera la contrepartie
      *> client/banque - et les produits correspondants sont
      *> deverses au journal comptable via ECRITCPT.
      *> Une offre signee avant la fin du delai de reflexion
      *> (offre-delai.ctl, dix jours a defaut) n'est pas inscrite :
      *> la signature est declaree irrecevable, l'offre repasse
      *> ouverte jusqu'a sa fin de validite et le refus est trace
      *> au tunnel. Une offre inscrite porte son numero de pret.
      *> Un dossier cote en delegation d'assurance rattache au
      *> nouveau contrat la delegation saisie pour l'emprunteur
      *> (assur-deleguees.idx), que suit ensuite ASSUDELG.
      *> Un dossier cote hors pouvoir ou en derogation de taux
      *> porte un numero d'approbation : il n'est inscrit qu'une
      *> fois la demande validee dans APPROMNT. Une demande encore
      *> en attente laisse l'offre signee pour un passage suivant ;
      *> une demande rejetee, expiree ou introuvable fait refuser
      *> l'inscription (offre non approuvee, refus au tunnel).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFRE-FILE ASSIGN TO "Data/pret/offres.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-NUMERO
               FILE STATUS IS WS-OFF-STATUS.

           SELECT DELAI-FILE ASSIGN TO "Data/pret/offre-delai.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

           SELECT DELEGATION-FILE
                 ASSIGN TO "Data/pret/assur-deleguees.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CLE
               FILE STATUS IS WS-DLG-STATUS.

           SELECT APPROBATION-FILE
                 ASSIGN TO "Data/seq/approbations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS WS-APP-STATUS.

           SELECT NUMPRET-FILE ASSIGN TO "Data/pret/numpret.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIPE-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFRE-FILE.
           COPY OFFRE-REC.

       FD  DELAI-FILE.
       01  DELAI-LINE.
           05 DL-REFLEXION-JOURS      PIC 9(3).
           05 DL-VALIDITE-JOURS       PIC 9(3).

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  DELEGATION-FILE.
           COPY ASSDELEG-REC.

      *> Demandes d'approbation, en lecture seule : seule la
      *> decision du second operateur compte ici.
       FD  APPROBATION-FILE.
       01  APPROBATION-REC.
           05  AP-NUMERO         PIC 9(6).
           05  AP-DATE           PIC 9(8).
           05  AP-DEMANDEUR      PIC X(10).
           05  AP-APPROBATEUR    PIC X(10).
           05  AP-STATUT         PIC X.
               88  AP-EN-ATTENTE VALUE "A".
               88  AP-VALIDEE    VALUE "V".
               88  AP-REJETEE    VALUE "R".
               88  AP-EXPIREE    VALUE "E".
           05  AP-ACTION         PIC X.
               88  AP-ACT-PRET   VALUE "P".
           05  AP-IMAGE          PIC X(121).
           05  AP-MOTIF          PIC X(30).

       FD  NUMPRET-FILE.
       01  NUMPRET-LINE               PIC 9(6).

           05 FILLER                  PIC X.
           05 PL-MOTIF                PIC X(30).

       FD  OPERATION-FILE.
       01  OPERATION-LINE.
           05  OL-ID-CLIENT      PIC 9(6).
           05  OL-DATE           PIC 9(8).
           05  OL-LIBELLE        PIC X(10).
           05  OL-MONTANT        PIC S9(7)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  OL-NUMERO-COMPTE  PIC 9(8).
           05  OL-NUMERO-CHEQUE  PIC 9(7).
           05  OL-CAISSE         PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OFF-STATUS         PIC XX VALUE "00".
       01  WS-DEL-STATUS         PIC XX VALUE "00".
       01  WS-PIPE-STATUS        PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-DLG-STATUS         PIC XX VALUE "00".
       01  WS-APP-STATUS         PIC XX VALUE "00".
       01  WS-APPROBATIONS-DISPO PIC X VALUE "N".
       01  WS-DECISION           PIC X.
           88  DECISION-VALIDEE           VALUE "V".
           88  DECISION-EN-ATTENTE        VALUE "A".
           88  DECISION-REFUSEE           VALUE "R".
       01  WS-MOTIF-DECISION     PIC X(30).
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-COUNT-READ         PIC 9(5) VALUE 0.
       01  WS-COUNT-BOOKED       PIC 9(5) VALUE 0.
       01  WS-COUNT-REFUSEES     PIC 9(5) VALUE 0.
       01  WS-COUNT-ATTENTE      PIC 9(5) VALUE 0.
       01  WS-COUNT-NON-APPROUVES PIC 9(5) VALUE 0.
       01  WS-DELAI-REFLEXION    PIC 9(3) VALUE 0.
       01  WS-JOURS-REFLEXION    PIC S9(5).
       01  WS-DERNIER-NUMERO     PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-COUNT-FRAIS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-FRAIS        PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FRAIS-ED     PIC Z(8)9,99.

      *> Deversement comptable des frais via ECRITCPT : la banque
      *> (contrepartie de l'operation imputee par COMPTMAJ) contre
      *> le produit des frais de dossier et la commission de
      *> garantie due a l'organisme de caution.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "PRETENR".
       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
              WS-JOURNAL-EVENEMENT WS-COUNT-BOOKED
              WS-JOURNAL-SEVERITE.

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
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              CLOSE OFFRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PIPE-STATUS NOT = "00" AND WS-PIPE-STATUS NOT = "05"
              DISPLAY "PIPELINE-FILE OPEN ERROR, STATUS="
                 WS-PIPE-STATUS
              CLOSE OFFRE-FILE PORTEFEUILLE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              CLOSE OFFRE-FILE PORTEFEUILLE PIPELINE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O DELEGATION-FILE.
           IF WS-DLG-STATUS = "35"
              OPEN OUTPUT DELEGATION-FILE
              CLOSE DELEGATION-FILE
              OPEN I-O DELEGATION-FILE
           END-IF.
           IF WS-DLG-STATUS NOT = "00"
              DISPLAY "DELEGATION-FILE OPEN ERROR, STATUS="
                 WS-DLG-STATUS
              CLOSE OFFRE-FILE PORTEFEUILLE PIPELINE-FILE
                 OPERATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Approbations : sans le fichier, aucun dossier soumis
      *    a approbation ne peut etre inscrit.
           OPEN INPUT APPROBATION-FILE.
           IF WS-APP-STATUS = "00"
              MOVE "Y" TO WS-APPROBATIONS-DISPO
           END-IF.

           PERFORM LECTURE-DERNIER-NUMERO.
           PERFORM LECTURE-DELAI.
           CALL "DateTraitement" USING WS-DATE-JOUR.

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
                    IF OF-SIGNEE
                       ADD 1 TO WS-COUNT-READ
                       PERFORM CONTROLER-SIGNATURE
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM ECRITURE-DERNIER-NUMERO.

           CLOSE OFFRE-FILE PORTEFEUILLE PIPELINE-FILE
              OPERATION-FILE DELEGATION-FILE.
           IF WS-APPROBATIONS-DISPO = "Y"
              CLOSE APPROBATION-FILE
           END-IF.

           MOVE WS-TOTAL-FRAIS TO WS-TOTAL-FRAIS-ED.
           DISPLAY "OFFRES SIGNEES LUES=" WS-COUNT-READ
              " PRETS INSCRITS=" WS-COUNT-BOOKED
              " SIGNATURES REFUSEES=" WS-COUNT-REFUSEES.
           DISPLAY "EN ATTENTE D'APPROBATION=" WS-COUNT-ATTENTE
              " NON APPROUVES=" WS-COUNT-NON-APPROUVES.
           DISPLAY "FRAIS PRELEVES=" WS-COUNT-FRAIS
              " MONTANT=" WS-TOTAL-FRAIS-ED.
           MOVE "PRETENR" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
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
              END-READ
              CLOSE DELAI-FILE
           END-IF.
           IF WS-DELAI-REFLEXION = ZERO
              MOVE 10 TO WS-DELAI-REFLEXION
           END-IF

           .

      *> L'emprunteur ne peut accepter l'offre qu'une fois ecoules
      *> les jours pleins du delai de reflexion suivant l'emission :
      *> une signature anterieure est irrecevable, l'offre est
      *> rouverte (PRETOFFR acceptera une nouvelle signature ou la
      *> fera expirer) et le refus part au tunnel.
       CONTROLER-SIGNATURE.
           COMPUTE WS-JOURS-REFLEXION =
              FUNCTION INTEGER-OF-DATE(OF-DATE-SIGNATURE)
              - FUNCTION INTEGER-OF-DATE(OF-DATE-EMISSION).

           IF WS-JOURS-REFLEXION > WS-DELAI-REFLEXION
              PERFORM CONTROLER-APPROBATION
              EVALUATE TRUE
                 WHEN DECISION-VALIDEE
                    PERFORM INSCRIRE-PRET
                 WHEN DECISION-EN-ATTENTE
                    ADD 1 TO WS-COUNT-ATTENTE
                    DISPLAY "OFFRE " OF-NUMERO " EN ATTENTE "
                       "D'APPROBATION " OF-NUMERO-APPROBATION
                 WHEN OTHER
                    PERFORM REFUSER-NON-APPROUVE
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF.

           SET OF-IRRECEVABLE TO TRUE.
           MOVE WS-DATE-JOUR TO OF-DATE-STATUT.
           PERFORM REECRIRE-OFFRE.
           ADD 1 TO WS-COUNT-REFUSEES.

           MOVE SPACES TO PIPELINE-LINE.
           MOVE WS-DATE-JOUR TO PL-DATE.
           MOVE "REFUSE" TO PL-ETAPE.
           MOVE OF-ID-CLIENT TO PL-ID-CLIENT.
           MOVE OF-MONTANT TO PL-MONTANT.
           MOVE ZERO TO PL-NUMERO-PRET.
           MOVE "SIGNATURE DANS DELAI REFLEXION" TO PL-MOTIF.
           WRITE PIPELINE-LINE.
           DISPLAY "OFFRE " OF-NUMERO " SIGNEE LE " OF-DATE-SIGNATURE
              " DANS LE DELAI DE REFLEXION, NON INSCRITE"

           .

      *> Decision sur le dossier : sans numero d'approbation, il
      *> etait dans les pouvoirs de l'operateur ; sinon la demande
      *> doit exister et avoir ete validee par un second operateur.
       CONTROLER-APPROBATION.
           SET DECISION-VALIDEE TO TRUE.
           MOVE SPACES TO WS-MOTIF-DECISION.
           IF OF-NUMERO-APPROBATION IS NOT NUMERIC
                 OR OF-NUMERO-APPROBATION = ZERO
              EXIT PARAGRAPH
           END-IF.

           SET DECISION-REFUSEE TO TRUE.
           IF WS-APPROBATIONS-DISPO NOT = "Y"
              MOVE "APPROBATION INTROUVABLE" TO WS-MOTIF-DECISION
              EXIT PARAGRAPH
           END-IF.

           MOVE OF-NUMERO-APPROBATION TO AP-NUMERO.
           READ APPROBATION-FILE
              INVALID KEY
                 MOVE "APPROBATION INTROUVABLE" TO WS-MOTIF-DECISION
                 EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
              WHEN NOT AP-ACT-PRET
                 MOVE "APPROBATION INTROUVABLE" TO WS-MOTIF-DECISION
              WHEN AP-VALIDEE
                 SET DECISION-VALIDEE TO TRUE
              WHEN AP-EN-ATTENTE
                 SET DECISION-EN-ATTENTE TO TRUE
              WHEN AP-REJETEE
                 MOVE "APPROBATION REJETEE" TO WS-MOTIF-DECISION
              WHEN OTHER
                 MOVE "APPROBATION EXPIREE" TO WS-MOTIF-DECISION
           END-EVALUATE

           .

      *> Approbation rejetee, expiree ou introuvable : l'offre est
      *> close sans inscription et le refus part au tunnel.
       REFUSER-NON-APPROUVE.
           SET OF-NON-APPROUVEE TO TRUE.
           MOVE WS-DATE-JOUR TO OF-DATE-STATUT.
           PERFORM REECRIRE-OFFRE.
           ADD 1 TO WS-COUNT-NON-APPROUVES.

           MOVE SPACES TO PIPELINE-LINE.
           MOVE WS-DATE-JOUR TO PL-DATE.
           MOVE "REFUSE" TO PL-ETAPE.
           MOVE OF-ID-CLIENT TO PL-ID-CLIENT.
           MOVE OF-MONTANT TO PL-MONTANT.
           MOVE ZERO TO PL-NUMERO-PRET.
           MOVE WS-MOTIF-DECISION TO PL-MOTIF.
           WRITE PIPELINE-LINE.
           DISPLAY "OFFRE " OF-NUMERO " NON INSCRITE : "
              WS-MOTIF-DECISION " (" OF-NUMERO-APPROBATION ")"

           .

       REECRIRE-OFFRE.
           REWRITE OFFRE-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, OFFRE=" OF-NUMERO
           END-REWRITE

           .

       INSCRIRE-PRET.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO PR-NUMERO-PRET.
           MOVE OF-ID-CLIENT TO PR-ID-CLIENT.
           MOVE OF-MONTANT TO PR-MONTANT.
           MOVE OF-TAUX TO PR-TAUX.
           MOVE OF-DUREE-MOIS TO PR-DUREE-MOIS.
           MOVE OF-MENSUALITE TO PR-MENSUALITE.
           MOVE OF-PRIME-ASSURANCE TO PR-PRIME-ASSURANCE.
      *    Rien n'est encore verse : le capital du contrat attend
      *    son deblocage par PRETDEBL.
           MOVE ZERO TO PR-SOLDE-RESTANT.
           MOVE OF-MONTANT TO PR-RESTE-A-DEBLOQUER.
           MOVE ZERO TO PR-NB-DEBLOCAGES.
           MOVE ZERO TO PR-DATE-DERN-DEBLOCAGE.
           MOVE WS-DATE-JOUR TO PR-DATE-DEBUT.
           MOVE OF-DEVISE TO PR-DEVISE.
           MOVE OF-TYPE-TAUX TO PR-TYPE-TAUX.
           MOVE OF-CODE-PRODUIT TO PR-CODE-PRODUIT.
           MOVE OF-REVENU-MENSUEL TO PR-REVENU-MENSUEL.
           MOVE OF-DIFFERE-MOIS TO PR-DIFFERE-MOIS.
           SET PR-ACTIF TO TRUE.
           MOVE ZERO TO PR-NB-ECH-FACTUREES.
           MOVE ZERO TO PR-NB-ECH-PAYEES.
           MOVE ZERO TO PR-NIVEAU-RELANCE.
           MOVE ZERO TO PR-DATE-DERN-RELANCE.
           MOVE SPACE TO PR-REAMENAGE.
           MOVE OF-FRAIS-DOSSIER TO PR-FRAIS-DOSSIER.
           MOVE OF-FRAIS-GARANTIE TO PR-FRAIS-GARANTIE.
           MOVE OF-TAEG TO PR-TAEG.
           MOVE OF-ASSURANCE-DELEGUEE TO PR-ASSURANCE-DELEGUEE.
           IF OF-NUMERO-APPROBATION IS NUMERIC
              MOVE OF-NUMERO-APPROBATION TO PR-NUMERO-APPROBATION
           ELSE
              MOVE ZERO TO PR-NUMERO-APPROBATION
           END-IF.

           WRITE PRET-REC
              INVALID KEY
                    PR-NUMERO-PRET
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-BOOKED
                 SET OF-INSCRITE TO TRUE
                 MOVE WS-DATE-JOUR TO OF-DATE-STATUT
                 MOVE PR-NUMERO-PRET TO OF-NUMERO-PRET
                 PERFORM REECRIRE-OFFRE
                 PERFORM ECRIRE-PIPELINE
                 PERFORM PRELEVER-FRAIS
                 IF PR-DELEGATION
                    PERFORM RATTACHER-DELEGATION
                 END-IF
                 DISPLAY "PRET " PR-NUMERO-PRET " INSCRIT POUR CLIENT "
                    PR-ID-CLIENT
           END-WRITE

           .

      *> La demande de delegation (numero de pret a zero) devient
      *> la couverture du contrat : reecrite sous le numero de pret,
      *> en cours, puis retiree des demandes. Une demande retiree
      *> entre-temps laisse le pret sans assurance, ce que signale
      *> ASSUDELG.
       RATTACHER-DELEGATION.
           MOVE PR-ID-CLIENT TO AD-ID-CLIENT.
           MOVE ZERO TO AD-NUMERO-PRET.
           READ DELEGATION-FILE
              INVALID KEY
                 DISPLAY "DELEGATION D'ASSURANCE INTROUVABLE, PRET="
                    PR-NUMERO-PRET " CLIENT=" PR-ID-CLIENT
                 EXIT PARAGRAPH
           END-READ.

           DELETE DELEGATION-FILE
              INVALID KEY
                 DISPLAY "SUPPRESSION IMPOSSIBLE, DELEGATION CLIENT="
                    PR-ID-CLIENT
           END-DELETE.

           MOVE PR-NUMERO-PRET TO AD-NUMERO-PRET.
           SET AD-EN-COURS TO TRUE.
           MOVE WS-DATE-JOUR TO AD-DATE-STATUT.
           MOVE ZERO TO AD-DATE-RELANCE.
           WRITE ASSDELEG-REC
              INVALID KEY
                 DISPLAY "DELEGATION DEJA RATTACHEE, PRET="
                    PR-NUMERO-PRET
           END-WRITE

           .

       ECRIRE-PIPELINE.
           MOVE SPACES TO PIPELINE-LINE.
           MOVE WS-DATE-JOUR TO PL-DATE.

           .

      *> Frais du contrat : une operation de debit au compte
      *> courant de l'emprunteur (imputee par COMPTMAJ, qui passe
      *> compte client au debit et banque au credit), puis les
      *> ecritures de produit ici : banque au debit, frais de
      *> dossier et commission de garantie au credit. L'ensemble
      *> reste equilibre une fois les deux lots passes.
       PRELEVER-FRAIS.
           IF PR-FRAIS-DOSSIER + PR-FRAIS-GARANTIE = ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE PR-ID-CLIENT TO OL-ID-CLIENT.
           MOVE WS-DATE-JOUR TO OL-DATE.
           MOVE "FRAIS PRET" TO OL-LIBELLE.
           COMPUTE OL-MONTANT = ZERO - PR-FRAIS-DOSSIER
              - PR-FRAIS-GARANTIE.
           MOVE ZERO TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.
           ADD 1 TO WS-COUNT-FRAIS.
           ADD PR-FRAIS-DOSSIER TO WS-TOTAL-FRAIS.
           ADD PR-FRAIS-GARANTIE TO WS-TOTAL-FRAIS.

           MOVE WS-DATE-JOUR TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE PR-NUMERO-PRET TO WS-EC-REFERENCE(1:6).

           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           COMPUTE WS-EC-MONTANT = PR-FRAIS-DOSSIER
              + PR-FRAIS-GARANTIE.
           PERFORM PASSER-ECRITURE.

           MOVE "PRET-FRAIS" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           MOVE PR-FRAIS-DOSSIER TO WS-EC-MONTANT.
           PERFORM PASSER-ECRITURE.

           MOVE "PRET-GARANT" TO WS-EC-NATURE.
           MOVE PR-FRAIS-GARANTIE TO WS-EC-MONTANT.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

      *> Le compteur survit d'une execution a l'autre dans
      *> numpret.ctl ; a la toute premiere execution le fichier
      *> n'existe pas encore et la numerotation demarre a 1.
