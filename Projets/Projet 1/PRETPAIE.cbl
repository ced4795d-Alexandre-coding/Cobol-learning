      *> et trace le reglement dans reglements.out. Les paiements
      *> sans contrat ou insuffisants partent en suspens.out au lieu
      *> d'etre imputes. Un solde ramene a zero clot le contrat.
      *> Chaque suspens est aussi inscrit au registre permanent
      *> suspens.idx sous un numero de poste (compteur numsusp.ctl)
      *> et porte en comptabilite, banque au debit contre le compte
      *> d'attente des suspens ; SUSPMNT le resout ensuite.
      *> Un paiement recu dans une autre devise que celle du contrat
      *> est converti au cours de devises.in (1 unite = n EUR, EUR
      *> implicite a 1) avant imputation ; le detail de conversion
      *> et l'ecart de change realise suivent la ligne de reglement,
      *> et un recapitulatif des ecarts par devise part dans
      *> ecarts-change.out pour la comptabilite.
      *> Un reglement recu sur un pret passe en perte (PRETPERT)
      *> n'est pas un suspens : il est impute en recouvrement sur
      *> creance amortie, cumule au contrat et porte en produit.
      *> Un paiement client (type C, numero de client au lieu du
      *> numero de pret) est reparti sur les prets actifs de
      *> l'emprunteur dans un ordre fixe : echeances en retard
      *> d'abord, de la plus ancienne a la plus recente tous prets
      *> confondus, puis l'echeance courante de chaque pret. La
      *> repartition s'arrete a la premiere echeance que le reste
      *> ne couvre pas ; le reliquat devient un avoir du client
      *> (avoirs.out). Chaque part figure dans reglements.out.
      *> Avant toute imputation, le fichier des paiements est
      *> controle au registre des fichiers recus (RegistreRecu) :
      *> un fichier deja impute (meme date, nombre et total) est
      *> refuse en bloc. Un paiement deja vu dans le fichier ou
      *> impute dans les derniers jours (meme pret, date, montant,
      *> cf. ControlerDoublon) n'est pas impute mais recopie tel
      *> quel dans paiements-doublons.out pour revue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT PORTEFEUILLE ASSIGN TO "Data/pret/portefeuille.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO-PRET
               FILE STATUS IS WS-PORT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT REGISTRE-SUSPENS ASSIGN TO "Data/pret/suspens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-NUMERO
               FILE STATUS IS WS-REG-STATUS.

           SELECT NUMSUSP-FILE ASSIGN TO "Data/pret/numsusp.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.

           SELECT AVOIR-FILE ASSIGN TO "Data/pret/avoirs.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVOIR-STATUS.

           SELECT DOUBLON-FILE
               ASSIGN TO "Data/pret/paiements-doublons.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Type de paiement : blanc ou "E" = echeance ordinaire, "A" =
      *> L'option du remboursement anticipe porte le choix de
      *> l'emprunteur : "D" = raccourcir la duree en gardant la
      *> mensualite (defaut), "M" = recalculer la mensualite en
      *> gardant la duree. "C" = paiement client : le virement ne
      *> cite que le numero de client, porte a la place du numero
      *> de pret, et se repartit sur ses prets actifs.
       FD  PAIEMENT-FILE.
       01  PAIEMENT-REC.
           05 PM-NUMERO-PRET          PIC 9(6).
           05 PM-ID-CLIENT REDEFINES PM-NUMERO-PRET
                                      PIC 9(6).
           05 PM-DATE                 PIC 9(8).
           05 PM-MONTANT              PIC 9(7)V99.
           05 PM-TYPE                 PIC X.
              88 PM-REMB-ANTICIPE     VALUE "A".
              88 PM-PAIEMENT-CLIENT   VALUE "C".
           05 PM-OPTION               PIC X.
              88 PM-OPT-DUREE         VALUE "D".
              88 PM-OPT-MENSUALITE    VALUE "M".
       FD  CHANGE-FILE.
       01  CHANGE-LINE                PIC X(132).

      *> Avoirs clients : reliquat d'un paiement client apres
      *> service de toutes ses echeances, en ajout pur.
       FD  AVOIR-FILE.
       01  AVOIR-LINE.
           05 AV-ID-CLIENT            PIC 9(6).
           05 AV-DATE                 PIC 9(8).
           05 AV-MONTANT              PIC 9(7)V99.
           05 AV-DEVISE               PIC X(3).

       FD  SUSPENS-FILE.
       01  SUSPENS-LINE               PIC X(120).

      *> Paiements presumes en double, au format de paiements.in
      *> pour pouvoir etre representes apres revue.
       FD  DOUBLON-FILE.
       01  DOUBLON-LINE               PIC X(28).

       FD  REGISTRE-SUSPENS.
           COPY SUSPENS-REC.

       FD  NUMSUSP-FILE.
       01  NUMSUSP-LINE               PIC 9(6).

      *> Journal des reglements imputes, avec la ventilation
      *> interets/assurance/capital ; relu par l'attestation annuelle
      *> d'interets. Ouvert en EXTEND pour cumuler les cycles.
       01  WS-PAIE-STATUS        PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-SUSP-STATUS        PIC XX VALUE "00".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-NUM-STATUS         PIC XX VALUE "00".
       01  WS-DERNIER-SUSPENS    PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-REGL-STATUS        PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-IMPUTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-SUSPENS      PIC 9(5) VALUE 0.
       01  WS-COUNT-RECOUVRES    PIC 9(5) VALUE 0.
       01  WS-COUNT-CLIENTS      PIC 9(5) VALUE 0.
       01  WS-COUNT-AVOIRS       PIC 9(5) VALUE 0.

      *> Repartition d'un paiement client : prets actifs de
      *> l'emprunteur avec leurs echeances en retard encore a
      *> servir, l'echeance courante, et la cle d'anciennete de la
      *> prochaine echeance en retard (mois absolu * 100 + jour).
       01  WS-AVOIR-STATUS       PIC XX VALUE "00".
       01  WS-PORT-EOF           PIC X.
           88  PORT-EOF                   VALUE "Y".
       01  WS-PRETS-CLIENT.
           05  WS-NB-PRETS-CLIENT PIC 99 VALUE 0.
           05  WS-PRET-CLIENT OCCURS 20 TIMES.
               10  WS-PC-NUMERO  PIC 9(6).
               10  WS-PC-RETARD  PIC 9(4).
               10  WS-PC-COURANTE PIC X.
               10  WS-PC-CLE     PIC 9(8).
       01  WS-PC-INDEX           PIC 99.
       01  WS-PC-CHOISI          PIC 99.
       01  WS-CLE-MIN            PIC 9(8).
       01  WS-NB-RETARD          PIC S9(5).
       01  WS-DATE-DEBUT         PIC 9(8).
       01  WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT.
           05  WS-DEBUT-AAAA     PIC 9(4).
           05  WS-DEBUT-MM       PIC 99.
           05  WS-DEBUT-JJ       PIC 99.
       01  WS-MOIS-ECHEANCE      PIC 9(6).
       01  WS-RESTE-CLIENT       PIC 9(9)V99.
       01  WS-RANG               PIC X(8).
       01  WS-PHASE-FINIE        PIC X.
       01  WS-REPARTITION        PIC X.
           88  REPARTITION-ARRETEE        VALUE "A".
           88  REPARTITION-EN-COURS       VALUE "C".
       01  WS-RESTE-ED           PIC Z(8)9,99.
       01  WS-ECHEANCE-ED        PIC ZZZ9.

       01  WS-TAUX-MENSUEL       PIC 9V9(9).
       01  WS-PART-INTERETS      PIC 9(7)V99.
       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

      *> Identite du fichier des paiements pour le registre des
      *> fichiers recus (pas d'entete : la date retenue est la plus
      *> recente des paiements), et cle d'un paiement pour la
      *> detection des doublons.
       01  WS-RECU-ACTION        PIC X.
       01  WS-RECU-FICHIER       PIC X(40)
              VALUE "Data/pret/paiements.in".
       01  WS-RECU-DATE          PIC 9(8) VALUE 0.
       01  WS-RECU-NOMBRE        PIC 9(7) VALUE 0.
       01  WS-RECU-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-RECU-REPONSE       PIC X.
       01  WS-DOUB-STATUS        PIC XX VALUE "00".
       01  WS-COUNT-DOUBLONS     PIC 9(5) VALUE 0.
       01  WS-DOUBLON-ACTION     PIC X.
       01  WS-DOUBLON-INTERFACE  PIC X(8) VALUE "PAIEMENT".
       01  WS-DOUBLON-CLE.
           05  WS-DC-NUMERO-PRET PIC 9(6).
           05  WS-DC-TYPE        PIC X.
           05  WS-DC-DATE        PIC 9(8).
           05  WS-DC-MONTANT     PIC 9(7)V99.
           05  FILLER            PIC X(16) VALUE SPACES.
       01  WS-DOUBLON-REPONSE    PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              STOP RUN
           END-IF.

      *    Un fichier de paiements deja impute est refuse en bloc.
           PERFORM RECENSER-PAIEMENTS.
           MOVE "C" TO WS-RECU-ACTION.
           CALL "RegistreRecu" USING WS-RECU-ACTION WS-RECU-FICHIER
              WS-RECU-DATE WS-RECU-NOMBRE WS-RECU-TOTAL
              WS-JOURNAL-PROGRAMME WS-RECU-REPONSE.
           IF WS-RECU-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS NOT = "00"
              DISPLAY "PAIEMENT-FILE OPEN ERROR, STATUS="
              STOP RUN
           END-IF.

           OPEN EXTEND AVOIR-FILE.
           IF WS-AVOIR-STATUS NOT = "00" AND WS-AVOIR-STATUS NOT = "05"
              DISPLAY "AVOIR-FILE OPEN ERROR, STATUS="
                 WS-AVOIR-STATUS
              CLOSE PAIEMENT-FILE PORTEFEUILLE SUSPENS-FILE
                 REGLEMENT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O REGISTRE-SUSPENS.
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT REGISTRE-SUSPENS
              CLOSE REGISTRE-SUSPENS
              OPEN I-O REGISTRE-SUSPENS
           END-IF.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "REGISTRE-SUSPENS OPEN ERROR, STATUS="
                 WS-REG-STATUS
              CLOSE PAIEMENT-FILE PORTEFEUILLE SUSPENS-FILE
                 REGLEMENT-FILE AVOIR-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DOUBLON-FILE.
           IF WS-DOUB-STATUS NOT = "00"
              DISPLAY "DOUBLON-FILE OPEN ERROR, STATUS="
                 WS-DOUB-STATUS
              CLOSE PAIEMENT-FILE PORTEFEUILLE SUSPENS-FILE
                 REGLEMENT-FILE AVOIR-FILE REGISTRE-SUSPENS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE "O" TO WS-DOUBLON-ACTION.
           CALL "ControlerDoublon" USING WS-DOUBLON-ACTION
              WS-DOUBLON-INTERFACE WS-DOUBLON-CLE WS-DOUBLON-REPONSE.
           PERFORM LECTURE-DERNIER-SUSPENS.
           PERFORM CHARGEMENT-COURS.

           PERFORM UNTIL EOF
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM CONTROLER-DOUBLON
                    IF WS-DOUBLON-REPONSE = "D"
                       ADD 1 TO WS-COUNT-DOUBLONS
                       WRITE DOUBLON-LINE FROM PAIEMENT-REC
                    ELSE
                       PERFORM IMPUTER-PAIEMENT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PAIEMENT-FILE PORTEFEUILLE SUSPENS-FILE
              REGLEMENT-FILE AVOIR-FILE REGISTRE-SUSPENS
              DOUBLON-FILE.

           MOVE "F" TO WS-DOUBLON-ACTION.
           CALL "ControlerDoublon" USING WS-DOUBLON-ACTION
              WS-DOUBLON-INTERFACE WS-DOUBLON-CLE WS-DOUBLON-REPONSE.
           MOVE "E" TO WS-RECU-ACTION.
           CALL "RegistreRecu" USING WS-RECU-ACTION WS-RECU-FICHIER
              WS-RECU-DATE WS-RECU-NOMBRE WS-RECU-TOTAL
              WS-JOURNAL-PROGRAMME WS-RECU-REPONSE.
           PERFORM ECRITURE-DERNIER-SUSPENS.

           PERFORM EDITER-ECARTS-CHANGE.

              " IMPUTES=" WS-COUNT-IMPUTES
              " DONT ANTICIPES=" WS-COUNT-ANTICIPES
              " CONVERTIS=" WS-COUNT-CONVERTIS
              " RECOUVREMENTS=" WS-COUNT-RECOUVRES
              " EN SUSPENS=" WS-COUNT-SUSPENS.
           DISPLAY "PAIEMENTS CLIENT=" WS-COUNT-CLIENTS
              " AVOIRS CONSTITUES=" WS-COUNT-AVOIRS
              " DOUBLONS EN REVUE=" WS-COUNT-DOUBLONS.
           IF WS-COUNT-DOUBLONS > ZERO
              MOVE "PAIEMENTS EN DOUBLE MIS EN REVUE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-DOUBLONS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "PRETPAIE" TO WS-JOURNAL-PROGRAMME.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Premier passage sur le fichier des paiements : nombre,
      *> total de controle et date la plus recente, qui identifient
      *> le fichier au registre des fichiers recus.
       RECENSER-PAIEMENTS.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF
              READ PAIEMENT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECU-NOMBRE
                    ADD PM-MONTANT TO WS-RECU-TOTAL
                    IF PM-DATE > WS-RECU-DATE
                       MOVE PM-DATE TO WS-RECU-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAIEMENT-FILE.
           SET NOT-EOF TO TRUE

           .

       CONTROLER-DOUBLON.
           MOVE PM-NUMERO-PRET TO WS-DC-NUMERO-PRET.
           MOVE PM-TYPE TO WS-DC-TYPE.
           MOVE PM-DATE TO WS-DC-DATE.
           MOVE PM-MONTANT TO WS-DC-MONTANT.
           MOVE "C" TO WS-DOUBLON-ACTION.
           CALL "ControlerDoublon" USING WS-DOUBLON-ACTION
              WS-DOUBLON-INTERFACE WS-DOUBLON-CLE WS-DOUBLON-REPONSE

           .

       IMPUTER-PAIEMENT.
           MOVE SPACES TO WS-MOTIF-SUSPENS.
           IF PM-PAIEMENT-CLIENT
              PERFORM IMPUTER-PAIEMENT-CLIENT
              EXIT PARAGRAPH
           END-IF.
           MOVE PM-NUMERO-PRET TO PR-NUMERO-PRET.

           READ PORTEFEUILLE
           IF WS-MOTIF-SUSPENS NOT = SPACES
              PERFORM ECRIRE-SUSPENS
           ELSE
              EVALUATE TRUE
                 WHEN PR-PASSE-PERTE
                    PERFORM IMPUTER-RECOUVREMENT
                 WHEN PM-REMB-ANTICIPE
                    PERFORM IMPUTER-ANTICIPE
                 WHEN OTHER
                    PERFORM VENTILER-PAIEMENT
              END-EVALUATE
           END-IF

           .
      *> Pendant le differe d'amortissement, l'echeance attendue
      *> se limite aux interets du mois et a l'assurance.
       CONTROLER-PAIEMENT.
           PERFORM CALCULER-ECHEANCE-ATTENDUE.

      *    Un remboursement anticipe partiel n'est pas une echeance :
      *    il s'impute quel que soit son montant. Un contrat en
      *    sinistre ou clos par sinistre ne recoit plus de paiement
      *    par ce circuit, c'est ASSUSIN qui le gere.
           EVALUATE TRUE
              WHEN PR-PASSE-PERTE
                 CONTINUE
              WHEN PR-CLOTURE OR PR-CLOS-SINISTRE
                 MOVE "PRET DEJA SOLDE" TO WS-MOTIF-SUSPENS
              WHEN NOT PR-ACTIF

           .

       CALCULER-ECHEANCE-ATTENDUE.
           IF PR-NB-ECH-PAYEES < PR-DIFFERE-MOIS
              COMPUTE WS-TAUX-MENSUEL = (PR-TAUX / 100) / 12
              COMPUTE WS-ECHEANCE-ATTENDUE ROUNDED =
                 PR-SOLDE-RESTANT * WS-TAUX-MENSUEL
                 + PR-PRIME-ASSURANCE
           ELSE
              COMPUTE WS-ECHEANCE-ATTENDUE =
                 PR-MENSUALITE + PR-PRIME-ASSURANCE
           END-IF

           .

      *> Paiement client : recensement des prets actifs de
      *> l'emprunteur (devise du paiement, blanc = devise de chaque
      *> contrat), service des echeances en retard de la plus
      *> ancienne a la plus recente, puis de l'echeance courante de
      *> chaque pret dans l'ordre des numeros, et avoir du reliquat.
      *> Chaque echeance servie passe par la ventilation ordinaire
      *> (interets, assurance, capital) et sa ligne de reglement.
       IMPUTER-PAIEMENT-CLIENT.
           MOVE "N" TO WS-CONVERSION.
           MOVE PM-MONTANT TO WS-MONTANT-IMPUTABLE.
           PERFORM RECENSER-PRETS-CLIENT.
           IF WS-NB-PRETS-CLIENT = ZERO
              MOVE "AUCUN PRET ACTIF DU CLIENT" TO WS-MOTIF-SUSPENS
              PERFORM ECRIRE-SUSPENS
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-CLIENTS.
           MOVE PM-MONTANT TO WS-RESTE-CLIENT.
           MOVE PM-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO REGLEMENT-LINE.
           STRING
              "PAIEMENT CLIENT=" PM-ID-CLIENT
              " DATE=" PM-DATE
              " MONTANT=" WS-MONTANT-ED
              " PRETS ACTIFS=" WS-NB-PRETS-CLIENT
              DELIMITED BY SIZE
              INTO REGLEMENT-LINE
           END-STRING.
           WRITE REGLEMENT-LINE.

           SET REPARTITION-EN-COURS TO TRUE.
           MOVE "N" TO WS-PHASE-FINIE.
           PERFORM UNTIL WS-PHASE-FINIE = "Y"
                 OR REPARTITION-ARRETEE
              PERFORM CHOISIR-RETARD
              IF WS-PC-CHOISI = ZERO
                 MOVE "Y" TO WS-PHASE-FINIE
              ELSE
                 MOVE "RETARD" TO WS-RANG
                 PERFORM SERVIR-ECHEANCE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                 UNTIL WS-PC-INDEX > WS-NB-PRETS-CLIENT
                 OR REPARTITION-ARRETEE
              IF WS-PC-COURANTE(WS-PC-INDEX) = "O"
                 MOVE WS-PC-INDEX TO WS-PC-CHOISI
                 MOVE "COURANTE" TO WS-RANG
                 PERFORM SERVIR-ECHEANCE
              END-IF
           END-PERFORM.

           IF WS-RESTE-CLIENT > ZERO
              PERFORM CONSTITUER-AVOIR
           END-IF.

           COMPUTE WS-PAYE-ED = PM-MONTANT - WS-RESTE-CLIENT.
           MOVE WS-RESTE-CLIENT TO WS-RESTE-ED.
           MOVE SPACES TO REGLEMENT-LINE.
           STRING
              "FIN REPARTITION CLIENT=" PM-ID-CLIENT
              " IMPUTE=" WS-PAYE-ED
              " AVOIR=" WS-RESTE-ED
              DELIMITED BY SIZE
              INTO REGLEMENT-LINE
           END-STRING.
           WRITE REGLEMENT-LINE

           .

      *> Prets actifs du client avec un solde du, dans l'ordre des
      *> numeros : les echeances facturees et impayees hors la
      *> derniere sont en retard, la derniere (ou la prochaine si
      *> tout est paye) est l'echeance courante.
       RECENSER-PRETS-CLIENT.
           MOVE ZERO TO WS-NB-PRETS-CLIENT.
           MOVE "N" TO WS-PORT-EOF.
           MOVE LOW-VALUES TO PR-NUMERO-PRET.
           START PORTEFEUILLE KEY NOT < PR-NUMERO-PRET
              INVALID KEY
                 SET PORT-EOF TO TRUE
           END-START.

           PERFORM UNTIL PORT-EOF
              READ PORTEFEUILLE NEXT RECORD
                 AT END
                    SET PORT-EOF TO TRUE
                 NOT AT END
                    IF PR-ID-CLIENT = PM-ID-CLIENT
                          AND PR-ACTIF
                          AND PR-SOLDE-RESTANT > ZERO
                          AND (PM-DEVISE = SPACES
                             OR PM-DEVISE = PR-DEVISE)
                          AND WS-NB-PRETS-CLIENT < 20
                       ADD 1 TO WS-NB-PRETS-CLIENT
                       MOVE WS-NB-PRETS-CLIENT TO WS-PC-INDEX
                       MOVE PR-NUMERO-PRET
                          TO WS-PC-NUMERO(WS-PC-INDEX)
                       COMPUTE WS-NB-RETARD = PR-NB-ECH-FACTUREES
                          - PR-NB-ECH-PAYEES - 1
                       IF WS-NB-RETARD > ZERO
                          MOVE WS-NB-RETARD
                             TO WS-PC-RETARD(WS-PC-INDEX)
                       ELSE
                          MOVE ZERO TO WS-PC-RETARD(WS-PC-INDEX)
                       END-IF
                       MOVE "O" TO WS-PC-COURANTE(WS-PC-INDEX)
                       PERFORM CALCULER-CLE-ECHEANCE
                    END-IF
              END-READ
           END-PERFORM

           .

      *> Cle d'anciennete de la prochaine echeance impayee du pret
      *> courant (la suivant les echeances payees), rangee a
      *> l'entree WS-PC-INDEX.
       CALCULER-CLE-ECHEANCE.
           MOVE PR-DATE-DEBUT TO WS-DATE-DEBUT.
           COMPUTE WS-MOIS-ECHEANCE = WS-DEBUT-AAAA * 12
              + WS-DEBUT-MM - 1 + PR-NB-ECH-PAYEES + 1.
           COMPUTE WS-PC-CLE(WS-PC-INDEX) =
              WS-MOIS-ECHEANCE * 100 + WS-DEBUT-JJ

           .

       CHOISIR-RETARD.
           MOVE ZERO TO WS-PC-CHOISI.
           MOVE 99999999 TO WS-CLE-MIN.
           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                 UNTIL WS-PC-INDEX > WS-NB-PRETS-CLIENT
              IF WS-PC-RETARD(WS-PC-INDEX) > ZERO
                    AND WS-PC-CLE(WS-PC-INDEX) < WS-CLE-MIN
                 MOVE WS-PC-INDEX TO WS-PC-CHOISI
                 MOVE WS-PC-CLE(WS-PC-INDEX) TO WS-CLE-MIN
              END-IF
           END-PERFORM

           .

      *> Une echeance du pret choisi, servie en entier ou pas du
      *> tout : un reste insuffisant arrete la repartition, les
      *> echeances suivantes dans l'ordre de priorite n'ont rien.
       SERVIR-ECHEANCE.
           MOVE WS-PC-NUMERO(WS-PC-CHOISI) TO PR-NUMERO-PRET.
           READ PORTEFEUILLE
              INVALID KEY
                 SET REPARTITION-ARRETEE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           PERFORM CALCULER-ECHEANCE-ATTENDUE.
           IF WS-RESTE-CLIENT < WS-ECHEANCE-ATTENDUE
              SET REPARTITION-ARRETEE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-ECHEANCE-ATTENDUE TO WS-MONTANT-IMPUTABLE.
           PERFORM VENTILER-PAIEMENT.
           SUBTRACT WS-MONTANT-IMPUTABLE FROM WS-RESTE-CLIENT.

           MOVE WS-PC-CHOISI TO WS-PC-INDEX.
           IF WS-RANG = "RETARD"
              SUBTRACT 1 FROM WS-PC-RETARD(WS-PC-INDEX)
           ELSE
              MOVE "N" TO WS-PC-COURANTE(WS-PC-INDEX)
           END-IF.
           PERFORM CALCULER-CLE-ECHEANCE.
           IF PR-CLOTURE
              MOVE ZERO TO WS-PC-RETARD(WS-PC-INDEX)
              MOVE "N" TO WS-PC-COURANTE(WS-PC-INDEX)
           END-IF.

           MOVE WS-MONTANT-IMPUTABLE TO WS-MONTANT-ED.
           MOVE WS-RESTE-CLIENT TO WS-RESTE-ED.
           MOVE PR-NB-ECH-PAYEES TO WS-ECHEANCE-ED.
           MOVE SPACES TO REGLEMENT-LINE.
           STRING
              "REPARTITION CLIENT=" PM-ID-CLIENT
              " PRET=" PR-NUMERO-PRET
              " RANG=" WS-RANG
              " ECHEANCE=" WS-ECHEANCE-ED
              " MONTANT=" WS-MONTANT-ED
              " RESTE=" WS-RESTE-ED
              DELIMITED BY SIZE
              INTO REGLEMENT-LINE
           END-STRING.
           WRITE REGLEMENT-LINE

           .

      *> Reliquat du paiement client : avoir au nom de l'emprunteur,
      *> banque au debit contre le compte des avoirs clients.
       CONSTITUER-AVOIR.
           MOVE PM-ID-CLIENT TO AV-ID-CLIENT.
           MOVE PM-DATE TO AV-DATE.
           MOVE WS-RESTE-CLIENT TO AV-MONTANT.
           MOVE PM-DEVISE TO AV-DEVISE.
           WRITE AVOIR-LINE.
           ADD 1 TO WS-COUNT-AVOIRS.

           MOVE WS-RESTE-CLIENT TO WS-RESTE-ED.
           MOVE SPACES TO REGLEMENT-LINE.
           STRING
              "AVOIR CLIENT=" PM-ID-CLIENT
              " DATE=" PM-DATE
              " MONTANT=" WS-RESTE-ED
              DELIMITED BY SIZE
              INTO REGLEMENT-LINE
           END-STRING.
           WRITE REGLEMENT-LINE.

           MOVE PM-DATE TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE PM-ID-CLIENT TO WS-EC-REFERENCE(1:6).
           MOVE WS-RESTE-CLIENT TO WS-EC-MONTANT.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "PRET-AVOIR" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

      *> Ventilation du reglement : interets du mois sur le solde
      *> restant, prime d'assurance, le reste en amortissement du
      *> capital. Un excedent accelere donc l'amortissement.

           .

      *> Recouvrement sur un pret passe en perte : le capital est
      *> deja sorti de l'encours, le reglement entier vient en
      *> produit de recouvrement (banque au debit) et s'ajoute au
      *> cumul recouvre du contrat, sans ventilation ni echeance.
       IMPUTER-RECOUVREMENT.
           MOVE ZERO TO WS-PART-INTERETS.
           MOVE ZERO TO WS-PART-ASSURANCE.
           MOVE ZERO TO WS-PART-CAPITAL.
           ADD WS-MONTANT-IMPUTABLE TO PR-MONTANT-RECOUVRE.
           MOVE PM-DATE TO PR-DATE-DERN-PAIEMENT.

           REWRITE PRET-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, PRET=" PR-NUMERO-PRET
                    " STATUS=" WS-PORT-STATUS
           END-REWRITE.

           ADD 1 TO WS-COUNT-IMPUTES.
           ADD 1 TO WS-COUNT-RECOUVRES.

           MOVE WS-MONTANT-IMPUTABLE TO WS-MONTANT-ED.
           MOVE PR-MONTANT-RECOUVRE TO WS-SOLDE-ED.
           MOVE SPACES TO REGLEMENT-LINE.
           STRING
              "RECOUVREMENT PRET=" PR-NUMERO-PRET
              " CLIENT=" PR-ID-CLIENT
              " DATE=" PM-DATE
              " MONTANT=" WS-MONTANT-ED
              " CUMUL RECOUVRE=" WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO REGLEMENT-LINE
           END-STRING.
           WRITE REGLEMENT-LINE.
           IF WS-CONVERSION = "Y"
              PERFORM ECRIRE-LIGNE-CHANGE
           END-IF.

           MOVE PM-DATE TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE PR-NUMERO-PRET TO WS-EC-REFERENCE(1:6).
           MOVE WS-MONTANT-IMPUTABLE TO WS-EC-MONTANT.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "PRET-RECOUV" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

      *> Remboursement anticipe partiel : tout le montant vient en
      *> amortissement du capital, sans ventilation interets ni
      *> assurance. Selon l'option du client, la duree residuelle
      *> anticipe), a la suite de la ligne de reglement, puis
      *> cumul par devise de paiement pour le recapitulatif.
       ECRIRE-LIGNE-CHANGE.
           IF PM-REMB-ANTICIPE OR PR-PASSE-PERTE
              MOVE ZERO TO WS-ECART-CHANGE
           ELSE
              COMPUTE WS-ECART-CHANGE =
           .

       ECRIRE-SUSPENS.
           PERFORM INSCRIRE-SUSPENS.
           MOVE PM-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO SUSPENS-LINE.
           IF PM-PAIEMENT-CLIENT
              STRING
                 "SUSPENS POSTE=" SU-NUMERO
                 " CLIENT=" PM-ID-CLIENT
                 " DATE=" PM-DATE
                 " MONTANT=" WS-MONTANT-ED
                 " MOTIF=" WS-MOTIF-SUSPENS
                 DELIMITED BY SIZE
                 INTO SUSPENS-LINE
              END-STRING
           ELSE
              STRING
                 "SUSPENS POSTE=" SU-NUMERO
                 " PRET=" PM-NUMERO-PRET
                 " DATE=" PM-DATE
                 " MONTANT=" WS-MONTANT-ED
                 " MOTIF=" WS-MOTIF-SUSPENS
                 DELIMITED BY SIZE
                 INTO SUSPENS-LINE
              END-STRING
           END-IF.
           WRITE SUSPENS-LINE.
           ADD 1 TO WS-COUNT-SUSPENS.
           DISPLAY SUSPENS-LINE

           .

      *> Inscription au registre permanent : le poste reste ouvert
      *> jusqu'a sa resolution par SUSPMNT. Le montant recu entre
      *> en banque et attend au compte des suspens.
       INSCRIRE-SUSPENS.
           ADD 1 TO WS-DERNIER-SUSPENS.
           MOVE WS-DERNIER-SUSPENS TO SU-NUMERO.
           MOVE PM-DATE TO SU-DATE.
           MOVE WS-DATE-JOUR TO SU-DATE-INSCRIPTION.
           MOVE PM-NUMERO-PRET TO SU-REFERENCE.
           MOVE PM-TYPE TO SU-TYPE-PAIEMENT.
           MOVE PM-MONTANT TO SU-MONTANT.
           MOVE PM-DEVISE TO SU-DEVISE.
           MOVE WS-MOTIF-SUSPENS TO SU-MOTIF.
           SET SU-OUVERT TO TRUE.
           MOVE ZERO TO SU-DATE-RESOLUTION.
           MOVE SPACES TO SU-OPERATEUR.
           MOVE ZERO TO SU-DESTINATION.
           WRITE SUSPENS-REC
              INVALID KEY
                 DISPLAY "POSTE DE SUSPENS DEJA PRESENT : " SU-NUMERO
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE PM-DATE TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE SU-NUMERO TO WS-EC-REFERENCE(1:6).
           MOVE PM-MONTANT TO WS-EC-MONTANT.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "PRET-SUSPENS" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

      *> Compteur des postes de suspens, partage avec les passages
      *> suivants ; absent a la premiere execution, il part de 1.
       LECTURE-DERNIER-SUSPENS.
           OPEN INPUT NUMSUSP-FILE.
           IF WS-NUM-STATUS = "00"
              READ NUMSUSP-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NUMSUSP-LINE TO WS-DERNIER-SUSPENS
              END-READ
              CLOSE NUMSUSP-FILE
           END-IF

           .

       ECRITURE-DERNIER-SUSPENS.
           OPEN OUTPUT NUMSUSP-FILE.
           MOVE WS-DERNIER-SUSPENS TO NUMSUSP-LINE.
           WRITE NUMSUSP-LINE.
           CLOSE NUMSUSP-FILE

           .
