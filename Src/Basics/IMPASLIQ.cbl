       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPASLIQ.

      *> Echeancier de liquidite mensuel (impasses par bande de
      *> maturite) sur prets et depots, par devise. Six bandes :
      *> jour le jour, un mois, un a trois mois, trois a douze mois,
      *> un a cinq ans, plus de cinq ans.
      *> A l'actif, le capital des prets actifs tombe selon leur
      *> tableau d'amortissement, rejoue sur toute la duree
      *> residuelle comme dans PRETPREV (differe compris). Au
      *> passif, les depots a terme actifs tombent a leur
      *> DA-DATE-ECHEANCE ; les soldes des comptes courants ouverts
      *> et des livrets actifs, sans echeance contractuelle, sont
      *> ecoules selon les hypotheses comportementales du fichier
      *> Data/compta/alm-hypotheses.ctl (pourcentage par bande, la
      *> derniere bande prenant le reliquat ; sans hypothese, tout
      *> le solde est exigible au jour le jour).
      *> Pour chaque devise et chaque bande, l'etat
      *> impasse-liquidite.rpt donne actif, passif, impasse
      *> (actif - passif) et impasse cumulee ; une impasse cumulee
      *> negative au-dela de la limite fixee par le comite des
      *> risques pour la devise et la bande (lignes L du meme
      *> fichier) est signalee ALERTE et journalisee en
      *> AVERTISSEMENT. Une bande sans limite n'est pas controlee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HYPOTHESE-FILE
                 ASSIGN TO "Data/compta/alm-hypotheses.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HYP-STATUS.

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

           SELECT RAPPORT-FILE
                 ASSIGN TO "Data/compta/impasse-liquidite.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> E = ecoulement d'un encours sans echeance (COMPTES ou
      *>     EPARGNE) : pourcentage du solde par bande ;
      *> L = limites d'impasse cumulee d'une devise par bande.
       FD  HYPOTHESE-FILE.
       01  HYPOTHESE-REC.
           05  HY-TYPE               PIC X.
               88  HY-ECOULEMENT         VALUE "E".
               88  HY-LIMITE             VALUE "L".
           05  HY-CLE                PIC X(8).
           05  HY-VALEURS            PIC X(78).
           05  HY-POURCENTAGES REDEFINES HY-VALEURS.
               10  HY-POURCENT OCCURS 6 TIMES PIC 9(3)V99.
               10  FILLER            PIC X(48).
           05  HY-LIMITES REDEFINES HY-VALEURS.
               10  HY-LIMITE-BANDE OCCURS 6 TIMES PIC 9(11)V99.

       FD  PORTEFEUILLE.
           COPY PRET-REC.

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       FD  DAT-FILE.
           COPY DAT-REC.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HYP-STATUS         PIC XX VALUE "00".
       01  WS-PORT-STATUS        PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-EPA-STATUS         PIC XX VALUE "00".
       01  WS-DAT-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".

       01  WS-DATE-JOUR          PIC 9(8).

      *> Hypotheses d'ecoulement : 1 = comptes courants, 2 = livrets.
       01  WS-TABLE-ECOULEMENT.
           05  WS-ECOULEMENT OCCURS 2 TIMES.
               10  WS-EC-PRESENT     PIC X VALUE "N".
               10  WS-EC-POURCENT OCCURS 6 TIMES PIC 9(3)V99.
       01  WS-PRODUIT-INDEX      PIC 9.

      *> Limites d'impasse cumulee par devise et par bande.
       01  WS-TABLE-LIMITES.
           05  WS-NB-LIMITES     PIC 99 VALUE 0.
           05  WS-LIMITE OCCURS 10 TIMES.
               10  WS-LI-DEVISE      PIC X(3).
               10  WS-LI-MONTANT OCCURS 6 TIMES PIC 9(11)V99.
       01  WS-LIMITE-INDEX       PIC 99.
       01  WS-LIMITE-TROUVEE     PIC X.

      *> Flux par devise et par bande.
       01  WS-TABLE-ECHEANCIER.
           05  WS-NB-DEVISES     PIC 99 VALUE 0.
           05  WS-ECH-DEVISE OCCURS 10 TIMES.
               10  WS-ED-CODE        PIC X(3).
               10  WS-ED-BANDE OCCURS 6 TIMES.
                   15  WS-ED-ACTIF   PIC S9(13)V99.
                   15  WS-ED-PASSIF  PIC S9(13)V99.
       01  WS-DEVISE-INDEX       PIC 99.
       01  WS-DEVISE-COURANTE    PIC X(3).
       01  WS-DEVISE-TROUVEE     PIC X.
           88  DEVISE-TROUVEE             VALUE "Y".
           88  DEVISE-ABSENTE             VALUE "N".

       01  WS-TABLE-BANDES.
           05  FILLER PIC X(20) VALUE "JOUR LE JOUR".
           05  FILLER PIC X(20) VALUE "JUSQU'A 1 MOIS".
           05  FILLER PIC X(20) VALUE "1 A 3 MOIS".
           05  FILLER PIC X(20) VALUE "3 A 12 MOIS".
           05  FILLER PIC X(20) VALUE "1 A 5 ANS".
           05  FILLER PIC X(20) VALUE "PLUS DE 5 ANS".
       01  WS-BANDES REDEFINES WS-TABLE-BANDES.
           05  WS-BANDE-LIBELLE OCCURS 6 TIMES PIC X(20).
       01  WS-BANDE              PIC 9.
       01  WS-JOURS              PIC S9(7).

      *> Amortissement rejoue d'un pret.
       01  WS-MOIS-INDEX         PIC 9(4).
       01  WS-MOIS-RESTANTS      PIC S9(4).
       01  WS-TAUX-MENSUEL       PIC 9V9(9).
       01  WS-SIM-SOLDE          PIC S9(9)V99.
       01  WS-SIM-INTERET        PIC 9(7)V99.
       01  WS-SIM-CAPITAL        PIC S9(8)V99.

      *> Ventilation d'un encours sans echeance.
       01  WS-ENCOURS            PIC S9(13)V99.
       01  WS-PART               PIC S9(13)V99.
       01  WS-RELIQUAT           PIC S9(13)V99.

       01  WS-IMPASSE            PIC S9(13)V99.
       01  WS-IMPASSE-CUMULEE    PIC S9(13)V99.
       01  WS-DEPASSEMENT        PIC S9(13)V99.
       01  WS-DRAPEAU            PIC X(6).

       01  WS-COUNT-PRETS        PIC 9(5) VALUE 0.
       01  WS-COUNT-COMPTES      PIC 9(5) VALUE 0.
       01  WS-COUNT-LIVRETS      PIC 9(5) VALUE 0.
       01  WS-COUNT-DAT          PIC 9(5) VALUE 0.
       01  WS-COUNT-ALERTES      PIC 9(5) VALUE 0.

       01  WS-ACTIF-ED           PIC Z(12)9,99-.
       01  WS-PASSIF-ED          PIC Z(12)9,99-.
       01  WS-IMPASSE-ED         PIC Z(12)9,99-.
       01  WS-CUMUL-ED           PIC Z(12)9,99-.

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== IMPASLIQ START ===".
           MOVE "IMPASLIQ" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PRETS
              WS-JOURNAL-SEVERITE.

           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           PERFORM CHARGEMENT-HYPOTHESES.

           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "RAPPORT-FILE OPEN ERROR, STATUS="
                 WS-RPT-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM ECHEANCER-PRETS.
           PERFORM ECHEANCER-DAT.
           PERFORM ECOULER-COMPTES.
           PERFORM ECOULER-LIVRETS.

           PERFORM EDITER-ECHEANCIER.

           CLOSE RAPPORT-FILE.

           DISPLAY "PRETS=" WS-COUNT-PRETS
              " DAT=" WS-COUNT-DAT
              " COMPTES=" WS-COUNT-COMPTES
              " LIVRETS=" WS-COUNT-LIVRETS
              " ALERTES=" WS-COUNT-ALERTES.
           IF WS-COUNT-ALERTES > ZERO
              MOVE "IMPASSE CUMULEE AU-DELA DE LA LIMITE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-ALERTES
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.

           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-PRETS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== IMPASLIQ END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Sans fichier d'hypotheses, les encours sans echeance sont
      *> tous exigibles au jour le jour et aucune limite n'est
      *> controlee.
       CHARGEMENT-HYPOTHESES.
           OPEN INPUT HYPOTHESE-FILE.
           IF WS-HYP-STATUS NOT = "00"
              DISPLAY "HYPOTHESE-FILE INDISPONIBLE, STATUS="
                 WS-HYP-STATUS
              EXIT PARAGRAPH
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ HYPOTHESE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM CHARGER-HYPOTHESE
              END-READ
           END-PERFORM.
           CLOSE HYPOTHESE-FILE

           .

       CHARGER-HYPOTHESE.
           EVALUATE TRUE
              WHEN HY-ECOULEMENT
                 MOVE ZERO TO WS-PRODUIT-INDEX
                 IF HY-CLE = "COMPTES"
                    MOVE 1 TO WS-PRODUIT-INDEX
                 END-IF
                 IF HY-CLE = "EPARGNE"
                    MOVE 2 TO WS-PRODUIT-INDEX
                 END-IF
                 IF WS-PRODUIT-INDEX = ZERO
                    DISPLAY "HYPOTHESE INCONNUE : " HY-CLE
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "Y" TO WS-EC-PRESENT(WS-PRODUIT-INDEX)
                 PERFORM VARYING WS-BANDE FROM 1 BY 1
                       UNTIL WS-BANDE > 6
                    MOVE HY-POURCENT(WS-BANDE)
                       TO WS-EC-POURCENT(WS-PRODUIT-INDEX, WS-BANDE)
                 END-PERFORM
              WHEN HY-LIMITE
                 IF WS-NB-LIMITES >= 10
                    DISPLAY "TABLE DES LIMITES SATUREE, DEVISE="
                       HY-CLE(1:3)
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NB-LIMITES
                 MOVE HY-CLE(1:3) TO WS-LI-DEVISE(WS-NB-LIMITES)
                 PERFORM VARYING WS-BANDE FROM 1 BY 1
                       UNTIL WS-BANDE > 6
                    MOVE HY-LIMITE-BANDE(WS-BANDE)
                       TO WS-LI-MONTANT(WS-NB-LIMITES, WS-BANDE)
                 END-PERFORM
           END-EVALUATE

           .

      *> Capital des prets actifs, par mois d'echeance : meme
      *> ventilation capital/interets que PRETAVIS et PRETPREV, mais
      *> sur toute la duree residuelle ; un reliquat non amorti au
      *> terme (contrat reamenage) tombe avec la derniere echeance.
       ECHEANCER-PRETS.
           OPEN INPUT PORTEFEUILLE.
           IF WS-PORT-STATUS NOT = "00"
              DISPLAY "PORTEFEUILLE OPEN ERROR, STATUS="
                 WS-PORT-STATUS
              CLOSE RAPPORT-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ PORTEFEUILLE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF PR-ACTIF AND PR-SOLDE-RESTANT > ZERO
                       PERFORM ECHEANCER-PRET
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PORTEFEUILLE

           .

       ECHEANCER-PRET.
           MOVE PR-DEVISE TO WS-DEVISE-COURANTE.
           PERFORM CHERCHER-DEVISE.
           IF WS-DEVISE-INDEX = ZERO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-PRETS.

           COMPUTE WS-MOIS-RESTANTS =
              PR-DUREE-MOIS - PR-NB-ECH-FACTUREES.
           IF WS-MOIS-RESTANTS < 1
              MOVE 1 TO WS-MOIS-RESTANTS
           END-IF.
           COMPUTE WS-TAUX-MENSUEL = (PR-TAUX / 100) / 12.
           MOVE PR-SOLDE-RESTANT TO WS-SIM-SOLDE.

           PERFORM VARYING WS-MOIS-INDEX FROM 1 BY 1
                 UNTIL WS-MOIS-INDEX > WS-MOIS-RESTANTS
                 OR WS-SIM-SOLDE <= ZERO
              COMPUTE WS-SIM-INTERET ROUNDED =
                 WS-SIM-SOLDE * WS-TAUX-MENSUEL
              IF PR-NB-ECH-FACTUREES + WS-MOIS-INDEX
                    <= PR-DIFFERE-MOIS
                 MOVE ZERO TO WS-SIM-CAPITAL
              ELSE
                 COMPUTE WS-SIM-CAPITAL ROUNDED =
                    PR-MENSUALITE - WS-SIM-INTERET
                 IF WS-SIM-CAPITAL > WS-SIM-SOLDE
                       OR WS-MOIS-INDEX = WS-MOIS-RESTANTS
                    MOVE WS-SIM-SOLDE TO WS-SIM-CAPITAL
                 END-IF
              END-IF
              SUBTRACT WS-SIM-CAPITAL FROM WS-SIM-SOLDE
              PERFORM BANDE-DU-MOIS
              ADD WS-SIM-CAPITAL
                 TO WS-ED-ACTIF(WS-DEVISE-INDEX, WS-BANDE)
           END-PERFORM

           .

       BANDE-DU-MOIS.
           EVALUATE TRUE
              WHEN WS-MOIS-INDEX <= 1
                 MOVE 2 TO WS-BANDE
              WHEN WS-MOIS-INDEX <= 3
                 MOVE 3 TO WS-BANDE
              WHEN WS-MOIS-INDEX <= 12
                 MOVE 4 TO WS-BANDE
              WHEN WS-MOIS-INDEX <= 60
                 MOVE 5 TO WS-BANDE
              WHEN OTHER
                 MOVE 6 TO WS-BANDE
           END-EVALUATE

           .

      *> Les depots a terme sont tenus en EUR ; un depot dont
      *> l'echeance est passee sans avoir ete echu par DATECHE est
      *> exigible au jour le jour.
       ECHEANCER-DAT.
           OPEN INPUT DAT-FILE.
           IF WS-DAT-STATUS NOT = "00"
              DISPLAY "DAT-FILE INDISPONIBLE, STATUS=" WS-DAT-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE "EUR" TO WS-DEVISE-COURANTE.
           PERFORM CHERCHER-DEVISE.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ DAT-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF DA-ACTIF AND WS-DEVISE-INDEX > ZERO
                       ADD 1 TO WS-COUNT-DAT
                       PERFORM BANDE-DU-JOUR
                       ADD DA-MONTANT
                          TO WS-ED-PASSIF(WS-DEVISE-INDEX, WS-BANDE)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DAT-FILE

           .

       BANDE-DU-JOUR.
           COMPUTE WS-JOURS =
              FUNCTION INTEGER-OF-DATE(DA-DATE-ECHEANCE)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           EVALUATE TRUE
              WHEN WS-JOURS <= 1
                 MOVE 1 TO WS-BANDE
              WHEN WS-JOURS <= 31
                 MOVE 2 TO WS-BANDE
              WHEN WS-JOURS <= 92
                 MOVE 3 TO WS-BANDE
              WHEN WS-JOURS <= 366
                 MOVE 4 TO WS-BANDE
              WHEN WS-JOURS <= 1827
                 MOVE 5 TO WS-BANDE
              WHEN OTHER
                 MOVE 6 TO WS-BANDE
           END-EVALUATE

           .

      *> Solde net des comptes courants ouverts par devise (un
      *> decouvert vient en diminution des depots), en devise du
      *> compte.
       ECOULER-COMPTES.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE INDISPONIBLE, STATUS="
                 WS-CPT-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-PRODUIT-INDEX.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ COMPTE-FILE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CP-OUVERT AND CP-SOLDE NOT = ZERO
                       ADD 1 TO WS-COUNT-COMPTES
                       IF CP-EN-EUR
                          MOVE "EUR" TO WS-DEVISE-COURANTE
                       ELSE
                          MOVE CP-DEVISE TO WS-DEVISE-COURANTE
                       END-IF
                       MOVE CP-SOLDE TO WS-ENCOURS
                       PERFORM VENTILER-ENCOURS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPTE-FILE

           .

       ECOULER-LIVRETS.
           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS NOT = "00"
              DISPLAY "COMPTE-EPARGNE INDISPONIBLE, STATUS="
                 WS-EPA-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO WS-PRODUIT-INDEX.
           MOVE "EUR" TO WS-DEVISE-COURANTE.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL EOF
              READ COMPTE-EPARGNE NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF EP-ACTIF AND EP-SOLDE > ZERO
                       ADD 1 TO WS-COUNT-LIVRETS
                       MOVE EP-SOLDE TO WS-ENCOURS
                       PERFORM VENTILER-ENCOURS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPTE-EPARGNE

           .

      *> Ventilation de WS-ENCOURS au passif selon l'hypothese du
      *> produit WS-PRODUIT-INDEX ; la derniere bande recoit le
      *> reliquat, le total ventile egale toujours le solde.
       VENTILER-ENCOURS.
           PERFORM CHERCHER-DEVISE.
           IF WS-DEVISE-INDEX = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF WS-EC-PRESENT(WS-PRODUIT-INDEX) NOT = "Y"
              ADD WS-ENCOURS TO WS-ED-PASSIF(WS-DEVISE-INDEX, 1)
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENCOURS TO WS-RELIQUAT.
           PERFORM VARYING WS-BANDE FROM 1 BY 1 UNTIL WS-BANDE > 5
              COMPUTE WS-PART ROUNDED = WS-ENCOURS
                 * WS-EC-POURCENT(WS-PRODUIT-INDEX, WS-BANDE) / 100
              ADD WS-PART
                 TO WS-ED-PASSIF(WS-DEVISE-INDEX, WS-BANDE)
              SUBTRACT WS-PART FROM WS-RELIQUAT
           END-PERFORM.
           ADD WS-RELIQUAT TO WS-ED-PASSIF(WS-DEVISE-INDEX, 6)

           .

      *> Index a zero en sortie = table saturee, l'element n'est pas
      *> porte a l'echeancier.
       CHERCHER-DEVISE.
           SET DEVISE-ABSENTE TO TRUE.
           PERFORM VARYING WS-DEVISE-INDEX FROM 1 BY 1
                 UNTIL WS-DEVISE-INDEX > WS-NB-DEVISES
                 OR DEVISE-TROUVEE
              IF WS-ED-CODE(WS-DEVISE-INDEX) = WS-DEVISE-COURANTE
                 SET DEVISE-TROUVEE TO TRUE
              END-IF
           END-PERFORM.

           IF DEVISE-TROUVEE
              SUBTRACT 1 FROM WS-DEVISE-INDEX
           ELSE
              IF WS-NB-DEVISES >= 10
                 DISPLAY "TABLE DES DEVISES SATUREE, DEVISE="
                    WS-DEVISE-COURANTE
                 MOVE ZERO TO WS-DEVISE-INDEX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-DEVISES
              MOVE WS-NB-DEVISES TO WS-DEVISE-INDEX
              MOVE WS-DEVISE-COURANTE TO WS-ED-CODE(WS-DEVISE-INDEX)
              PERFORM VARYING WS-BANDE FROM 1 BY 1
                    UNTIL WS-BANDE > 6
                 MOVE ZERO TO WS-ED-ACTIF(WS-DEVISE-INDEX, WS-BANDE)
                 MOVE ZERO TO WS-ED-PASSIF(WS-DEVISE-INDEX, WS-BANDE)
              END-PERFORM
           END-IF

           .

       EDITER-ECHEANCIER.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "ECHEANCIER DE LIQUIDITE - IMPASSES PAR BANDE AU "
              WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.

           PERFORM VARYING WS-DEVISE-INDEX FROM 1 BY 1
                 UNTIL WS-DEVISE-INDEX > WS-NB-DEVISES
              MOVE SPACES TO RAPPORT-LINE
              STRING
                 "DEVISE " WS-ED-CODE(WS-DEVISE-INDEX)
                 DELIMITED BY SIZE
                 INTO RAPPORT-LINE
              END-STRING
              WRITE RAPPORT-LINE
              PERFORM CHERCHER-LIMITE
              MOVE ZERO TO WS-IMPASSE-CUMULEE
              PERFORM VARYING WS-BANDE FROM 1 BY 1
                    UNTIL WS-BANDE > 6
                 PERFORM EDITER-LIGNE-BANDE
              END-PERFORM
           END-PERFORM

           .

      *> Index au-dela de WS-NB-LIMITES en sortie = devise sans
      *> limite.
       CHERCHER-LIMITE.
           MOVE "N" TO WS-LIMITE-TROUVEE.
           PERFORM VARYING WS-LIMITE-INDEX FROM 1 BY 1
                 UNTIL WS-LIMITE-INDEX > WS-NB-LIMITES
                 OR WS-LIMITE-TROUVEE = "Y"
              IF WS-LI-DEVISE(WS-LIMITE-INDEX)
                    = WS-ED-CODE(WS-DEVISE-INDEX)
                 MOVE "Y" TO WS-LIMITE-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-LIMITE-TROUVEE = "Y"
              SUBTRACT 1 FROM WS-LIMITE-INDEX
           END-IF

           .

       EDITER-LIGNE-BANDE.
           COMPUTE WS-IMPASSE =
              WS-ED-ACTIF(WS-DEVISE-INDEX, WS-BANDE)
              - WS-ED-PASSIF(WS-DEVISE-INDEX, WS-BANDE).
           ADD WS-IMPASSE TO WS-IMPASSE-CUMULEE.

           MOVE SPACES TO WS-DRAPEAU.
           IF WS-LIMITE-INDEX <= WS-NB-LIMITES
              IF WS-LI-MONTANT(WS-LIMITE-INDEX, WS-BANDE) > ZERO
                 COMPUTE WS-DEPASSEMENT = ZERO - WS-IMPASSE-CUMULEE
                    - WS-LI-MONTANT(WS-LIMITE-INDEX, WS-BANDE)
                 IF WS-DEPASSEMENT > ZERO
                    MOVE "ALERTE" TO WS-DRAPEAU
                    ADD 1 TO WS-COUNT-ALERTES
                 END-IF
              END-IF
           END-IF.

           MOVE WS-ED-ACTIF(WS-DEVISE-INDEX, WS-BANDE)
              TO WS-ACTIF-ED.
           MOVE WS-ED-PASSIF(WS-DEVISE-INDEX, WS-BANDE)
              TO WS-PASSIF-ED.
           MOVE WS-IMPASSE TO WS-IMPASSE-ED.
           MOVE WS-IMPASSE-CUMULEE TO WS-CUMUL-ED.
           MOVE SPACES TO RAPPORT-LINE.
           STRING
              "  " WS-BANDE-LIBELLE(WS-BANDE)
              " ACTIF=" WS-ACTIF-ED
              " PASSIF=" WS-PASSIF-ED
              " IMPASSE=" WS-IMPASSE-ED
              " CUMUL=" WS-CUMUL-ED
              " " WS-DRAPEAU
              DELIMITED BY SIZE
              INTO RAPPORT-LINE
           END-STRING.
           WRITE RAPPORT-LINE.
           IF WS-DRAPEAU NOT = SPACES
              DISPLAY "ALERTE IMPASSE " WS-ED-CODE(WS-DEVISE-INDEX)
                 " " WS-BANDE-LIBELLE(WS-BANDE) " CUMUL="
                 WS-CUMUL-ED
           END-IF

           .
