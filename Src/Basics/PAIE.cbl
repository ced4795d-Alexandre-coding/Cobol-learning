      *> salaires de PAIEANN. La garde CM-DERNIER-MOIS rend la
      *> relance d'un mois deja paye inoffensive pour les cumuls,
      *> et le changement d'annee repart de zero.
      *>
      *> Les notes de frais validees (FRAISMNT, APPROMNT au-dela du
      *> seuil) sont remboursees avec la paie du mois : lignes non
      *> imposables au bulletin apres le net, ajoutees au montant
      *> vire, ecriture en frais de deplacement et cumul annuel a
      *> part. Chaque note remboursee passe payee avec le mois de
      *> paie ; une relance du meme mois la reprend a l'identique.
      *>
      *> Une personne dont DEPART a enregistre la sortie recoit au
      *> mois de sortie son solde de tout compte : salaire
      *> proratise jusqu'a la date de sortie, indemnite des conges
      *> restants (droits de l'annee d'apres les mois payes, moins
      *> les jours pris de droits-conges.idx), indemnite
      *> compensatrice de preavis et indemnite de sortie selon le
      *> motif et l'anciennete (regles de indemnites-sortie.ctl,
      *> hors cotisations). Le recu pour solde de tout compte sort
      *> par FusionLettre (solde-tout-compte.mod) et la fiche
      *> passe sortie : elle reste au maitre, ignoree des paies
      *> suivantes, pour que PAIEANN declare l'annee.
      *>
      *> Les revisions de salaire a appliquer de l'historique des
      *> salaires (REVISAL, PERSMNT) dont l'effet est atteint sont
      *> reportees sur le salaire au maitre ; les mois deja payes
      *> depuis l'effet a l'ancien salaire sont rappeles en ligne
      *> a part du bulletin, dans le brut soumis a cotisations et
      *> au cumul annuel des rappels. La revision passe appliquee
      *> avec le mois et le rappel verse, repris tels quels si la
      *> paie du mois est relancee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CT-CLE
               FILE STATUS IS WS-COT-STATUS.

           SELECT FRAIS-FILE ASSIGN TO "Data/paie/notes-frais.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CLE
               FILE STATUS IS WS-FRA-STATUS.

           SELECT HISTO-FILE
                 ASSIGN TO "Data/paie/historique-salaires.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CLE
               FILE STATUS IS WS-HIS-STATUS.

           SELECT DROIT-FILE ASSIGN TO "Data/paie/droits-conges.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-IDENTIFIANT
               FILE STATUS IS WS-DRO-STATUS.

           SELECT REGLE-FILE
                 ASSIGN TO "Data/paie/indemnites-sortie.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT SOLDE-FILE
                 ASSIGN TO "Data/paie/soldes-tout-compte.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONNEL-FILE.
       FD  COTISATION-FILE.
           COPY COTISATION-REC.

       FD  FRAIS-FILE.
           COPY NOTE-FRAIS-REC.

       FD  HISTO-FILE.
           COPY SALAIRE-HIST-REC.

      *> Droits a conges payes par personne (cf. ABSMNT).
       FD  DROIT-FILE.
       01  DROIT-REC.
           05  DR-IDENTIFIANT    PIC 9(10).
           05  DR-ANNEE          PIC 9(4).
           05  DR-ACQUIS         PIC 99V9.
           05  DR-PRIS           PIC 99V9.

      *> Regles de sortie par motif : anciennete minimale en mois,
      *> fraction de mois de salaire par annee d'anciennete
      *> jusqu'a dix ans puis au-dela, preavis non effectue
      *> indemnise (O/N).
       FD  REGLE-FILE.
       01  REGLE-REC.
           05  RS-MOTIF          PIC X(3).
           05  FILLER            PIC X.
           05  RS-ANCIENNETE-MIN PIC 9(3).
           05  FILLER            PIC X.
           05  RS-FRACTION-10    PIC 9V999.
           05  FILLER            PIC X.
           05  RS-FRACTION-SUP   PIC 9V999.
           05  FILLER            PIC X.
           05  RS-PREAVIS-INDEMNISE PIC X.
           05  FILLER            PIC X.
           05  RS-LIBELLE        PIC X(30).

       FD  SOLDE-FILE.
       01  SOLDE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PER-STATUS         PIC XX VALUE "00".
       01  WS-BUL-STATUS         PIC XX VALUE "00".
       01  WS-ABS-EOF            PIC X.
       01  WS-COT-STATUS         PIC XX VALUE "00".
       01  WS-COT-EOF            PIC X.
       01  WS-FRA-STATUS         PIC XX VALUE "00".
       01  WS-FRAIS-DISPO        PIC X VALUE "N".
       01  WS-FRA-EOF            PIC X.
       01  WS-HIS-STATUS         PIC XX VALUE "00".
       01  WS-HISTO-DISPO        PIC X VALUE "N".
       01  WS-HIS-EOF            PIC X.
       01  WS-DRO-STATUS         PIC XX VALUE "00".
       01  WS-DROITS-DISPO       PIC X VALUE "N".
       01  WS-REG-STATUS         PIC XX VALUE "00".
       01  WS-SOL-STATUS         PIC XX VALUE "00".

      *> Baremes de cotisations charges en table, et bareme retenu
      *> pour la personne en cours de paie.
               10  WS-AB-FIN-T   PIC 9(8).
               10  WS-AB-JOURS-T PIC 99.
       01  WS-ABSENCE-INDEX      PIC 9.

      *> Notes de frais remboursees a la personne ce mois : total
      *> non imposable et detail des lignes de bulletin.
       01  WS-FRAIS-MOIS         PIC 9(7)V99.
       01  WS-FRAIS-AUTRES       PIC 9(7)V99.
       01  WS-NET-A-PAYER        PIC 9(7)V99.
       01  WS-TABLE-FRAIS.
           05  WS-NB-FRAIS       PIC 99 VALUE 0.
           05  WS-FRAIS OCCURS 10 TIMES.
               10  WS-FR-CATEGORIE-T PIC X(4).
               10  WS-FR-DATE-T      PIC 9(8).
               10  WS-FR-MONTANT-T   PIC 9(5)V99.
       01  WS-FRAIS-INDEX        PIC 99.

      *> Rappels de salaire des revisions appliquees ce mois : un
      *> detail par revision pour le bulletin.
       01  WS-RAPPEL-SALAIRE     PIC 9(7)V99.
       01  WS-TABLE-RAPPELS.
           05  WS-NB-RAPPELS     PIC 9 VALUE 0.
           05  WS-RAPPEL OCCURS 5 TIMES.
               10  WS-RP-DATE-EFFET-T PIC 9(8).
               10  WS-RP-MOIS-T       PIC 99.
               10  WS-RP-MONTANT-T    PIC 9(7)V99.
       01  WS-RAPPEL-INDEX       PIC 9.
       01  WS-SALAIRE-REVISE     PIC X.
       01  WS-MOIS-REF.
           05  WS-MR-ANNEE       PIC 9(4).
           05  WS-MR-MOIS        PIC 99.
       01  WS-RANG-DEBUT-RAPPEL  PIC 9(6).
       01  WS-RANG-MOIS-PAIE     PIC 9(6).
       01  WS-MOIS-ENTREE        PIC 9(6).
       01  WS-NB-MOIS-RAPPEL     PIC S9(4).
       01  WS-COUNT-REVISIONS    PIC 9(5) VALUE 0.

      *> Solde de tout compte de la personne qui sort ce mois.
       01  WS-SOLDE-SORTIE       PIC X.
           88  SOLDE-DE-SORTIE        VALUE "Y".
       01  WS-DATE-SORTIE.
           05  WS-DS-ANNEE       PIC 9(4).
           05  WS-DS-MOIS        PIC 99.
           05  WS-DS-JOUR        PIC 99.
       01  WS-MOIS-SORTIE        PIC 9(6).
       01  WS-LENDEMAIN-SORTIE   PIC 9(8).
       01  WS-JOURS-PAYES        PIC 99.
       01  WS-JOURS-RETENUS      PIC S99.
       01  WS-SALAIRE-SORTIE     PIC 9(5)V99.
       01  WS-MOIS-ACQUIS        PIC 99.
       01  WS-JOURS-PRIS         PIC 99V9.
       01  WS-JOURS-CONGES       PIC S999V9.
       01  WS-INDEMN-CONGES      PIC 9(5)V99.
       01  WS-INDEMN-PREAVIS     PIC 9(7)V99.
       01  WS-INDEMN-SORTIE      PIC 9(7)V99.
       01  WS-ANCIENNETE-MOIS    PIC S9(4).
       01  WS-ANCIENNETE-ANNEES  PIC 9(3)V99.
       01  WS-JOURS-CONGES-ED    PIC ZZ9,9.
       01  WS-MONTANT-LETTRE     PIC Z(6)9,99.
       01  WS-COUNT-SOLDES       PIC 9(5) VALUE 0.
       01  WS-COUNT-SORTIS       PIC 9(5) VALUE 0.

      *> Regles de sortie chargees en table.
       01  WS-TABLE-REGLES.
           05  WS-NB-REGLES      PIC 99 VALUE 0.
           05  WS-REGLE OCCURS 20 TIMES.
               10  WS-RG-MOTIF       PIC X(3).
               10  WS-RG-ANCIENNETE-MIN PIC 9(3).
               10  WS-RG-FRACTION-10 PIC 9V999.
               10  WS-RG-FRACTION-SUP PIC 9V999.
               10  WS-RG-PREAVIS     PIC X.
       01  WS-REGLE-INDEX        PIC 99.
       01  WS-REGLE-RETENUE      PIC 99.

      *> Parametres du moteur de courrier FusionLettre pour le recu
      *> pour solde de tout compte.
       01  WS-CHEMIN-MODELE      PIC X(40)
              VALUE "Data/lettres/solde-tout-compte.mod".
       01  WS-CHEMIN-SORTIE      PIC X(40)
              VALUE "Data/paie/soldes-tout-compte.out".
       01  WS-NB-PARAMETRES      PIC 9.
       01  WS-ID-CLIENT-LETTRE   PIC 9(6) VALUE ZERO.
       01  WS-PARAMETRES.
           05  WS-PARAM OCCURS 8 TIMES.
               10  WS-PARAM-NOM  PIC X(10).
               10  WS-PARAM-VALEUR PIC X(30).
       01  WS-JOURS-ED           PIC Z9.
       01  WS-MOIS-PAIE          PIC 9(6).
       01  WS-ANNEE-PAIE         PIC 9(4).
              WS-JOURNAL-EVENEMENT WS-COUNT-PAYES
              WS-JOURNAL-SEVERITE.

      *    Ouvert en mise a jour : le solde de tout compte passe
      *    la fiche du sortant a S.
           OPEN I-O PERSONNEL-FILE.
           IF WS-PER-STATUS NOT = "00"
              DISPLAY "PERSONNEL-FILE OPEN ERROR, STATUS="
                 WS-PER-STATUS

           PERFORM CHARGEMENT-BAREMES.

      *    Notes de frais facultatives elles aussi : sans le
      *    fichier, rien n'est rembourse.
           OPEN I-O FRAIS-FILE.
           IF WS-FRA-STATUS = "00"
              MOVE "Y" TO WS-FRAIS-DISPO
           END-IF.

      *    Soldes de tout compte : droits a conges facultatifs,
      *    regles de sortie chargees en table, recus recrees a vide
      *    (FusionLettre y ajoute chaque recu).
      *    Historique des salaires facultatif : sans lui, pas de
      *    revision a appliquer.
           OPEN I-O HISTO-FILE.
           IF WS-HIS-STATUS = "00"
              MOVE "Y" TO WS-HISTO-DISPO
           END-IF.

           OPEN INPUT DROIT-FILE.
           IF WS-DRO-STATUS = "00"
              MOVE "Y" TO WS-DROITS-DISPO
           END-IF.
           PERFORM CHARGEMENT-REGLES-SORTIE.
           OPEN OUTPUT SOLDE-FILE.
           CLOSE SOLDE-FILE.

           OPEN I-O CUMUL-FILE.
           IF WS-CUM-STATUS = "35"
      *       Premiere execution : le fichier est cree puis rouvert
           IF WS-ABSENCES-DISPO = "Y"
              CLOSE ABSENCE-FILE
           END-IF.
           IF WS-FRAIS-DISPO = "Y"
              CLOSE FRAIS-FILE
           END-IF.
           IF WS-DROITS-DISPO = "Y"
              CLOSE DROIT-FILE
           END-IF.
           IF WS-HISTO-DISPO = "Y"
              CLOSE HISTO-FILE
           END-IF.

           PERFORM EQUILIBRER-VIREMENTS.

           DISPLAY "PERSONNES PAYEES=" WS-COUNT-PAYES
              " CUMULS DEJA A JOUR=" WS-COUNT-DEJA-CUMULES.
           DISPLAY "REVISIONS APPLIQUEES=" WS-COUNT-REVISIONS.
           DISPLAY "SOLDES DE TOUT COMPTE=" WS-COUNT-SOLDES
              " SORTIS NON PAYES=" WS-COUNT-SORTIS.
           MOVE "PAIE" TO WS-JOURNAL-PROGRAMME.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
           STOP RUN.

       PAYER-UNE-PERSONNE.
      *    Une personne sortie n'est plus payee, sauf relance du
      *    mois de son solde de tout compte.
           IF PN-SORTI AND PN-MOIS-SOLDE NOT = WS-MOIS-PAIE
              ADD 1 TO WS-COUNT-SORTIS
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SOLDE-SORTIE.
           MOVE 30 TO WS-JOURS-PAYES.
           MOVE ZERO TO WS-INDEMN-CONGES WS-INDEMN-PREAVIS
              WS-INDEMN-SORTIE WS-JOURS-CONGES.
           IF PN-SORTI
              SET SOLDE-DE-SORTIE TO TRUE
           END-IF.
           IF PN-DEPART-NOTIFIE
              MOVE PN-DATE-SORTIE TO WS-DATE-SORTIE
              COMPUTE WS-MOIS-SORTIE = WS-DS-ANNEE * 100 + WS-DS-MOIS
              IF WS-MOIS-SORTIE <= WS-MOIS-PAIE
                 SET SOLDE-DE-SORTIE TO TRUE
              END-IF
           END-IF.
           IF SOLDE-DE-SORTIE
              PERFORM JOURS-PAYES-SORTIE
           END-IF.

      *    Revisions atteintes : nouveau salaire et rappel des mois
      *    deja payes a l'ancien.
           PERFORM APPLIQUER-REVISIONS.

           PERFORM RELEVER-ABSENCES.
           PERFORM CHOISIR-BAREME.

      *    Brut du mois proratise des jours sans solde, et des
      *    jours apres la sortie le mois du depart, convention
      *    trente jours par mois.
           COMPUTE WS-JOURS-RETENUS =
              WS-JOURS-PAYES - WS-JOURS-SANS-SOLDE.
           IF WS-JOURS-RETENUS < ZERO
              MOVE ZERO TO WS-JOURS-RETENUS
           END-IF.
           COMPUTE WS-BRUT-PAIE ROUNDED = PN-SALAIRE-BRUT
              * WS-JOURS-RETENUS / 30.

      *    Conges restants et preavis non effectue entrent dans le
      *    brut soumis a cotisations.
           IF SOLDE-DE-SORTIE
              MOVE WS-BRUT-PAIE TO WS-SALAIRE-SORTIE
              PERFORM CALCULER-SOLDE-SORTIE
              ADD WS-INDEMN-CONGES WS-INDEMN-PREAVIS
                 TO WS-BRUT-PAIE
           END-IF.
           ADD WS-RAPPEL-SALAIRE TO WS-BRUT-PAIE.

           PERFORM VARYING WS-LIGNE-INDEX FROM 1 BY 1
                 UNTIL WS-LIGNE-INDEX > 3
              WS-BRUT-PAIE - WS-RETENUE-RETRAITE
              - WS-RETENUE-MALADIE - WS-RETENUE-CHOMAGE.

      *    Le virement porte le net et les frais rembourses.
           PERFORM RELEVER-FRAIS.
           COMPUTE WS-NET-A-PAYER = WS-SALAIRE-NET + WS-FRAIS-MOIS
              + WS-INDEMN-SORTIE.

           ADD 1 TO WS-COUNT-PAYES.
           ADD WS-NET-A-PAYER TO WS-TOTAL-NET-BULLETIN.

           PERFORM ECRIRE-BULLETIN.
           PERFORM ECRIRE-VIREMENT.
           PERFORM DEVERSER-COMPTA.
           PERFORM METTRE-A-JOUR-CUMULS.

           IF SOLDE-DE-SORTIE
              PERFORM CLORE-SORTIE
           END-IF

           .

              MOVE PN-IDENTIFIANT TO CM-IDENTIFIANT
              MOVE WS-ANNEE-PAIE TO CM-ANNEE
              MOVE ZERO TO CM-BRUT CM-RETRAITE CM-MALADIE
                 CM-CHOMAGE CM-NET CM-MOIS-PAYES CM-FRAIS
                 CM-INDEMN-SORTIE CM-RAPPELS
           END-IF.

           ADD WS-BRUT-PAIE TO CM-BRUT.
           ADD WS-RETENUE-MALADIE TO CM-MALADIE.
           ADD WS-RETENUE-CHOMAGE TO CM-CHOMAGE.
           ADD WS-SALAIRE-NET TO CM-NET.
           ADD WS-FRAIS-MOIS TO CM-FRAIS.
           ADD WS-INDEMN-SORTIE TO CM-INDEMN-SORTIE.
           ADD WS-RAPPEL-SALAIRE TO CM-RAPPELS.
           ADD 1 TO CM-MOIS-PAYES.
           MOVE WS-MOIS-PAIE TO CM-DERNIER-MOIS.


           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE WS-SALAIRE-NET TO WS-EC-MONTANT.
           PERFORM PASSER-ECRITURE.

      *    Frais rembourses : frais de deplacement au debit, banque
      *    au credit.
           IF WS-FRAIS-MOIS > ZERO
              MOVE "FRAIS-DEPL" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              MOVE WS-FRAIS-MOIS TO WS-EC-MONTANT
              PERFORM PASSER-ECRITURE
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF.

      *    Indemnite de sortie, hors cotisations : indemnites de
      *    rupture au debit, banque au credit.
           IF WS-INDEMN-SORTIE > ZERO
              MOVE "IND-SORTIE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              MOVE WS-INDEMN-SORTIE TO WS-EC-MONTANT
              PERFORM PASSER-ECRITURE
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF

           .

           END-STRING.
           WRITE BULLETIN-LINE.

           IF SOLDE-DE-SORTIE
              PERFORM EDITER-SORTIE-BULLETIN
           END-IF.

           IF WS-NB-RAPPELS > ZERO
              PERFORM EDITER-RAPPELS-BULLETIN
           END-IF.

           PERFORM EDITER-ABSENCES-BULLETIN.

      *    Les lignes de retenue sont celles du bareme en vigueur
           END-STRING.
           WRITE BULLETIN-LINE.

           IF WS-FRAIS-MOIS > ZERO OR WS-INDEMN-SORTIE > ZERO
              PERFORM EDITER-NET-A-PAYER
           END-IF.

           MOVE "----------------------------------------"
              TO BULLETIN-LINE.
           WRITE BULLETIN-LINE
       ECRIRE-VIREMENT.
           MOVE PN-IDENTIFIANT TO WS-VD-IDENTIFIANT.
           MOVE PN-NOM TO WS-VD-NOM.
           MOVE WS-NET-A-PAYER TO WS-VD-NET.
           MOVE SPACES TO VIREMENT-LINE.
           MOVE "2" TO VI-TYPE-ENR.
           MOVE WS-VIREMENT-DETAIL TO VI-DONNEES.
           DISPLAY "VIREMENTS EQUILIBRES, REMISE LIBEREE."

           .

      *> Notes de frais remboursables a la personne : validees, ou
      *> deja payees par ce meme mois de paie (relance). Chaque
      *> note retenue passe payee avec le mois de paie.
       RELEVER-FRAIS.
           MOVE ZERO TO WS-FRAIS-MOIS.
           MOVE ZERO TO WS-FRAIS-AUTRES.
           MOVE ZERO TO WS-NB-FRAIS.
           IF WS-FRAIS-DISPO NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE PN-IDENTIFIANT TO NF-IDENTIFIANT.
           MOVE ZERO TO NF-DATE.
           MOVE LOW-VALUES TO NF-JUSTIFICATIF.
           MOVE "N" TO WS-FRA-EOF.
           START FRAIS-FILE KEY NOT < NF-CLE
              INVALID KEY
                 MOVE "Y" TO WS-FRA-EOF
           END-START.

           PERFORM UNTIL WS-FRA-EOF = "Y"
              READ FRAIS-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FRA-EOF
                 NOT AT END
                    IF NF-IDENTIFIANT NOT = PN-IDENTIFIANT
                       MOVE "Y" TO WS-FRA-EOF
                    ELSE
                       IF NF-VALIDEE
                             OR (NF-PAYEE
                                AND NF-MOIS-PAIE = WS-MOIS-PAIE)
                          PERFORM REMBOURSER-NOTE-FRAIS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

       REMBOURSER-NOTE-FRAIS.
           ADD NF-MONTANT TO WS-FRAIS-MOIS.
           IF WS-NB-FRAIS < 10
              ADD 1 TO WS-NB-FRAIS
              MOVE NF-CATEGORIE TO WS-FR-CATEGORIE-T(WS-NB-FRAIS)
              MOVE NF-DATE TO WS-FR-DATE-T(WS-NB-FRAIS)
              MOVE NF-MONTANT TO WS-FR-MONTANT-T(WS-NB-FRAIS)
           ELSE
              ADD NF-MONTANT TO WS-FRAIS-AUTRES
           END-IF.

           IF NF-VALIDEE
              SET NF-PAYEE TO TRUE
              MOVE WS-MOIS-PAIE TO NF-MOIS-PAIE
              REWRITE NOTE-FRAIS-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, NOTE DE FRAIS="
                       NF-IDENTIFIANT " STATUS=" WS-FRA-STATUS
              END-REWRITE
           END-IF

           .

      *> Lignes hors brut apres le net - frais non imposables,
      *> indemnite de sortie hors cotisations - puis le net a payer
      *> effectivement vire.
       EDITER-NET-A-PAYER.
           PERFORM VARYING WS-FRAIS-INDEX FROM 1 BY 1
                 UNTIL WS-FRAIS-INDEX > WS-NB-FRAIS
              MOVE WS-FR-MONTANT-T(WS-FRAIS-INDEX) TO WS-MONTANT-ED
              MOVE SPACES TO BULLETIN-LINE
              STRING "  FRAIS "
                 WS-FR-CATEGORIE-T(WS-FRAIS-INDEX)
                 " DU " WS-FR-DATE-T(WS-FRAIS-INDEX)
                 " (NON IMPOSABLE) : " WS-MONTANT-ED
                 DELIMITED BY SIZE INTO BULLETIN-LINE
              END-STRING
              WRITE BULLETIN-LINE
           END-PERFORM.

           IF WS-FRAIS-AUTRES > ZERO
              MOVE WS-FRAIS-AUTRES TO WS-MONTANT-ED
              MOVE SPACES TO BULLETIN-LINE
              STRING "  AUTRES FRAIS (NON IMPOSABLES) : "
                 WS-MONTANT-ED
                 DELIMITED BY SIZE INTO BULLETIN-LINE
              END-STRING
              WRITE BULLETIN-LINE
           END-IF.

           IF WS-INDEMN-SORTIE > ZERO
              MOVE WS-INDEMN-SORTIE TO WS-MONTANT-LETTRE
              MOVE SPACES TO BULLETIN-LINE
              STRING "  INDEMNITE DE SORTIE (HORS COTISATIONS) : "
                 WS-MONTANT-LETTRE
                 DELIMITED BY SIZE INTO BULLETIN-LINE
              END-STRING
              WRITE BULLETIN-LINE
           END-IF.

           MOVE WS-NET-A-PAYER TO WS-MONTANT-ED.
           MOVE SPACES TO BULLETIN-LINE.
           STRING "  NET A PAYER         : " WS-MONTANT-ED
              DELIMITED BY SIZE INTO BULLETIN-LINE
           END-STRING.
           WRITE BULLETIN-LINE

           .

      *> Regles de sortie par motif. Fichier absent : pas
      *> d'indemnite de sortie ni de preavis indemnise, le solde se
      *> limite au salaire et aux conges.
       CHARGEMENT-REGLES-SORTIE.
           OPEN INPUT REGLE-FILE.
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "REGLE-FILE INDISPONIBLE, STATUS="
                 WS-REG-STATUS " - PAS D'INDEMNITE DE SORTIE"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL EOF
              READ REGLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-REGLES < 20
                       ADD 1 TO WS-NB-REGLES
                       MOVE RS-MOTIF TO WS-RG-MOTIF(WS-NB-REGLES)
                       MOVE RS-ANCIENNETE-MIN TO
                          WS-RG-ANCIENNETE-MIN(WS-NB-REGLES)
                       MOVE RS-FRACTION-10 TO
                          WS-RG-FRACTION-10(WS-NB-REGLES)
                       MOVE RS-FRACTION-SUP TO
                          WS-RG-FRACTION-SUP(WS-NB-REGLES)
                       MOVE RS-PREAVIS-INDEMNISE TO
                          WS-RG-PREAVIS(WS-NB-REGLES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGLE-FILE.
           MOVE "N" TO WS-EOF

           .

      *> Jours payes le mois du solde : jusqu'a la date de sortie
      *> (trente si la sortie tombe le dernier jour du mois), rien
      *> si la sortie date d'un mois deja paye.
       JOURS-PAYES-SORTIE.
           MOVE PN-DATE-SORTIE TO WS-DATE-SORTIE.
           COMPUTE WS-MOIS-SORTIE = WS-DS-ANNEE * 100 + WS-DS-MOIS.
           IF WS-MOIS-SORTIE NOT = WS-MOIS-PAIE
              MOVE ZERO TO WS-JOURS-PAYES
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-LENDEMAIN-SORTIE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(PN-DATE-SORTIE) + 1).
           IF WS-LENDEMAIN-SORTIE(5:2) NOT = PN-DATE-SORTIE(5:2)
                 OR WS-DS-JOUR > 30
              MOVE 30 TO WS-JOURS-PAYES
           ELSE
              MOVE WS-DS-JOUR TO WS-JOURS-PAYES
           END-IF

           .

      *> Elements du solde de tout compte : conges restants au
      *> trentieme du salaire, preavis non effectue si le motif
      *> l'indemnise, indemnite de sortie a la fraction de mois par
      *> annee d'anciennete du motif, au-dela de son anciennete
      *> minimale.
       CALCULER-SOLDE-SORTIE.
           MOVE ZERO TO WS-REGLE-RETENUE.
           PERFORM VARYING WS-REGLE-INDEX FROM 1 BY 1
                 UNTIL WS-REGLE-INDEX > WS-NB-REGLES
              IF WS-RG-MOTIF(WS-REGLE-INDEX) = PN-MOTIF-SORTIE
                 MOVE WS-REGLE-INDEX TO WS-REGLE-RETENUE
              END-IF
           END-PERFORM.

      *    Droits acquis : 2,5 jours par mois paye de l'annee, le
      *    mois du solde compris s'il n'est pas encore cumule.
           MOVE ZERO TO WS-MOIS-ACQUIS.
           MOVE PN-IDENTIFIANT TO CM-IDENTIFIANT.
           READ CUMUL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CM-ANNEE = WS-ANNEE-PAIE
                    MOVE CM-MOIS-PAYES TO WS-MOIS-ACQUIS
                    IF CM-DERNIER-MOIS = WS-MOIS-PAIE
                       SUBTRACT 1 FROM WS-MOIS-ACQUIS
                    END-IF
                 END-IF
           END-READ.
           IF WS-JOURS-PAYES > ZERO
              ADD 1 TO WS-MOIS-ACQUIS
           END-IF.

           MOVE ZERO TO WS-JOURS-PRIS.
           IF WS-DROITS-DISPO = "Y"
              MOVE PN-IDENTIFIANT TO DR-IDENTIFIANT
              READ DROIT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DR-ANNEE = WS-ANNEE-PAIE
                       MOVE DR-PRIS TO WS-JOURS-PRIS
                    END-IF
              END-READ
           END-IF.

           COMPUTE WS-JOURS-CONGES = WS-MOIS-ACQUIS * 2,5
              - WS-JOURS-PRIS.
           IF WS-JOURS-CONGES > ZERO
              COMPUTE WS-INDEMN-CONGES ROUNDED =
                 PN-SALAIRE-BRUT * WS-JOURS-CONGES / 30
           ELSE
              MOVE ZERO TO WS-JOURS-CONGES
           END-IF.

           IF WS-REGLE-RETENUE = ZERO
              EXIT PARAGRAPH
           END-IF.

           IF WS-RG-PREAVIS(WS-REGLE-RETENUE) = "O"
                 AND PN-PREAVIS-EFFECTUE = "N"
              COMPUTE WS-INDEMN-PREAVIS =
                 PN-SALAIRE-BRUT * PN-PREAVIS-MOIS
           END-IF.

           COMPUTE WS-ANCIENNETE-MOIS =
              (WS-DS-ANNEE * 12 + WS-DS-MOIS)
              - (PN-ANNEE-ENTREE * 12 + PN-MOIS-ENTREE).
           IF WS-DS-JOUR < PN-JOUR-ENTREE
              SUBTRACT 1 FROM WS-ANCIENNETE-MOIS
           END-IF.
           IF WS-ANCIENNETE-MOIS <= ZERO
                 OR WS-ANCIENNETE-MOIS
                    < WS-RG-ANCIENNETE-MIN(WS-REGLE-RETENUE)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ANCIENNETE-ANNEES = WS-ANCIENNETE-MOIS / 12.
           IF WS-ANCIENNETE-ANNEES > 10
              COMPUTE WS-INDEMN-SORTIE ROUNDED = PN-SALAIRE-BRUT
                 * (10 * WS-RG-FRACTION-10(WS-REGLE-RETENUE)
                 + (WS-ANCIENNETE-ANNEES - 10)
                    * WS-RG-FRACTION-SUP(WS-REGLE-RETENUE))
           ELSE
              COMPUTE WS-INDEMN-SORTIE ROUNDED = PN-SALAIRE-BRUT
                 * WS-ANCIENNETE-ANNEES
                 * WS-RG-FRACTION-10(WS-REGLE-RETENUE)
           END-IF

           .

       EDITER-SORTIE-BULLETIN.
           MOVE SPACES TO BULLETIN-LINE.
           STRING "  SOLDE DE TOUT COMPTE - SORTIE LE "
              PN-DATE-SORTIE " MOTIF " PN-MOTIF-SORTIE
              DELIMITED BY SIZE INTO BULLETIN-LINE
           END-STRING.
           WRITE BULLETIN-LINE.

           MOVE WS-SALAIRE-SORTIE TO WS-MONTANT-ED.
           MOVE WS-JOURS-PAYES TO WS-JOURS-ED.
           MOVE SPACES TO BULLETIN-LINE.
           STRING "  DONT SALAIRE (" WS-JOURS-ED " J)   : "
              WS-MONTANT-ED
              DELIMITED BY SIZE INTO BULLETIN-LINE
           END-STRING.
           WRITE BULLETIN-LINE.

           IF WS-INDEMN-CONGES > ZERO
              MOVE WS-INDEMN-CONGES TO WS-MONTANT-ED
              MOVE WS-JOURS-CONGES TO WS-JOURS-CONGES-ED
              MOVE SPACES TO BULLETIN-LINE
              STRING "  DONT CONGES (" WS-JOURS-CONGES-ED " J) : "
                 WS-MONTANT-ED
                 DELIMITED BY SIZE INTO BULLETIN-LINE
              END-STRING
              WRITE BULLETIN-LINE
           END-IF.

           IF WS-INDEMN-PREAVIS > ZERO
              MOVE WS-INDEMN-PREAVIS TO WS-MONTANT-LETTRE
              MOVE SPACES TO BULLETIN-LINE
              STRING "  DONT PREAVIS      : " WS-MONTANT-LETTRE
                 DELIMITED BY SIZE INTO BULLETIN-LINE
              END-STRING
              WRITE BULLETIN-LINE
           END-IF

           .

      *> Recu pour solde de tout compte, puis fiche passee sortie
      *> (une relance du mois la trouve deja sortie, avec le meme
      *> mois de solde).
       CLORE-SORTIE.
           MOVE 8 TO WS-NB-PARAMETRES.
           MOVE "PRENOM" TO WS-PARAM-NOM(1).
           MOVE PN-PRENOM TO WS-PARAM-VALEUR(1).
           MOVE "NOM" TO WS-PARAM-NOM(2).
           MOVE PN-NOM TO WS-PARAM-VALEUR(2).
           MOVE "SORTIE" TO WS-PARAM-NOM(3).
           MOVE SPACES TO WS-PARAM-VALEUR(3).
           STRING WS-DS-JOUR "/" WS-DS-MOIS "/" WS-DS-ANNEE
              DELIMITED BY SIZE
              INTO WS-PARAM-VALEUR(3)
           END-STRING.
           MOVE "SALAIRE" TO WS-PARAM-NOM(4).
           MOVE WS-SALAIRE-SORTIE TO WS-MONTANT-LETTRE.
           MOVE WS-MONTANT-LETTRE TO WS-PARAM-VALEUR(4).
           MOVE "CONGES" TO WS-PARAM-NOM(5).
           MOVE WS-INDEMN-CONGES TO WS-MONTANT-LETTRE.
           MOVE WS-MONTANT-LETTRE TO WS-PARAM-VALEUR(5).
           MOVE "PREAVIS" TO WS-PARAM-NOM(6).
           MOVE WS-INDEMN-PREAVIS TO WS-MONTANT-LETTRE.
           MOVE WS-MONTANT-LETTRE TO WS-PARAM-VALEUR(6).
           MOVE "INDEMNITE" TO WS-PARAM-NOM(7).
           MOVE WS-INDEMN-SORTIE TO WS-MONTANT-LETTRE.
           MOVE WS-MONTANT-LETTRE TO WS-PARAM-VALEUR(7).
           MOVE "NET" TO WS-PARAM-NOM(8).
           MOVE WS-NET-A-PAYER TO WS-MONTANT-LETTRE.
           MOVE WS-MONTANT-LETTRE TO WS-PARAM-VALEUR(8).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
              WS-ID-CLIENT-LETTRE.
           ADD 1 TO WS-COUNT-SOLDES.

           IF PN-DEPART-NOTIFIE
              SET PN-SORTI TO TRUE
              MOVE WS-MOIS-PAIE TO PN-MOIS-SOLDE
              REWRITE PERSONNEL-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, PERSONNE="
                       PN-IDENTIFIANT " STATUS=" WS-PER-STATUS
              END-REWRITE
           END-IF

           .

      *> Revisions de la personne a l'historique, par date d'effet :
      *> une revision a appliquer dont le mois d'effet est atteint
      *> passe sur le salaire au maitre, avec rappel de la
      *> difference pour chaque mois deja paye depuis l'effet (ou
      *> depuis l'entree) ; une baisse ne donne pas de reprise. Une
      *> revision appliquee ce mois-ci (relance) redonne son
      *> rappel enregistre.
       APPLIQUER-REVISIONS.
           MOVE ZERO TO WS-RAPPEL-SALAIRE WS-NB-RAPPELS.
           MOVE "N" TO WS-SALAIRE-REVISE.
           IF WS-HISTO-DISPO NOT = "Y"
              EXIT PARAGRAPH
           END-IF.

           MOVE PN-IDENTIFIANT TO SH-IDENTIFIANT.
           MOVE ZERO TO SH-DATE-EFFET.
           MOVE "N" TO WS-HIS-EOF.
           START HISTO-FILE KEY NOT < SH-CLE
              INVALID KEY
                 MOVE "Y" TO WS-HIS-EOF
           END-START.

           PERFORM UNTIL WS-HIS-EOF = "Y"
              READ HISTO-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-HIS-EOF
                 NOT AT END
                    IF SH-IDENTIFIANT NOT = PN-IDENTIFIANT
                       MOVE "Y" TO WS-HIS-EOF
                    ELSE
                       PERFORM TRAITER-REVISION
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-SALAIRE-REVISE = "Y"
              REWRITE PERSONNEL-REC
                 INVALID KEY
                    DISPLAY "REWRITE IMPOSSIBLE, PERSONNE="
                       PN-IDENTIFIANT " STATUS=" WS-PER-STATUS
              END-REWRITE
           END-IF

           .

       TRAITER-REVISION.
      *    Une revision deja appliquee posterieure a celle qui vient
      *    de l'etre (saisie immediate dans PERSMNT) garde le
      *    dernier mot sur le salaire.
           IF SH-APPLIQUEE
              IF SH-MOIS-APPLICATION = WS-MOIS-PAIE
                    AND SH-RAPPEL > ZERO
                 PERFORM RETENIR-RAPPEL
              END-IF
              IF WS-SALAIRE-REVISE = "Y"
                 MOVE SH-NOUVEAU-SALAIRE TO PN-SALAIRE-BRUT
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF NOT SH-A-APPLIQUER
                 OR SH-DATE-EFFET(1:6) > WS-MOIS-PAIE
              EXIT PARAGRAPH
           END-IF.

      *    Mois deja payes a l'ancien salaire : de l'effet (ou de
      *    l'entree si elle est posterieure) au mois precedant la
      *    paie.
           MOVE SH-DATE-EFFET(1:6) TO WS-MOIS-REF.
           COMPUTE WS-MOIS-ENTREE = PN-ANNEE-ENTREE * 100
              + PN-MOIS-ENTREE.
           IF WS-MOIS-ENTREE > WS-MOIS-REF
              MOVE WS-MOIS-ENTREE TO WS-MOIS-REF
           END-IF.
           COMPUTE WS-RANG-DEBUT-RAPPEL =
              WS-MR-ANNEE * 12 + WS-MR-MOIS.
           MOVE WS-MOIS-PAIE TO WS-MOIS-REF.
           COMPUTE WS-RANG-MOIS-PAIE =
              WS-MR-ANNEE * 12 + WS-MR-MOIS.
           COMPUTE WS-NB-MOIS-RAPPEL =
              WS-RANG-MOIS-PAIE - WS-RANG-DEBUT-RAPPEL.

           MOVE ZERO TO SH-MOIS-RAPPEL SH-RAPPEL.
           IF WS-NB-MOIS-RAPPEL > ZERO
                 AND SH-NOUVEAU-SALAIRE > SH-ANCIEN-SALAIRE
              IF WS-NB-MOIS-RAPPEL > 99
                 MOVE 99 TO WS-NB-MOIS-RAPPEL
              END-IF
              MOVE WS-NB-MOIS-RAPPEL TO SH-MOIS-RAPPEL
              COMPUTE SH-RAPPEL = WS-NB-MOIS-RAPPEL
                 * (SH-NOUVEAU-SALAIRE - SH-ANCIEN-SALAIRE)
           END-IF.

           MOVE SH-NOUVEAU-SALAIRE TO PN-SALAIRE-BRUT.
           MOVE "Y" TO WS-SALAIRE-REVISE.
           SET SH-APPLIQUEE TO TRUE.
           MOVE WS-MOIS-PAIE TO SH-MOIS-APPLICATION.
           REWRITE SALAIRE-HIST-REC
              INVALID KEY
                 DISPLAY "REWRITE IMPOSSIBLE, REVISION="
                    SH-IDENTIFIANT " " SH-DATE-EFFET
                    " STATUS=" WS-HIS-STATUS
           END-REWRITE.
           ADD 1 TO WS-COUNT-REVISIONS.

           IF SH-RAPPEL > ZERO
              PERFORM RETENIR-RAPPEL
           END-IF

           .

       RETENIR-RAPPEL.
           ADD SH-RAPPEL TO WS-RAPPEL-SALAIRE.
           IF WS-NB-RAPPELS < 5
              ADD 1 TO WS-NB-RAPPELS
              MOVE SH-DATE-EFFET TO WS-RP-DATE-EFFET-T(WS-NB-RAPPELS)
              MOVE SH-MOIS-RAPPEL TO WS-RP-MOIS-T(WS-NB-RAPPELS)
              MOVE SH-RAPPEL TO WS-RP-MONTANT-T(WS-NB-RAPPELS)
           END-IF

           .

      *> Une ligne par revision rappelee, comprise dans le brut.
       EDITER-RAPPELS-BULLETIN.
           PERFORM VARYING WS-RAPPEL-INDEX FROM 1 BY 1
                 UNTIL WS-RAPPEL-INDEX > WS-NB-RAPPELS
              MOVE WS-RP-MONTANT-T(WS-RAPPEL-INDEX)
                 TO WS-MONTANT-LETTRE
              MOVE WS-RP-MOIS-T(WS-RAPPEL-INDEX) TO WS-JOURS-ED
              MOVE SPACES TO BULLETIN-LINE
              STRING "  DONT RAPPEL REVISION DU "
                 WS-RP-DATE-EFFET-T(WS-RAPPEL-INDEX)(7:2) "/"
                 WS-RP-DATE-EFFET-T(WS-RAPPEL-INDEX)(5:2) "/"
                 WS-RP-DATE-EFFET-T(WS-RAPPEL-INDEX)(1:4)
                 " (" WS-JOURS-ED " MOIS) : " WS-MONTANT-LETTRE
                 DELIMITED BY SIZE INTO BULLETIN-LINE
              END-STRING
              WRITE BULLETIN-LINE
           END-PERFORM

           .
