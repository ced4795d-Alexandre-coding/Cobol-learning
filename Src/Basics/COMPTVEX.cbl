       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTVEX.

      *> Virements emis vers des banques exterieures : chaque ordre
      *> de virements-externes.in (compte debite, date d'execution,
      *> montant, beneficiaire, IBAN, BIC, reference) est controle
      *> avant de quitter la maison - compte existant, ouvert et
      *> tenu en EUR (l'ordre est libelle en EUR),
      *> titulaire principal actif et non decede - et, s'il est
      *> mineur ou majeur protege, represente par un representant
      *> legal en vigueur habilite aux virements a la date
      *> d'execution (ControlerRepresentant) -, coordonnees
      *> bancaires bien formees et cle IBAN exacte (ValiderIban),
      *> beneficiaire absent de la liste de sanctions (CriblageNom)
      *> et provision suffisante : solde du compte, plus la limite
      *> de decouvert en vigueur (meme regle que COMPTDEP), moins
      *> les virements deja acceptes sur le compte dans le passage.
      *> Un ordre accepte part dans virements-externes.out, remise
      *> au format d'interface maison (1 = entete, 2 = detail, 9 =
      *> totaux) versionnee au catalogue par GenerationRapport ; le
      *> debit du client est depose dans operations.in pour
      *> imputation par COMPTMAJ, et la sortie de banque est
      *> constatee au compte de virements emis a regler via
      *> ECRITCPT. Les ordres refuses sortent avec leur motif dans
      *> virements-externes.rej.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDRE-FILE
                 ASSIGN TO "Data/compte/virements-externes.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "Data/compte/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO-COMPTE
               ALTERNATE RECORD KEY IS CP-ID-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-CPT-STATUS.

           SELECT AUTORISATION-FILE
                 ASSIGN TO "Data/compte/autorisations.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-NUMERO-COMPTE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT OPERATION-FILE
                 ASSIGN TO "Data/conditions/operations.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.

           SELECT REMISE-FILE
                 ASSIGN TO "Data/compte/virements-externes.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT REJET-FILE
                 ASSIGN TO "Data/compte/virements-externes.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDRE-FILE.
       01  ORDRE-REC.
           05  VX-NUMERO-COMPTE  PIC 9(8).
      *    Date d'execution demandee ; zero = date de traitement.
           05  VX-DATE           PIC 9(8).
           05  VX-MONTANT        PIC 9(7)V99.
           05  VX-NOM-BENEF      PIC X(35).
           05  VX-IBAN           PIC X(34).
           05  VX-BIC            PIC X(11).
           05  VX-REFERENCE      PIC X(16).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  AUTORISATION-FILE.
           COPY AUTORISATION-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

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

       FD  REMISE-FILE.
       01  REMISE-REC.
           05 RM-TYPE-ENR             PIC X.
              88 RM-ENTETE            VALUE "1".
              88 RM-DETAIL            VALUE "2".
              88 RM-TOTAUX            VALUE "9".
           05 RM-DONNEES              PIC X(150).

       FD  REJET-FILE.
       01  REJET-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORD-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-AUT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-OPE-STATUS         PIC XX VALUE "00".
       01  WS-REM-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-AUT-DISPO          PIC X  VALUE "N".
           88  AUTORISATIONS-DISPO        VALUE "Y".

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-DATE-EXECUTION     PIC 9(8).

       01  WS-COUNT-LUS          PIC 9(5) VALUE 0.
       01  WS-COUNT-EMIS         PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-TOTAL-EMIS         PIC 9(11)V99 VALUE 0.

       01  WS-MOTIF-REJET        PIC X(40).

      *> Provision : solde, limite de decouvert du jour et cumul des
      *> ordres deja acceptes sur le compte dans ce passage.
       01  WS-LIMITE-EFFECTIVE   PIC 9(7)V99.
       01  WS-DISPONIBLE         PIC S9(11)V99.
       01  WS-DEJA-EMIS          PIC 9(11)V99.

       01  WS-TABLE-EMIS.
           05  WS-NB-EMIS        PIC 9(3) VALUE 0.
           05  WS-EMIS OCCURS 500 TIMES.
               10  WS-EM-COMPTE  PIC 9(8).
               10  WS-EM-MONTANT PIC 9(11)V99.
       01  WS-EMIS-INDEX         PIC 9(3).
       01  WS-EMIS-TROUVE        PIC 9(3).

      *> Interfaces des controles de coordonnees et de sanctions.
       01  WS-VB-CODE            PIC X(3).
       01  WS-CN-RESULTAT        PIC X.
       01  WS-CN-REFERENCE       PIC X(12).

      *> Representant legal d'un titulaire mineur ou protege.
       01  WS-REPR-POUVOIR       PIC X VALUE "V".
       01  WS-REPR-CODE          PIC X(3).
       01  WS-REPR-MOTIF         PIC X(30).
       01  WS-REPRESENTANT.
           05  WS-REPR-TYPE      PIC X.
           05  WS-REPR-NOM       PIC X(20).
           05  WS-REPR-VILLE     PIC X(15).

      *> Remise : entete, detail, totaux en positions fixes.
       01  WS-REMISE-ENTETE.
           05  WS-RE-DATE        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RE-EMETTEUR    PIC X(10) VALUE "COMPTVEX".
           05  FILLER            PIC X(131) VALUE SPACES.

       01  WS-REMISE-DETAIL.
           05  WS-RD-SEQUENCE    PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-DATE        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-COMPTE      PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-MONTANT     PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-BIC         PIC X(11).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-IBAN        PIC X(34).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-NOM-BENEF   PIC X(35).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-REFERENCE   PIC X(16).
           05  FILLER            PIC X(14) VALUE SPACES.

       01  WS-REMISE-TOTAUX.
           05  WS-RT-NB          PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RT-TOTAL       PIC 9(11)V99.
           05  FILLER            PIC X(131) VALUE SPACES.

       01  WS-MONTANT-ED         PIC Z(6)9,99.
       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-NB-ED              PIC ZZZZ9.

       01  WS-GEN-CHEMIN         PIC X(45).
       01  WS-GEN-RACINE         PIC X(30).
       01  WS-GEN-NB-ENREG       PIC 9(5).

      *> Deversement comptable : la banque sort les fonds, le
      *> compte de virements emis porte l'ordre jusqu'au reglement
      *> interbancaire ; le debit du client passe par COMPTMAJ.
       01  WS-EC-PROGRAMME       PIC X(10) VALUE "COMPTVEX".
       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-REGISTRE-ACTION    PIC X.
       01  WS-REGISTRE-REPONSE   PIC X.

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".

       PROCEDURE DIVISION.
           DISPLAY "=== COMPTVEX START ===".
           MOVE "COMPTVEX" TO WS-JOURNAL-PROGRAMME.
           MOVE "DEBUT TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-EMIS
              WS-JOURNAL-SEVERITE.

      *    Une remise deja partie ne doit pas repartir : pas de
      *    second passage le meme jour sans forcage explicite
      *    (cf. RegistreExec).
           MOVE "D" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           IF WS-REGISTRE-REPONSE NOT = "O"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ORDRE-FILE.
           IF WS-ORD-STATUS NOT = "00"
              DISPLAY "ORDRE-FILE OPEN ERROR, STATUS=" WS-ORD-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS NOT = "00"
              DISPLAY "COMPTE-FILE OPEN ERROR, STATUS="
                 WS-CPT-STATUS
              CLOSE ORDRE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sans fichier des autorisations, aucun compte n'a de
      *    decouvert autorise : la provision se limite au solde.
           OPEN INPUT AUTORISATION-FILE.
           IF WS-AUT-STATUS = "00"
              SET AUTORISATIONS-DISPO TO TRUE
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
              DISPLAY "CLIENT-MASTER OPEN ERROR, STATUS="
                 WS-CLI-STATUS
              PERFORM FERMER-ENTREES
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND OPERATION-FILE.
           IF WS-OPE-STATUS NOT = "00" AND WS-OPE-STATUS NOT = "05"
              DISPLAY "OPERATION-FILE OPEN ERROR, STATUS="
                 WS-OPE-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REMISE-FILE.
           IF WS-REM-STATUS NOT = "00"
              DISPLAY "REMISE-FILE OPEN ERROR, STATUS="
                 WS-REM-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER OPERATION-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REJET-FILE.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "REJET-FILE OPEN ERROR, STATUS=" WS-REJ-STATUS
              PERFORM FERMER-ENTREES
              CLOSE CLIENT-MASTER OPERATION-FILE REMISE-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "DateTraitement" USING WS-DATE-JOUR.

           MOVE SPACES TO REJET-LINE.
           STRING "VIREMENTS EXTERNES REFUSES DU " WS-DATE-JOUR
              DELIMITED BY SIZE INTO REJET-LINE
           END-STRING.
           WRITE REJET-LINE.

           PERFORM ECRIRE-ENTETE.

           PERFORM UNTIL EOF
              READ ORDRE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUS
                    PERFORM TRAITER-ORDRE
              END-READ
           END-PERFORM.

           PERFORM ECRIRE-TOTAUX.

           MOVE WS-COUNT-REJETES TO WS-NB-ED.
           MOVE SPACES TO REJET-LINE.
           STRING "ORDRES REFUSES=" WS-NB-ED
              DELIMITED BY SIZE INTO REJET-LINE
           END-STRING.
           WRITE REJET-LINE.

           PERFORM FERMER-ENTREES.
           CLOSE CLIENT-MASTER OPERATION-FILE REMISE-FILE
              REJET-FILE.

      *    Versionnement de la remise : virements-externes.out reste
      *    la generation courante, la copie datee part au catalogue.
           MOVE "Data/compte/virements-externes.out" TO WS-GEN-CHEMIN.
           MOVE "Data/compte/virements-externes" TO WS-GEN-RACINE.
           CALL "GenerationRapport" USING WS-GEN-CHEMIN
              WS-GEN-RACINE WS-GEN-NB-ENREG.

           DISPLAY "ORDRES LUS=" WS-COUNT-LUS
              " EMIS=" WS-COUNT-EMIS
              " REFUSES=" WS-COUNT-REJETES.
           MOVE "COMPTVEX" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-REJETES > ZERO
              MOVE "VIREMENTS EXTERNES REFUSES"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-REJETES
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "F" TO WS-REGISTRE-ACTION.
           CALL "RegistreExec" USING WS-JOURNAL-PROGRAMME
              WS-REGISTRE-ACTION WS-REGISTRE-REPONSE.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-EMIS
              WS-JOURNAL-SEVERITE.
           DISPLAY "=== COMPTVEX END ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       FERMER-ENTREES.
           CLOSE ORDRE-FILE COMPTE-FILE.
           IF AUTORISATIONS-DISPO
              CLOSE AUTORISATION-FILE
           END-IF

           .

      *> Tous les controles passent avant le moindre mouvement : un
      *> ordre refuse ne laisse trace qu'au fichier des rejets.
       TRAITER-ORDRE.
           MOVE SPACES TO WS-MOTIF-REJET.

           IF VX-MONTANT IS NOT NUMERIC OR VX-MONTANT = ZERO
              MOVE "MONTANT NUL OU INVALIDE" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           IF VX-DATE IS NUMERIC AND VX-DATE > ZERO
              MOVE VX-DATE TO WS-DATE-EXECUTION
           ELSE
              MOVE WS-DATE-JOUR TO WS-DATE-EXECUTION
           END-IF.

           PERFORM CONTROLER-COMPTE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           CALL "ValiderIban" USING VX-IBAN VX-BIC WS-VB-CODE.
           EVALUATE WS-VB-CODE
              WHEN "IBF"
                 MOVE "IBAN MAL FORME" TO WS-MOTIF-REJET
              WHEN "IBC"
                 MOVE "CLE IBAN ERRONEE" TO WS-MOTIF-REJET
              WHEN "BIC"
                 MOVE "BIC MAL FORME" TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

      *    Liste illisible : l'ordre est bloque, jamais emis sans
      *    criblage.
           CALL "CriblageNom" USING VX-NOM-BENEF WS-CN-RESULTAT
              WS-CN-REFERENCE.
           EVALUATE WS-CN-RESULTAT
              WHEN "S"
                 STRING "BENEFICIAIRE SOUS SANCTIONS "
                    WS-CN-REFERENCE
                    DELIMITED BY SIZE INTO WS-MOTIF-REJET
                 END-STRING
              WHEN "I"
                 MOVE "LISTE DE SANCTIONS INDISPONIBLE"
                    TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-PROVISION.
           IF WS-MOTIF-REJET NOT = SPACES
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           PERFORM EMETTRE-VIREMENT

           .

      *> Compte debite : existant, ouvert, tenu en EUR, titulaire
      *> principal connu, actif et non decede (debits geles au
      *> deces), represente s'il est protege.
       CONTROLER-COMPTE.
           IF VX-NUMERO-COMPTE IS NOT NUMERIC
                 OR VX-NUMERO-COMPTE = ZERO
              MOVE "COMPTE NON RENSEIGNE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE VX-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
           READ COMPTE-FILE
              INVALID KEY
                 MOVE "COMPTE INEXISTANT" TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
           END-READ.
           IF CP-CLOS
              MOVE "COMPTE CLOS" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.
           IF NOT CP-EN-EUR
              MOVE "COMPTE TENU EN DEVISE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           MOVE CP-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE "CLIENT INCONNU AU MAITRE" TO WS-MOTIF-REJET
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CL-DECEDE OF CLIENT-MASTER-REC
                       MOVE "CLIENT DECEDE, DEBIT GELE"
                          TO WS-MOTIF-REJET
                    WHEN NOT CL-ACTIF OF CLIENT-MASTER-REC
                       MOVE "CLIENT NON ACTIF" TO WS-MOTIF-REJET
                 END-EVALUATE
           END-READ.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           CALL "ControlerRepresentant" USING CP-ID-CLIENT
              WS-DATE-EXECUTION WS-REPR-POUVOIR WS-REPR-CODE
              WS-REPR-MOTIF WS-REPRESENTANT.
           IF WS-REPR-CODE = "SRP"
              MOVE WS-REPR-MOTIF TO WS-MOTIF-REJET
           END-IF

           .

      *> Le solde lu est celui de la veille au soir : les ordres
      *> deja acceptes dans ce passage sur le meme compte viennent
      *> en deduction avant d'accepter le suivant.
       CONTROLER-PROVISION.
           PERFORM CALCULER-LIMITE.

           MOVE ZERO TO WS-DEJA-EMIS.
           MOVE ZERO TO WS-EMIS-TROUVE.
           PERFORM VARYING WS-EMIS-INDEX FROM 1 BY 1
                 UNTIL WS-EMIS-INDEX > WS-NB-EMIS
              IF WS-EM-COMPTE(WS-EMIS-INDEX) = CP-NUMERO-COMPTE
                 MOVE WS-EMIS-INDEX TO WS-EMIS-TROUVE
                 MOVE WS-EM-MONTANT(WS-EMIS-INDEX) TO WS-DEJA-EMIS
              END-IF
           END-PERFORM.

           COMPUTE WS-DISPONIBLE = CP-SOLDE + WS-LIMITE-EFFECTIVE
              - WS-DEJA-EMIS.
           IF VX-MONTANT > WS-DISPONIBLE
              MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF-REJET
              EXIT PARAGRAPH
           END-IF.

           IF WS-EMIS-TROUVE > ZERO
              ADD VX-MONTANT TO WS-EM-MONTANT(WS-EMIS-TROUVE)
           ELSE
              IF WS-NB-EMIS < 500
                 ADD 1 TO WS-NB-EMIS
                 MOVE CP-NUMERO-COMPTE TO WS-EM-COMPTE(WS-NB-EMIS)
                 MOVE VX-MONTANT TO WS-EM-MONTANT(WS-NB-EMIS)
              ELSE
                 MOVE "TABLE DES ORDRES DU PASSAGE PLEINE"
                    TO WS-MOTIF-REJET
              END-IF
           END-IF

           .

      *> Limite du jour : celle de l'autorisation tant qu'elle n'est
      *> pas echue, portee au relevement temporaire s'il court
      *> encore et s'il est plus haut.
       CALCULER-LIMITE.
           MOVE ZERO TO WS-LIMITE-EFFECTIVE.
           IF NOT AUTORISATIONS-DISPO
              EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUMERO-COMPTE TO AU-NUMERO-COMPTE.
           READ AUTORISATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF AU-DATE-ECHEANCE < WS-DATE-JOUR
              EXIT PARAGRAPH
           END-IF.
           MOVE AU-LIMITE TO WS-LIMITE-EFFECTIVE.
           IF AU-DATE-FIN-TEMPO NOT < WS-DATE-JOUR
                 AND AU-LIMITE-TEMPO > WS-LIMITE-EFFECTIVE
              MOVE AU-LIMITE-TEMPO TO WS-LIMITE-EFFECTIVE
           END-IF

           .

       EMETTRE-VIREMENT.
           ADD 1 TO WS-COUNT-EMIS.
           ADD VX-MONTANT TO WS-TOTAL-EMIS.

           MOVE WS-COUNT-EMIS TO WS-RD-SEQUENCE.
           MOVE WS-DATE-EXECUTION TO WS-RD-DATE.
           MOVE CP-NUMERO-COMPTE TO WS-RD-COMPTE.
           MOVE VX-MONTANT TO WS-RD-MONTANT.
           MOVE VX-BIC TO WS-RD-BIC.
           MOVE VX-IBAN TO WS-RD-IBAN.
           MOVE VX-NOM-BENEF TO WS-RD-NOM-BENEF.
           MOVE VX-REFERENCE TO WS-RD-REFERENCE.
           MOVE SPACES TO REMISE-REC.
           MOVE "2" TO RM-TYPE-ENR.
           MOVE WS-REMISE-DETAIL TO RM-DONNEES.
           WRITE REMISE-REC.

           MOVE CP-ID-CLIENT TO OL-ID-CLIENT.
           MOVE WS-DATE-EXECUTION TO OL-DATE.
           MOVE "VIR EXT" TO OL-LIBELLE.
           COMPUTE OL-MONTANT = ZERO - VX-MONTANT.
           MOVE CP-NUMERO-COMPTE TO OL-NUMERO-COMPTE.
           MOVE ZERO TO OL-NUMERO-CHEQUE.
           MOVE SPACES TO OL-CAISSE.
           WRITE OPERATION-LINE.

           MOVE WS-DATE-EXECUTION TO WS-EC-DATE.
           MOVE VX-REFERENCE(1:12) TO WS-EC-REFERENCE.
           MOVE VX-MONTANT TO WS-EC-MONTANT.
           MOVE "BANQUE" TO WS-EC-NATURE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE.
           MOVE "VIR-EMIS" TO WS-EC-NATURE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM PASSER-ECRITURE

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE VX-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO REJET-LINE.
           STRING
              "REJET COMPTE=" VX-NUMERO-COMPTE
              " MONTANT=" WS-MONTANT-ED
              " REF=" VX-REFERENCE
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
              INTO REJET-LINE
           END-STRING.
           WRITE REJET-LINE

           .

       ECRIRE-ENTETE.
           MOVE WS-DATE-JOUR TO WS-RE-DATE.
           MOVE SPACES TO REMISE-REC.
           MOVE "1" TO RM-TYPE-ENR.
           MOVE WS-REMISE-ENTETE TO RM-DONNEES.
           WRITE REMISE-REC

           .

       ECRIRE-TOTAUX.
           MOVE WS-COUNT-EMIS TO WS-RT-NB.
           MOVE WS-TOTAL-EMIS TO WS-RT-TOTAL.
           MOVE SPACES TO REMISE-REC.
           MOVE "9" TO RM-TYPE-ENR.
           MOVE WS-REMISE-TOTAUX TO RM-DONNEES.
           WRITE REMISE-REC.

           MOVE WS-COUNT-EMIS TO WS-NB-ED.
           MOVE WS-TOTAL-EMIS TO WS-TOTAL-ED.
           DISPLAY "REMISE : VIREMENTS=" WS-NB-ED
              " TOTAL=" WS-TOTAL-ED

           .
