       PROGRAM-ID. EPARGFIS.

      *> Declaration fiscale annuelle des interets d'epargne : relit
      *> le registre fiscal interets.log tenu par PRELVSRC (livrets
      *> capitalises par EPARGCAP, depots a terme denoues par
      *> DATECHE ou casses par DATMNT), retient les credits de
      *> l'annee de traitement, cumule par client les interets
      *> bruts, le prelevement forfaitaire, les prelevements
      *> sociaux et le net verse, reprend l'identite et l'adresse du
      *> maitre clients.idx et ecrit le fichier de declaration au
      *> format d'interface maison (1 = entete annee/emetteur, 2 =
      *> detail client/nom/ville/brut/forfaitaire/sociaux/net, 3 =
      *> adresse postale du client a la date de traitement -
      *> lignes de voie, code postal, ville, pays - lue dans
      *> l'historique par AdresseClient, a defaut la ville du
      *> maitre, 9 = totaux nombre et cumuls) dans
      *> declaration-fiscale.out.
      *> Chaque client declare
      *> recoit en parallele son avis individuel via FusionLettre
      *> (fiscal.mod). Plus personne ne ressaisit l'etat pour
      *> l'administration.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERET-FILE ASSIGN TO "Data/epargne/interets.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  INTERET-FILE.
           COPY INTERET-REC.

       FD  CLIENT-MASTER.
           COPY CLIENT-REC
           05 DF-TYPE-ENR             PIC X.
              88 DF-ENTETE            VALUE "1".
              88 DF-DETAIL            VALUE "2".
              88 DF-ADRESSE           VALUE "3".
              88 DF-TOTAUX            VALUE "9".
           05 DF-DONNEES              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-REL-STATUS         PIC XX VALUE "00".
       01  WS-COUNT-LUES         PIC 9(5) VALUE 0.
       01  WS-COUNT-DECLARES     PIC 9(5) VALUE 0.
       01  WS-TOTAL-INTERETS     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PFL          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SOCIAL       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-NET          PIC 9(11)V99 VALUE 0.

       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-ANNEE-TRAITEMENT   PIC 9(4).

      *> Cumuls d'interets par client de l'annee : brut, part
      *> forfaitaire, prelevements sociaux et net verse.
       01  WS-TABLE-CLIENTS.
           05  WS-NB-CLIENTS     PIC 9(3) VALUE 0.
           05  WS-CLIENT-LIGNE OCCURS 200 TIMES.
               10  WS-CL-ID      PIC 9(6).
               10  WS-CL-INTERETS PIC 9(9)V99.
               10  WS-CL-PFL     PIC 9(9)V99.
               10  WS-CL-SOCIAL  PIC 9(9)V99.
               10  WS-CL-NET     PIC 9(9)V99.
       01  WS-CLIENT-INDEX       PIC 9(3).
       01  WS-CLIENT-TROUVE      PIC X.
           88  CLIENT-TROUVE              VALUE "Y".
           05  WS-DE-ANNEE       PIC 9(4).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DE-EMETTEUR    PIC X(10) VALUE "EPARGFIS".
           05  FILLER            PIC X(85) VALUE SPACES.

       01  WS-DECLARATION-DETAIL.
           05  WS-DD-ID-CLIENT   PIC 9(6).
           05  WS-DD-VILLE       PIC X(15).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-INTERETS    PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-PFL         PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-SOCIAL      PIC 9(9)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DD-NET         PIC 9(9)V99.
           05  FILLER            PIC X(9) VALUE SPACES.

       01  WS-DECLARATION-ADRESSE.
           05  WS-DA-ID-CLIENT   PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DA-LIGNE1      PIC X(32).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DA-LIGNE2      PIC X(32).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DA-CODE-POSTAL PIC X(10).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DA-VILLE       PIC X(26).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DA-PAYS        PIC X(2).
           05  FILLER            PIC X(7) VALUE SPACES.

       01  WS-DECLARATION-TOTAUX.
           05  WS-DT-NB          PIC 9(5).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-TOTAL       PIC 9(11)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-PFL         PIC 9(11)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-SOCIAL      PIC 9(11)V99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-DT-NET         PIC 9(11)V99.
           05  FILLER            PIC X(39) VALUE SPACES.

       01  WS-NOM-CLIENT         PIC X(20).
       01  WS-VILLE-CLIENT       PIC X(15).
       01  WS-ADRESSE-CODE       PIC X(3).
           COPY ADRESSE-POSTALE.

       01  WS-INTERETS-ED        PIC Z(8)9,99.
       01  WS-RETENU-ED          PIC Z(8)9,99.
       01  WS-NET-ED             PIC Z(8)9,99.
       01  WS-TOTAL-ED           PIC Z(10)9,99.
       01  WS-NB-ED              PIC ZZZZ9.

           CALL "DateTraitement" USING WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-TRAITEMENT.

           OPEN INPUT INTERET-FILE.
           IF WS-REL-STATUS NOT = "00"
              DISPLAY "INTERET-FILE OPEN ERROR, STATUS="
                 WS-REL-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ INTERET-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-LUES
                    IF IT-DATE(1:4) = WS-DATE-JOUR(1:4)
                       PERFORM CUMULER-INTERET
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE INTERET-FILE.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = "00"
           CLOSE CLIENT-MASTER DECLARATION-FILE.

           MOVE WS-TOTAL-INTERETS TO WS-TOTAL-ED.
           DISPLAY "CREDITS LUS=" WS-COUNT-LUES
              " CLIENTS DECLARES=" WS-COUNT-DECLARES
              " TOTAL INTERETS=" WS-TOTAL-ED.
           MOVE "EPARGFIS" TO WS-JOURNAL-PROGRAMME.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CUMULER-INTERET.
           SET CLIENT-ABSENT TO TRUE.
           PERFORM VARYING WS-CLIENT-INDEX FROM 1 BY 1
                 UNTIL WS-CLIENT-INDEX > WS-NB-CLIENTS
                 OR CLIENT-TROUVE
              IF WS-CL-ID(WS-CLIENT-INDEX) = IT-ID-CLIENT
                 SET CLIENT-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           ELSE
              IF WS-NB-CLIENTS >= 200
                 DISPLAY "TABLE DES CLIENTS SATUREE, CLIENT="
                    IT-ID-CLIENT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-CLIENTS
              MOVE WS-NB-CLIENTS TO WS-CLIENT-INDEX
              MOVE IT-ID-CLIENT TO WS-CL-ID(WS-CLIENT-INDEX)
              MOVE ZERO TO WS-CL-INTERETS(WS-CLIENT-INDEX)
                 WS-CL-PFL(WS-CLIENT-INDEX)
                 WS-CL-SOCIAL(WS-CLIENT-INDEX)
                 WS-CL-NET(WS-CLIENT-INDEX)
           END-IF.

           ADD IT-BRUT TO WS-CL-INTERETS(WS-CLIENT-INDEX).
           ADD IT-PFL TO WS-CL-PFL(WS-CLIENT-INDEX).
           ADD IT-SOCIAL TO WS-CL-SOCIAL(WS-CLIENT-INDEX).
           ADD IT-NET TO WS-CL-NET(WS-CLIENT-INDEX)

           .

           MOVE WS-NOM-CLIENT TO WS-DD-NOM.
           MOVE WS-VILLE-CLIENT TO WS-DD-VILLE.
           MOVE WS-CL-INTERETS(WS-CLIENT-INDEX) TO WS-DD-INTERETS.
           MOVE WS-CL-PFL(WS-CLIENT-INDEX) TO WS-DD-PFL.
           MOVE WS-CL-SOCIAL(WS-CLIENT-INDEX) TO WS-DD-SOCIAL.
           MOVE WS-CL-NET(WS-CLIENT-INDEX) TO WS-DD-NET.

           MOVE SPACES TO DECLARATION-REC.
           MOVE "2" TO DF-TYPE-ENR.
           MOVE WS-DECLARATION-DETAIL TO DF-DONNEES.
           WRITE DECLARATION-REC.

           PERFORM ECRIRE-ADRESSE.

           ADD 1 TO WS-COUNT-DECLARES.
           ADD WS-CL-INTERETS(WS-CLIENT-INDEX)
              TO WS-TOTAL-INTERETS.
           ADD WS-CL-PFL(WS-CLIENT-INDEX) TO WS-TOTAL-PFL.
           ADD WS-CL-SOCIAL(WS-CLIENT-INDEX) TO WS-TOTAL-SOCIAL.
           ADD WS-CL-NET(WS-CLIENT-INDEX) TO WS-TOTAL-NET.

      *    La declaration part toujours a l'administration ; seule
      *    la lettre attend une adresse valide (COURRETR).

           .

      *> Adresse declaree : version en vigueur a la date de
      *> traitement ; un client dont l'adresse complete n'a jamais
      *> ete saisie n'est declare qu'avec la ville du maitre.
       ECRIRE-ADRESSE.
           CALL "AdresseClient" USING WS-CL-ID(WS-CLIENT-INDEX)
              WS-DATE-JOUR WS-ADRESSE-CODE ADRESSE-POSTALE.
           MOVE WS-CL-ID(WS-CLIENT-INDEX) TO WS-DA-ID-CLIENT.
           IF WS-ADRESSE-CODE = "OK "
              MOVE ADR-LIGNE1 TO WS-DA-LIGNE1
              MOVE ADR-LIGNE2 TO WS-DA-LIGNE2
              MOVE ADR-CODE-POSTAL TO WS-DA-CODE-POSTAL
              MOVE ADR-VILLE TO WS-DA-VILLE
              MOVE ADR-PAYS TO WS-DA-PAYS
           ELSE
              MOVE SPACES TO WS-DA-LIGNE1 WS-DA-LIGNE2
                 WS-DA-CODE-POSTAL
              MOVE WS-VILLE-CLIENT TO WS-DA-VILLE
              MOVE "FR" TO WS-DA-PAYS
           END-IF.

           MOVE SPACES TO DECLARATION-REC.
           MOVE "3" TO DF-TYPE-ENR.
           MOVE WS-DECLARATION-ADRESSE TO DF-DONNEES.
           WRITE DECLARATION-REC

           .

       ECRIRE-LETTRE-AVIS.
           MOVE WS-CL-INTERETS(WS-CLIENT-INDEX) TO WS-INTERETS-ED.
           COMPUTE WS-RETENU-ED = WS-CL-PFL(WS-CLIENT-INDEX)
              + WS-CL-SOCIAL(WS-CLIENT-INDEX).
           MOVE WS-CL-NET(WS-CLIENT-INDEX) TO WS-NET-ED.

           MOVE 5 TO WS-NB-PARAMETRES.
           MOVE "NOM" TO WS-PARAM-NOM(1).
           MOVE WS-NOM-CLIENT TO WS-PARAM-VALEUR(1).
           MOVE "ANNEE" TO WS-PARAM-NOM(2).
           MOVE WS-ANNEE-TRAITEMENT TO WS-PARAM-VALEUR(2).
           MOVE "INTERETS" TO WS-PARAM-NOM(3).
           MOVE WS-INTERETS-ED TO WS-PARAM-VALEUR(3).
           MOVE "PRELEVE" TO WS-PARAM-NOM(4).
           MOVE WS-RETENU-ED TO WS-PARAM-VALEUR(4).
           MOVE "NET" TO WS-PARAM-NOM(5).
           MOVE WS-NET-ED TO WS-PARAM-VALEUR(5).

           CALL "FusionLettre" USING WS-CHEMIN-MODELE
              WS-CHEMIN-SORTIE WS-NB-PARAMETRES WS-PARAMETRES
       ECRIRE-TOTAUX.
           MOVE WS-COUNT-DECLARES TO WS-DT-NB.
           MOVE WS-TOTAL-INTERETS TO WS-DT-TOTAL.
           MOVE WS-TOTAL-PFL TO WS-DT-PFL.
           MOVE WS-TOTAL-SOCIAL TO WS-DT-SOCIAL.
           MOVE WS-TOTAL-NET TO WS-DT-NET.
           MOVE SPACES TO DECLARATION-REC.
           MOVE "9" TO DF-TYPE-ENR.
           MOVE WS-DECLARATION-TOTAUX TO DF-DONNEES.
