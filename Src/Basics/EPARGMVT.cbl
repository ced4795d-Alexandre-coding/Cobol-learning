
      *> Tenue des comptes d'epargne : applique le fichier des
      *> mouvements (depots/retraits) au fichier des comptes indexe
      *> par client et code produit (livret A, LDDS, livret jeune :
      *> catalogue produits-epargne.in ; mouvement sans produit =
      *> livret A). Un depot d'un client actif du maitre clients.idx
      *> sans compte existant sur le produit ouvre le compte au taux
      *> du produit, si le client en remplit les conditions : age a
      *> la date du mouvement (CalculerAge) dans les bornes du
      *> produit, et pour un produit unique par personne, aucun
      *> exemplaire deja detenu sous un autre identifiant de la meme
      *> personne (meme nom, meme date de naissance). Un depot qui
      *> porterait le solde au-dela du plafond du produit est refuse
      *> (les interets capitalises par EPARGCAP n'y sont pas soumis).
      *> Le retrait d'un client mineur ou majeur protege suppose un
      *> representant legal en vigueur habilite aux retraits a la
      *> date du mouvement (ControlerRepresentant).
      *> Client inconnu ou inactif, produit inconnu, conditions non
      *> remplies, retrait sans compte ou au-dela du solde : le
      *> mouvement part en mouvements.rej avec son motif. En fin de
      *> passage, doublons.rpt liste les personnes qui detiennent un
      *> produit unique en double sous deux identifiants.
      *> Chaque mouvement applique part au journal comptable commun
      *> (ECRITCPT) : banque contre epargne clients, a la date du
      *> mouvement, pour que le grand livre suive le stock des
      *> livrets (cf. RAPPROGL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMPTE-EPARGNE ASSIGN TO "Data/epargne/comptes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLE
               FILE STATUS IS WS-CPT-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "Data/seq/clients.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ID OF CLIENT-MASTER-REC
               ALTERNATE RECORD KEY IS CL-NAME OF CLIENT-MASTER-REC
                  WITH DUPLICATES
               FILE STATUS IS WS-CLI-STATUS.

           SELECT PRODUIT-FILE
                 ASSIGN TO WS-CHEMIN-PRODUITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT REJET-FILE ASSIGN TO "Data/epargne/mouvements.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT DOUBLON-FILE ASSIGN TO "Data/epargne/doublons.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENT-FILE.
               88  MV-DEPOT      VALUE "D".
               88  MV-RETRAIT    VALUE "R".
           05  MV-MONTANT        PIC 9(7)V99.
           05  MV-PRODUIT        PIC X(4).
      *    "O" : mouvement deja passe au journal comptable par
      *    son emetteur (saisie et mainlevee, cf. COMPTSAI).
           05  MV-COMPTABILISE   PIC X.
               88  MV-DEJA-COMPTABILISE VALUE "O".

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.
           COPY CLIENT-REC
               REPLACING == CLIENT-REC == BY == CLIENT-MASTER-REC ==.

       FD  PRODUIT-FILE.
           COPY PRODEPARG-REC.

       FD  REJET-FILE.
       01  REJET-LINE            PIC X(132).

       FD  DOUBLON-FILE.
       01  DOUBLON-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STATUS         PIC XX VALUE "00".
       01  WS-CPT-STATUS         PIC XX VALUE "00".
       01  WS-CLI-STATUS         PIC XX VALUE "00".
       01  WS-PRD-STATUS         PIC XX VALUE "00".
       01  WS-REJ-STATUS         PIC XX VALUE "00".
       01  WS-DBL-STATUS         PIC XX VALUE "00".
       01  WS-EOF                PIC X  VALUE "N".
           88  EOF                        VALUE "Y".
           88  NOT-EOF                    VALUE "N".
       01  WS-COUNT-APPLIQUES    PIC 9(5) VALUE 0.
       01  WS-COUNT-REJETES      PIC 9(5) VALUE 0.
       01  WS-COUNT-OUVERTURES   PIC 9(5) VALUE 0.
       01  WS-COUNT-DOUBLONS     PIC 9(5) VALUE 0.

      *> Catalogue des produits, charge au lancement.
       01  WS-TABLE-PRODUITS.
           05  WS-NB-PRODUITS    PIC 99 VALUE 0.
           05  WS-PRODUIT OCCURS 10 TIMES.
               10  WS-PE-CODE    PIC X(4).
               10  WS-PE-TAUX    PIC 9V99.
               10  WS-PE-PLAFOND PIC 9(9)V99.
               10  WS-PE-UNICITE PIC X.
               10  WS-PE-AGE-MIN PIC 99.
               10  WS-PE-AGE-MAX PIC 99.
       01  WS-PRODUIT-INDEX      PIC 99.
       01  WS-PRD-I              PIC 99.
       01  WS-PRODUIT-COURANT    PIC X(4).

      *> Titulaire du mouvement, garde pour la recherche de la meme
      *> personne sous un autre identifiant.
       01  WS-NOM-TITULAIRE      PIC X(20).
       01  WS-NAISSANCE-TITULAIRE PIC 9(8).
       01  WS-NAISSANCE-LUE      PIC 9(8).
       01  WS-ID-HOMONYME        PIC 9(6).
       01  WS-FIN-HOMONYMES      PIC X.
       01  WS-AGE-TITULAIRE      PIC 99.
       01  WS-DATE-MVT           PIC 9(8).
       01  WS-DATE-MVT-R REDEFINES WS-DATE-MVT.
           05  WS-ANNEE-MVT      PIC 9(4).
           05  WS-MOIS-MVT       PIC 99.
           05  WS-JOUR-MVT       PIC 99.

      *> Comptes actifs sur un produit unique, pour le controle des
      *> doublons de fin de passage.
       01  WS-TABLE-DETENTIONS.
           05  WS-NB-DETENTIONS  PIC 9(4) VALUE 0.
           05  WS-DETENTION OCCURS 2000 TIMES.
               10  WS-DT-ID      PIC 9(6).
               10  WS-DT-PRODUIT PIC X(4).
               10  WS-DT-NOM     PIC X(20).
               10  WS-DT-NAISSANCE PIC 9(8).
       01  WS-DT-I               PIC 9(4).
       01  WS-DT-J               PIC 9(4).

       01  WS-MOTIF-REJET        PIC X(40).

      *> Representant legal d'un titulaire mineur ou protege.
       01  WS-REPR-POUVOIR       PIC X VALUE "R".
       01  WS-REPR-CODE          PIC X(3).
       01  WS-REPR-MOTIF         PIC X(30).
       01  WS-REPRESENTANT.
           05  WS-REPR-TYPE      PIC X.
           05  WS-REPR-NOM       PIC X(20).
           05  WS-REPR-VILLE     PIC X(15).
       01  WS-COMPTE-EXISTE      PIC X.
           88  COMPTE-EXISTE              VALUE "Y".
           88  COMPTE-ABSENT              VALUE "N".
       01  WS-MONTANT-ED         PIC Z(6)9,99.

      *> Fichiers de parametres : version en vigueur a la date de
      *> traitement (cf. ParametreVigueur), l'origine a defaut.
       01  WS-CODE-PRODUITS      PIC X(8) VALUE "EPARGNE".
       01  WS-CHEMIN-PRODUITS    PIC X(45)
                 VALUE "Data/epargne/produits-epargne.in".
       01  WS-DATE-JOUR          PIC 9(8).

       01  WS-EC-PROGRAMME       PIC X(10) VALUE "EPARGMVT".
       01  WS-EC-DATE            PIC 9(8).
       01  WS-EC-NATURE          PIC X(12).
       01  WS-EC-SENS            PIC X.
       01  WS-EC-MONTANT         PIC 9(9)V99.
       01  WS-EC-REFERENCE       PIC X(12).

       01  WS-JOURNAL-PROGRAMME  PIC X(10).
       01  WS-JOURNAL-EVENEMENT  PIC X(40).
       01  WS-JOURNAL-SEVERITE   PIC X(13) VALUE "INFO".
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
              WS-JOURNAL-SEVERITE.

           PERFORM CHARGEMENT-PRODUITS.

           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
              END-READ
           END-PERFORM.

           PERFORM CONTROLER-DOUBLONS.

           CLOSE MOUVEMENT-FILE COMPTE-EPARGNE CLIENT-MASTER
              REJET-FILE.

           DISPLAY "MOUVEMENTS LUS=" WS-COUNT-LUS
              " APPLIQUES=" WS-COUNT-APPLIQUES
              " REJETES=" WS-COUNT-REJETES
              " COMPTES OUVERTS=" WS-COUNT-OUVERTURES
              " DOUBLONS=" WS-COUNT-DOUBLONS.
           MOVE "EPARGMVT" TO WS-JOURNAL-PROGRAMME.
           IF WS-COUNT-DOUBLONS > ZERO
              MOVE "PRODUITS UNIQUES DETENUS EN DOUBLE"
                 TO WS-JOURNAL-EVENEMENT
              MOVE "AVERTISSEMENT" TO WS-JOURNAL-SEVERITE
              CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
                 WS-JOURNAL-EVENEMENT WS-COUNT-DOUBLONS
                 WS-JOURNAL-SEVERITE
              MOVE "INFO" TO WS-JOURNAL-SEVERITE
           END-IF.
           MOVE "FIN TRAITEMENT" TO WS-JOURNAL-EVENEMENT.
           CALL "JOURNAL" USING WS-JOURNAL-PROGRAMME
              WS-JOURNAL-EVENEMENT WS-COUNT-APPLIQUES
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHARGEMENT-PRODUITS.
           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "ParametreVigueur" USING WS-CODE-PRODUITS WS-DATE-JOUR
              WS-CHEMIN-PRODUITS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PRD-STATUS NOT = "00"
              DISPLAY "PRODUIT-FILE OPEN ERROR, STATUS=" WS-PRD-STATUS
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ PRODUIT-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-NB-PRODUITS < 10
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE PE-CODE TO WS-PE-CODE(WS-NB-PRODUITS)
                       MOVE PE-TAUX TO WS-PE-TAUX(WS-NB-PRODUITS)
                       MOVE PE-PLAFOND
                          TO WS-PE-PLAFOND(WS-NB-PRODUITS)
                       MOVE PE-UNICITE
                          TO WS-PE-UNICITE(WS-NB-PRODUITS)
                       MOVE PE-AGE-MIN
                          TO WS-PE-AGE-MIN(WS-NB-PRODUITS)
                       MOVE PE-AGE-MAX
                          TO WS-PE-AGE-MAX(WS-NB-PRODUITS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PRODUIT-FILE.
           MOVE "N" TO WS-EOF.
           IF WS-NB-PRODUITS = ZERO
              DISPLAY "CATALOGUE DES PRODUITS D'EPARGNE VIDE, ARRET"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           .

       CHERCHER-PRODUIT.
           MOVE ZERO TO WS-PRODUIT-INDEX.
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                 UNTIL WS-PRD-I > WS-NB-PRODUITS
              IF WS-PE-CODE(WS-PRD-I) = WS-PRODUIT-COURANT
                 MOVE WS-PRD-I TO WS-PRODUIT-INDEX
              END-IF
           END-PERFORM

           .

       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF MV-PRODUIT = SPACES
              SET EP-LIVRET-A TO TRUE
              MOVE EP-PRODUIT TO WS-PRODUIT-COURANT
           ELSE
              MOVE MV-PRODUIT TO WS-PRODUIT-COURANT
           END-IF.

           PERFORM CONTROLER-CLIENT.
           IF WS-MOTIF-REJET NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-PRODUIT.
           IF WS-PRODUIT-INDEX = ZERO
              MOVE "PRODUIT D'EPARGNE INCONNU" TO WS-MOTIF-REJET
              PERFORM ECRIRE-REJET
              EXIT PARAGRAPH
           END-IF.

           SET COMPTE-ABSENT TO TRUE.
           MOVE MV-ID-CLIENT TO EP-ID-CLIENT.
           MOVE WS-PRODUIT-COURANT TO EP-PRODUIT.
           READ COMPTE-EPARGNE
              INVALID KEY
                 CONTINUE
                 SET COMPTE-EXISTE TO TRUE
           END-READ.

           IF MV-RETRAIT
              PERFORM CONTROLER-REPRESENTANT
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF MV-DEPOT AND COMPTE-ABSENT
              PERFORM CONTROLER-CONDITIONS
              IF WS-MOTIF-REJET NOT = SPACES
                 PERFORM ECRIRE-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN MV-DEPOT AND COMPTE-ABSENT
                    AND WS-PE-PLAFOND(WS-PRODUIT-INDEX) > ZERO
                    AND MV-MONTANT > WS-PE-PLAFOND(WS-PRODUIT-INDEX)
                 MOVE "DEPOT AU-DELA DU PLAFOND DU PRODUIT"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              WHEN MV-DEPOT AND COMPTE-ABSENT
                 PERFORM OUVRIR-COMPTE
              WHEN MV-DEPOT
                    AND WS-PE-PLAFOND(WS-PRODUIT-INDEX) > ZERO
                    AND EP-SOLDE + MV-MONTANT
                       > WS-PE-PLAFOND(WS-PRODUIT-INDEX)
                 MOVE "DEPOT AU-DELA DU PLAFOND DU PRODUIT"
                    TO WS-MOTIF-REJET
                 PERFORM ECRIRE-REJET
              WHEN MV-DEPOT
                 ADD MV-MONTANT TO EP-SOLDE
                 PERFORM REECRIRE-COMPTE

           .

       CONTROLER-REPRESENTANT.
           CALL "ControlerRepresentant" USING MV-ID-CLIENT MV-DATE
              WS-REPR-POUVOIR WS-REPR-CODE WS-REPR-MOTIF
              WS-REPRESENTANT.
           IF WS-REPR-CODE = "SRP"
              MOVE WS-REPR-MOTIF TO WS-MOTIF-REJET
           END-IF

           .

      *> Conditions de detention a l'ouverture : age du titulaire a
      *> la date du mouvement, et pour un produit unique par
      *> personne, pas d'exemplaire actif sous un autre identifiant
      *> de la meme personne. Le maitre clients est relu par nom
      *> (cle secondaire) : le titulaire est garde avant.
       CONTROLER-CONDITIONS.
           MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-TITULAIRE.
           MOVE CL-DATE-NAISSANCE OF CLIENT-MASTER-REC
              TO WS-NAISSANCE-TITULAIRE.

           IF WS-PE-AGE-MIN(WS-PRODUIT-INDEX) > ZERO
                 OR WS-PE-AGE-MAX(WS-PRODUIT-INDEX) > ZERO
              MOVE MV-DATE TO WS-DATE-MVT
              CALL "CalculerAge" USING
                 CL-JOUR-NAISSANCE OF CLIENT-MASTER-REC
                 CL-MOIS-NAISSANCE OF CLIENT-MASTER-REC
                 CL-ANNEE-NAISSANCE OF CLIENT-MASTER-REC
                 WS-JOUR-MVT
                 WS-MOIS-MVT
                 WS-ANNEE-MVT
                 WS-AGE-TITULAIRE
              IF WS-AGE-TITULAIRE < WS-PE-AGE-MIN(WS-PRODUIT-INDEX)
                 MOVE "AGE INFERIEUR AU MINIMUM DU PRODUIT"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
              IF WS-PE-AGE-MAX(WS-PRODUIT-INDEX) > ZERO
                    AND WS-AGE-TITULAIRE
                       > WS-PE-AGE-MAX(WS-PRODUIT-INDEX)
                 MOVE "AGE SUPERIEUR AU MAXIMUM DU PRODUIT"
                    TO WS-MOTIF-REJET
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-PE-UNICITE(WS-PRODUIT-INDEX) NOT = "O"
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FIN-HOMONYMES.
           MOVE WS-NOM-TITULAIRE TO CL-NAME OF CLIENT-MASTER-REC.
           START CLIENT-MASTER KEY = CL-NAME OF CLIENT-MASTER-REC
              INVALID KEY
                 MOVE "Y" TO WS-FIN-HOMONYMES
           END-START.
           PERFORM UNTIL WS-FIN-HOMONYMES = "Y"
              READ CLIENT-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-FIN-HOMONYMES
                 NOT AT END
                    MOVE CL-DATE-NAISSANCE OF CLIENT-MASTER-REC
                       TO WS-NAISSANCE-LUE
                    EVALUATE TRUE
                       WHEN CL-NAME OF CLIENT-MASTER-REC
                             NOT = WS-NOM-TITULAIRE
                          MOVE "Y" TO WS-FIN-HOMONYMES
                       WHEN CL-ID OF CLIENT-MASTER-REC = MV-ID-CLIENT
                          CONTINUE
                       WHEN WS-NAISSANCE-LUE
                             NOT = WS-NAISSANCE-TITULAIRE
                          CONTINUE
                       WHEN OTHER
                          MOVE CL-ID OF CLIENT-MASTER-REC
                             TO WS-ID-HOMONYME
                          PERFORM CHERCHER-DETENTION-HOMONYME
                    END-EVALUATE
              END-READ
           END-PERFORM

           .

       CHERCHER-DETENTION-HOMONYME.
           MOVE WS-ID-HOMONYME TO EP-ID-CLIENT.
           MOVE WS-PRODUIT-COURANT TO EP-PRODUIT.
           READ COMPTE-EPARGNE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EP-ACTIF
                    MOVE SPACES TO WS-MOTIF-REJET
                    STRING "PRODUIT DEJA DETENU, CLIENT "
                       WS-ID-HOMONYME
                       DELIMITED BY SIZE INTO WS-MOTIF-REJET
                    END-STRING
                    MOVE "Y" TO WS-FIN-HOMONYMES
                 END-IF
           END-READ

           .

       OUVRIR-COMPTE.
           MOVE MV-ID-CLIENT TO EP-ID-CLIENT.
           MOVE WS-PRODUIT-COURANT TO EP-PRODUIT.
           MOVE MV-MONTANT TO EP-SOLDE.
           MOVE WS-PE-TAUX(WS-PRODUIT-INDEX) TO EP-TAUX.
           MOVE MV-DATE TO EP-DATE-OUVERTURE.
           MOVE ZERO TO EP-DATE-DERN-CAPI.
           SET EP-ACTIF TO TRUE.
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-OUVERTURES
                 ADD 1 TO WS-COUNT-APPLIQUES
                 PERFORM DEVERSER-COMPTA
                 DISPLAY "COMPTE OUVERT POUR CLIENT " EP-ID-CLIENT
                    " PRODUIT " EP-PRODUIT
           END-WRITE

           .
                 PERFORM ECRIRE-REJET
              NOT INVALID KEY
                 ADD 1 TO WS-COUNT-APPLIQUES
                 PERFORM DEVERSER-COMPTA
           END-REWRITE

           .

      *> Ecritures du mouvement au journal comptable commun : un
      *> depot debite la banque et credite l'epargne clients, un
      *> retrait fait l'inverse. Un mouvement deja comptabilise par
      *> son emetteur n'est pas repasse.
       DEVERSER-COMPTA.
           IF MV-DEJA-COMPTABILISE
              EXIT PARAGRAPH
           END-IF.

           MOVE MV-DATE TO WS-EC-DATE.
           MOVE SPACES TO WS-EC-REFERENCE.
           MOVE MV-ID-CLIENT TO WS-EC-REFERENCE(1:6).
           MOVE WS-PRODUIT-COURANT TO WS-EC-REFERENCE(7:4).
           MOVE MV-MONTANT TO WS-EC-MONTANT.

           IF MV-DEPOT
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "EPARGNE-CLI" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           ELSE
              MOVE "EPARGNE-CLI" TO WS-EC-NATURE
              MOVE "D" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
              MOVE "BANQUE" TO WS-EC-NATURE
              MOVE "C" TO WS-EC-SENS
              PERFORM PASSER-ECRITURE
           END-IF

           .

       PASSER-ECRITURE.
           CALL "ECRITCPT" USING WS-EC-PROGRAMME WS-EC-DATE
              WS-EC-NATURE WS-EC-SENS WS-EC-MONTANT
              WS-EC-REFERENCE

           .

       ECRIRE-REJET.
           MOVE MV-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO REJET-LINE.
              "CLIENT=" MV-ID-CLIENT
              " DATE=" MV-DATE
              " SENS=" MV-SENS
              " PRODUIT=" WS-PRODUIT-COURANT
              " MONTANT=" WS-MONTANT-ED
              " MOTIF=" WS-MOTIF-REJET
              DELIMITED BY SIZE
           ADD 1 TO WS-COUNT-REJETES

           .

      *> Fin de passage : les comptes actifs sur un produit unique
      *> par personne sont rapproches par nom et date de naissance ;
      *> une meme personne qui en detient deux sous des identifiants
      *> differents (anterieurs au controle d'ouverture, ou clients
      *> en double au maitre) est listee dans doublons.rpt.
       CONTROLER-DOUBLONS.
           OPEN OUTPUT DOUBLON-FILE.
           IF WS-DBL-STATUS NOT = "00"
              DISPLAY "DOUBLON-FILE OPEN ERROR, STATUS=" WS-DBL-STATUS
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
                       PERFORM RETENIR-DETENTION
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM VARYING WS-DT-I FROM 1 BY 1
                 UNTIL WS-DT-I > WS-NB-DETENTIONS
              PERFORM VARYING WS-DT-J FROM WS-DT-I BY 1
                    UNTIL WS-DT-J > WS-NB-DETENTIONS
                 IF WS-DT-J > WS-DT-I
                       AND WS-DT-PRODUIT(WS-DT-J)
                          = WS-DT-PRODUIT(WS-DT-I)
                       AND WS-DT-NOM(WS-DT-J) = WS-DT-NOM(WS-DT-I)
                       AND WS-DT-NAISSANCE(WS-DT-J)
                          = WS-DT-NAISSANCE(WS-DT-I)
                    PERFORM ECRIRE-DOUBLON
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO DOUBLON-LINE.
           STRING "PRODUITS UNIQUES DETENUS EN DOUBLE="
              WS-COUNT-DOUBLONS
              DELIMITED BY SIZE INTO DOUBLON-LINE
           END-STRING.
           WRITE DOUBLON-LINE.
           CLOSE DOUBLON-FILE

           .

       RETENIR-DETENTION.
           MOVE EP-PRODUIT TO WS-PRODUIT-COURANT.
           PERFORM CHERCHER-PRODUIT.
           IF WS-PRODUIT-INDEX = ZERO
              EXIT PARAGRAPH
           END-IF.
           IF WS-PE-UNICITE(WS-PRODUIT-INDEX) NOT = "O"
                 OR WS-NB-DETENTIONS NOT < 2000
              EXIT PARAGRAPH
           END-IF.
           MOVE EP-ID-CLIENT TO CL-ID OF CLIENT-MASTER-REC.
           READ CLIENT-MASTER
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-NB-DETENTIONS.
           MOVE EP-ID-CLIENT TO WS-DT-ID(WS-NB-DETENTIONS).
           MOVE EP-PRODUIT TO WS-DT-PRODUIT(WS-NB-DETENTIONS).
           MOVE CL-NAME OF CLIENT-MASTER-REC
              TO WS-DT-NOM(WS-NB-DETENTIONS).
           MOVE CL-DATE-NAISSANCE OF CLIENT-MASTER-REC
              TO WS-DT-NAISSANCE(WS-NB-DETENTIONS)

           .

       ECRIRE-DOUBLON.
           ADD 1 TO WS-COUNT-DOUBLONS.
           MOVE SPACES TO DOUBLON-LINE.
           STRING "DOUBLON PRODUIT=" WS-DT-PRODUIT(WS-DT-I)
              " CLIENTS=" WS-DT-ID(WS-DT-I)
              " ET " WS-DT-ID(WS-DT-J)
              " NOM=" WS-DT-NOM(WS-DT-I)
              DELIMITED BY SIZE INTO DOUBLON-LINE
           END-STRING.
           WRITE DOUBLON-LINE.
           DISPLAY DOUBLON-LINE

           .
