       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoterKyc.
       AUTHOR. moi.

      *> Sous-programme reutilisable : cotation du risque de
      *> connaissance client et date de la prochaine revue
      *> periodique (KYCMNT a la saisie, KYCREV chaque mois).
      *>
      *> Elements pris en compte :
      *>   - les cas de surveillance des operations du client au
      *>     dernier passage de SURVOPS (surveillance-cas.out,
      *>     gravite en tete de ligne, client en position 25) ;
      *>   - le nombre de produits detenus : comptes courants
      *>     ouverts dont il est titulaire principal, produits
      *>     d'epargne actifs ;
      *>   - le drapeau profession a risque du dossier.
      *> Regles : profession a risque ou cas ELEVEE = risque E ;
      *> cas MOYENNE ou produits au moins egaux au seuil NP = M ;
      *> sinon F. La prochaine revue tombe RE, RM ou RF annees
      *> apres la date de revue fournie. Seuils et periodicites
      *> dans Data/seq/kyc.ctl (code + valeur), relu a chaque
      *> appel ; defauts NP=3, RE=1, RM=3, RF=5.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "Data/seq/kyc.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CAS-FILE ASSIGN TO "Data/ops/surveillance-cas.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  KC-CODE           PIC X(2).
           05  KC-VALEUR         PIC 9(3).

       FD  CAS-FILE.
       01  CAS-LINE              PIC X(132).

       FD  COMPTE-FILE.
           COPY COMPTE-REC.

       FD  COMPTE-EPARGNE.
           COPY EPARGNE-REC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-CAS-STATUS         PIC XX.
       01  WS-CPT-STATUS         PIC XX.
       01  WS-EPA-STATUS         PIC XX.
       01  WS-EOF                PIC X.
           88  EOF                        VALUE "Y".

       01  WS-SEUIL-PRODUITS     PIC 9(3).
       01  WS-ANNEES-ELEVE       PIC 9(3).
       01  WS-ANNEES-MOYEN       PIC 9(3).
       01  WS-ANNEES-FAIBLE      PIC 9(3).
       01  WS-ANNEES             PIC 9(3).

       01  WS-CAS-CLIENT-X       PIC X(6).
       01  WS-CAS-CLIENT-N REDEFINES WS-CAS-CLIENT-X
                                 PIC 9(6).
       01  WS-NB-ELEVEE          PIC 9(3).
       01  WS-NB-MOYENNE         PIC 9(3).

       01  WS-PROCHAINE.
           05  WS-PR-ANNEE       PIC 9(4).
           05  WS-PR-MOIS        PIC 99.
           05  WS-PR-JOUR        PIC 99.

       LINKAGE SECTION.
       01  CK-ID-CLIENT          PIC 9(6).
       01  CK-PROFESSION         PIC X.
       01  CK-DATE-REVUE         PIC 9(8).
       01  CK-RISQUE             PIC X.
       01  CK-NB-CAS             PIC 9(3).
       01  CK-NB-PRODUITS        PIC 9(3).
       01  CK-DATE-PROCHAINE     PIC 9(8).

       PROCEDURE DIVISION USING CK-ID-CLIENT CK-PROFESSION
              CK-DATE-REVUE CK-RISQUE CK-NB-CAS CK-NB-PRODUITS
              CK-DATE-PROCHAINE.

           PERFORM CHARGER-SEUILS.
           PERFORM COMPTER-CAS.
           PERFORM COMPTER-PRODUITS.

           MOVE WS-NB-ELEVEE TO CK-NB-CAS.
           ADD WS-NB-MOYENNE TO CK-NB-CAS.

           EVALUATE TRUE
              WHEN CK-PROFESSION = "O"
                 OR WS-NB-ELEVEE > ZERO
                 MOVE "E" TO CK-RISQUE
                 MOVE WS-ANNEES-ELEVE TO WS-ANNEES
              WHEN WS-NB-MOYENNE > ZERO
                 OR CK-NB-PRODUITS >= WS-SEUIL-PRODUITS
                 MOVE "M" TO CK-RISQUE
                 MOVE WS-ANNEES-MOYEN TO WS-ANNEES
              WHEN OTHER
                 MOVE "F" TO CK-RISQUE
                 MOVE WS-ANNEES-FAIBLE TO WS-ANNEES
           END-EVALUATE.

      *    Echeance a date anniversaire ; un 29 fevrier recule au 28.
           MOVE CK-DATE-REVUE TO WS-PROCHAINE.
           ADD WS-ANNEES TO WS-PR-ANNEE.
           IF WS-PR-MOIS = 2 AND WS-PR-JOUR = 29
              MOVE 28 TO WS-PR-JOUR
           END-IF.
           MOVE WS-PROCHAINE TO CK-DATE-PROCHAINE.

           GOBACK.

       CHARGER-SEUILS.
           MOVE 3 TO WS-SEUIL-PRODUITS.
           MOVE 1 TO WS-ANNEES-ELEVE.
           MOVE 3 TO WS-ANNEES-MOYEN.
           MOVE 5 TO WS-ANNEES-FAIBLE.
           MOVE "N" TO WS-EOF.

           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ CONTROLE-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    EVALUATE KC-CODE
                       WHEN "NP"
                          MOVE KC-VALEUR TO WS-SEUIL-PRODUITS
                       WHEN "RE"
                          MOVE KC-VALEUR TO WS-ANNEES-ELEVE
                       WHEN "RM"
                          MOVE KC-VALEUR TO WS-ANNEES-MOYEN
                       WHEN "RF"
                          MOVE KC-VALEUR TO WS-ANNEES-FAIBLE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE CONTROLE-FILE

           .

       COMPTER-CAS.
           MOVE ZERO TO WS-NB-ELEVEE WS-NB-MOYENNE.
           MOVE "N" TO WS-EOF.

           OPEN INPUT CAS-FILE.
           IF WS-CAS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF
              READ CAS-FILE
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    MOVE CAS-LINE(25:6) TO WS-CAS-CLIENT-X
                    IF WS-CAS-CLIENT-X IS NUMERIC
                          AND WS-CAS-CLIENT-N = CK-ID-CLIENT
                       EVALUATE CAS-LINE(1:14)
                          WHEN "ELEVEE  REGLE="
                             ADD 1 TO WS-NB-ELEVEE
                          WHEN "MOYENNE REGLE="
                             ADD 1 TO WS-NB-MOYENNE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CAS-FILE

           .

       COMPTER-PRODUITS.
           MOVE ZERO TO CK-NB-PRODUITS.

           OPEN INPUT COMPTE-FILE.
           IF WS-CPT-STATUS = "00"
              MOVE "N" TO WS-EOF
              MOVE CK-ID-CLIENT TO CP-ID-CLIENT
              START COMPTE-FILE KEY = CP-ID-CLIENT
                 INVALID KEY
                    SET EOF TO TRUE
              END-START
              PERFORM UNTIL EOF
                 READ COMPTE-FILE NEXT RECORD
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       IF CP-ID-CLIENT NOT = CK-ID-CLIENT
                          SET EOF TO TRUE
                       ELSE
                          IF CP-OUVERT
                             ADD 1 TO CK-NB-PRODUITS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPTE-FILE
           END-IF.

           OPEN INPUT COMPTE-EPARGNE.
           IF WS-EPA-STATUS = "00"
              MOVE "N" TO WS-EOF
              MOVE CK-ID-CLIENT TO EP-ID-CLIENT
              MOVE LOW-VALUES TO EP-PRODUIT
              START COMPTE-EPARGNE KEY NOT < EP-CLE
                 INVALID KEY
                    SET EOF TO TRUE
              END-START
              PERFORM UNTIL EOF
                 READ COMPTE-EPARGNE NEXT RECORD
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       IF EP-ID-CLIENT NOT = CK-ID-CLIENT
                          SET EOF TO TRUE
                       ELSE
                          IF EP-ACTIF
                             ADD 1 TO CK-NB-PRODUITS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPTE-EPARGNE
           END-IF

           .
