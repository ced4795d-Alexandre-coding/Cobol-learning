      *> destination de la passerelle ; tous les autres cas - et
      *> toute adresse e-mail douteuse - retombent sur le fichier
      *> papier d'origine.
      *> Un client mineur ou majeur protege qui a un representant
      *> legal en vigueur (ControlerRepresentant) recoit sa lettre
      *> sur papier, adressee au representant : un bloc
      *> d'adressage (nom et ville du representant, client
      *> represente) precede le texte du modele.
      *> Toute autre lettre papier a un client s'ouvre sur le bloc
      *> d'adressage du client : son adresse postale en vigueur
      *> (AdresseClient - deux lignes de voie, code postal et
      *> ville, pays hors de France), a defaut la ville du maitre.
      *> L'archive garde ainsi l'adresse a laquelle chaque lettre
      *> est partie.
      *>
      *> Chaque lettre fusionnee laisse desormais deux traces
      *> centrales : une ligne au fil de correspondance
      *> ###LETTRE qui permet a CORRINQ de le retrouver. Quand un
      *> client jure n'avoir rien recu, il y a enfin un endroit ou
      *> regarder.
      *> Chaque ligne du fil se termine par son empreinte chainee
      *> sur la precedente (cf. ChainageEmpreinte), reverifiee
      *> chaque nuit par PISTEVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CO-SORTIE         PIC X(35).
           05  FILLER            PIC X.
           05  CO-VALEURS        PIC X(55).
           05  FILLER            PIC X.
           05  CO-CHAINE         PIC 9(10).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(80).
       01  WS-CODE-CONTACT       PIC X(3).
       01  WS-PREMIERE-LIGNE     PIC X.

      *> Empreinte chainee de la ligne du fil de correspondance.
       01  WS-CHAINAGE-ACTION    PIC X VALUE "S".
       01  WS-CHAINAGE-CHEMIN    PIC X(45)
                 VALUE "Data/lettres/correspondance.log".
       01  WS-CHAINAGE-LONGUEUR  PIC 9(3) VALUE 160.
       01  WS-CHAINAGE-ENREG     PIC X(400).
       01  WS-CHAINAGE-CHAINE    PIC 9(10).

      *> Representant legal destinataire du courrier d'un client
      *> mineur ou protege.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-NOM-CLIENT         PIC X(20).
       01  WS-REPR-POUVOIR       PIC X VALUE "C".
       01  WS-REPR-CODE          PIC X(3).
       01  WS-REPR-MOTIF         PIC X(30).
       01  WS-REPRESENTANT.
           05  WS-REPR-TYPE      PIC X.
           05  WS-REPR-NOM       PIC X(20).
           05  WS-REPR-VILLE     PIC X(15).
       01  WS-LIBELLE-QUALITE    PIC X(9).

      *> Adresse postale du client destinataire d'une lettre papier.
       01  WS-VILLE-CLIENT       PIC X(15).
       01  WS-ADRESSE-CODE       PIC X(3).
           COPY ADRESSE-POSTALE.

       01  WS-LIGNE-FUSIONNEE    PIC X(80).
       01  WS-POS-LECTURE        PIC 99.
       01  WS-POS-ECRITURE       PIC 99.

           PERFORM OUVRIR-ARCHIVE.

           IF WS-REPR-CODE = "REP"
              PERFORM ECRIRE-BLOC-REPRESENTANT
           ELSE
              IF WS-CANAL NOT = "E" AND WS-NOM-CLIENT NOT = SPACES
                 PERFORM ECRIRE-BLOC-ADRESSE
              END-IF
           END-IF.

           MOVE "Y" TO WS-PREMIERE-LIGNE.
           PERFORM UNTIL EOF
              READ MODELE-FILE
      *> sinon, personne ne perd de courrier).
       DETERMINER-CANAL.
           MOVE "P" TO WS-CANAL.
           MOVE "LIB" TO WS-REPR-CODE.
           MOVE SPACES TO WS-NOM-CLIENT.
           MOVE SPACES TO WS-VILLE-CLIENT.
           IF FL-ID-CLIENT = ZERO
              EXIT PARAGRAPH
           END-IF.
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CL-NAME OF CLIENT-MASTER-REC TO WS-NOM-CLIENT
                 MOVE CL-CITY OF CLIENT-MASTER-REC
                    TO WS-VILLE-CLIENT
                 IF CL-CANAL-EMAIL OF CLIENT-MASTER-REC
                    MOVE CL-EMAIL OF CLIENT-MASTER-REC TO WS-EMAIL
                    MOVE CL-PHONE OF CLIENT-MASTER-REC TO WS-PHONE
                 END-IF
           END-READ.

           CLOSE CLIENT-MASTER.

      *    Client represente : le courrier part sur papier au
      *    representant legal.
           CALL "DateTraitement" USING WS-DATE-JOUR.
           CALL "ControlerRepresentant" USING FL-ID-CLIENT
              WS-DATE-JOUR WS-REPR-POUVOIR WS-REPR-CODE
              WS-REPR-MOTIF WS-REPRESENTANT.
           IF WS-REPR-CODE = "REP"
              MOVE "P" TO WS-CANAL
           END-IF

           .

      *> Bloc d'adressage au representant legal, en tete de la
      *> lettre papier et de son archive.
       ECRIRE-BLOC-REPRESENTANT.
           EVALUATE WS-REPR-TYPE
              WHEN "T"
                 MOVE "TUTEUR" TO WS-LIBELLE-QUALITE
              WHEN "C"
                 MOVE "CURATEUR" TO WS-LIBELLE-QUALITE
              WHEN OTHER
                 MOVE "PARENT" TO WS-LIBELLE-QUALITE
           END-EVALUATE.

           MOVE SPACES TO WS-LIGNE-FUSIONNEE.
           STRING "A l'attention de " WS-REPR-NOM
              DELIMITED BY SIZE INTO WS-LIGNE-FUSIONNEE
           END-STRING.
           PERFORM LIVRER-LIGNE-BLOC.

           MOVE WS-REPR-VILLE TO WS-LIGNE-FUSIONNEE.
           PERFORM LIVRER-LIGNE-BLOC.

           MOVE SPACES TO WS-LIGNE-FUSIONNEE.
           STRING "Representant legal (" WS-LIBELLE-QUALITE
              DELIMITED BY SPACE
              ") de " DELIMITED BY SIZE
              WS-NOM-CLIENT DELIMITED BY SIZE
              " - client " FL-ID-CLIENT DELIMITED BY SIZE
              INTO WS-LIGNE-FUSIONNEE
           END-STRING.
           PERFORM LIVRER-LIGNE-BLOC.

           MOVE SPACES TO WS-LIGNE-FUSIONNEE.
           PERFORM LIVRER-LIGNE-BLOC

           .

      *> Bloc d'adressage du client, en tete de la lettre papier et
      *> de son archive : adresse postale en vigueur a la date de
      *> traitement, ou simple ville du maitre pour un client dont
      *> l'adresse complete n'a pas encore ete saisie.
       ECRIRE-BLOC-ADRESSE.
           MOVE WS-NOM-CLIENT TO WS-LIGNE-FUSIONNEE.
           PERFORM LIVRER-LIGNE-BLOC.

           CALL "AdresseClient" USING FL-ID-CLIENT WS-DATE-JOUR
              WS-ADRESSE-CODE ADRESSE-POSTALE.
           IF WS-ADRESSE-CODE NOT = "OK "
              MOVE WS-VILLE-CLIENT TO WS-LIGNE-FUSIONNEE
              PERFORM LIVRER-LIGNE-BLOC
           ELSE
              MOVE ADR-LIGNE1 TO WS-LIGNE-FUSIONNEE
              PERFORM LIVRER-LIGNE-BLOC
              IF ADR-LIGNE2 NOT = SPACES
                 MOVE ADR-LIGNE2 TO WS-LIGNE-FUSIONNEE
                 PERFORM LIVRER-LIGNE-BLOC
              END-IF
              MOVE SPACES TO WS-LIGNE-FUSIONNEE
              STRING ADR-CODE-POSTAL DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 ADR-VILLE DELIMITED BY SIZE
                 INTO WS-LIGNE-FUSIONNEE
              END-STRING
              PERFORM LIVRER-LIGNE-BLOC
              IF ADR-PAYS NOT = "FR"
                 MOVE ADR-PAYS TO WS-LIGNE-FUSIONNEE
                 PERFORM LIVRER-LIGNE-BLOC
              END-IF
           END-IF.

           MOVE SPACES TO WS-LIGNE-FUSIONNEE.
           PERFORM LIVRER-LIGNE-BLOC

           .

       LIVRER-LIGNE-BLOC.
           MOVE WS-LIGNE-FUSIONNEE TO SORTIE-LINE.
           WRITE SORTIE-LINE.
           IF WS-ARCHIVE-OUVERTE = "Y"
              MOVE WS-LIGNE-FUSIONNEE TO ARCHIVE-LINE
              WRITE ARCHIVE-LINE
           END-IF

           .

      *> valeurs fusionnees, pour repondre en une lecture a "je
      *> n'ai rien recu".
       JOURNALISER-LETTRE.
           MOVE SPACES TO CORRESP-REC.
           MOVE FL-ID-CLIENT TO CO-ID-CLIENT.
           MOVE WS-HORODATAGE TO CO-HORODATAGE.
              END-STRING
           END-PERFORM.

           MOVE CORRESP-REC TO WS-CHAINAGE-ENREG.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE WS-CHAINAGE-CHAINE TO CO-CHAINE.

           OPEN EXTEND CORRESP-FILE.
           IF WS-COR-STATUS NOT = "00" AND WS-COR-STATUS NOT = "05"
              DISPLAY "FusionLettre : fil de correspondance "
                 "inaccessible, STATUS=" WS-COR-STATUS
              EXIT PARAGRAPH
           END-IF.

           WRITE CORRESP-REC.
           CLOSE CORRESP-FILE.
           MOVE "E" TO WS-CHAINAGE-ACTION.
           CALL "ChainageEmpreinte" USING WS-CHAINAGE-ACTION
              WS-CHAINAGE-CHEMIN WS-CHAINAGE-LONGUEUR
              WS-CHAINAGE-ENREG WS-CHAINAGE-CHAINE.
           MOVE "S" TO WS-CHAINAGE-ACTION

           .

