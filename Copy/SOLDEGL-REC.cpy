      * SOLDEGL-REC - grand livre : soldes par compte du plan
      * comptable et par periode (Data/compta/soldes-gl.idx, cle
      * GL-CLE = compte + periode). Alimente par GLMAJ a partir des
      * journees equilibrees du journal comptable journal.jrn,
      * complete par GLCLOT a la cloture du mois (report des
      * comptes sans mouvement) et par GLANNU a la cloture de
      * l'exercice. Les soldes sont signes, debiteurs en positif.
      * Periodes : AAAAMM pour un mois, AAAA13 pour les ecritures
      * de cloture de l'exercice AAAA (soldes des comptes de
      * charges et de produits vires au report a nouveau), AAAA00
      * pour les a-nouveaux de l'exercice AAAA.
       01  SOLDEGL-REC.
           05  GL-CLE.
               10  GL-COMPTE         PIC X(6).
               10  GL-PERIODE        PIC 9(6).
               10  FILLER REDEFINES GL-PERIODE.
                   15  GL-EXERCICE   PIC 9(4).
                   15  GL-MOIS       PIC 99.
      * Solde reporte de la periode precedente du compte ; zero a
      * l'ouverture d'un exercice pour un compte de charges ou de
      * produits (classes 6 et 7).
           05  GL-SOLDE-OUVERTURE    PIC S9(11)V99.
           05  GL-TOTAL-DEBIT        PIC 9(11)V99.
           05  GL-TOTAL-CREDIT       PIC 9(11)V99.
           05  GL-SOLDE-FIN          PIC S9(11)V99.
           05  GL-NB-ECRITURES       PIC 9(7).
           05  GL-DATE-MAJ           PIC 9(8).
