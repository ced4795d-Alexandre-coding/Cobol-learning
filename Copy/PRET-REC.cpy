      * PRET-REC - layout du portefeuille de prets (contrat de
      * reference). Fichier indexe Data/pret/portefeuille.idx, cle
      * PR-NUMERO-PRET, alimente par PRETENR a partir des offres
      * signees (PRETOFFR) sur les simulations acceptees de CALCPRET
      * et consulte par PRETINQ.
       01  PRET-REC.
           05  PR-NUMERO-PRET        PIC 9(6).
           05  PR-ID-CLIENT          PIC 9(6).
      * sinistre declare (facturation PRETAVIS et relances
      * suspendues en attendant le reglement de l'assureur), C =
      * clos par reglement de sinistre (ASSUSIN), a distinguer
      * d'une cloture normale pour le bordereau assureur, P =
      * passe en perte sur decision du comite de credit (PRETPERT) :
      * plus facture ni relance, les sommes encore recues sont des
      * recouvrements sur creance amortie.
           05  PR-STATUT             PIC X.
               88  PR-ACTIF          VALUE "A".
               88  PR-CLOTURE        VALUE "S".
               88  PR-SINISTRE       VALUE "X".
               88  PR-CLOS-SINISTRE  VALUE "C".
               88  PR-PASSE-PERTE    VALUE "P".
      * Nombre d'echeances deja facturees par le cycle mensuel
      * PRETAVIS ; sert a borner la facturation a la duree du pret
      * et a ventiler capital/interets de l'echeance courante.
      * l'ecart avec la theorie d'origine est legitime.
           05  PR-REAMENAGE          PIC X.
               88  PR-EST-REAMENAGE  VALUE "O".
      * Frais preleves a l'inscription (grille frais.in de
      * CALCPRET) et taux annuel effectif global du contrat, fige
      * a l'acceptation : nominal, assurance et frais compris.
           05  PR-FRAIS-DOSSIER      PIC 9(5)V99.
           05  PR-FRAIS-GARANTIE     PIC 9(5)V99.
           05  PR-TAEG               PIC 99V999.
      * Deblocage des fonds (PRETDEBL) : PR-SOLDE-RESTANT ne porte
      * que le capital effectivement verse a l'emprunteur, le
      * reste a debloquer attend le versement (en une fois pour un
      * pret classique, par tranches sur appels de fonds pour un
      * pret travaux a differe). Zero sur les contrats anterieurs,
      * entierement debloques.
           05  PR-RESTE-A-DEBLOQUER  PIC 9(8)V99.
           05  PR-NB-DEBLOCAGES      PIC 9(3).
           05  PR-DATE-DERN-DEBLOCAGE PIC 9(8).
      * Passage en perte (PRETPERT) : date de la decision, capital
      * restant du abandonne (le solde est ramene a zero) et cumul
      * des recouvrements imputes ensuite par PRETPAIE.
           05  PR-DATE-PASSAGE-PERTE PIC 9(8).
           05  PR-MONTANT-PERTE      PIC 9(8)V99.
           05  PR-MONTANT-RECOUVRE   PIC 9(8)V99.
      * Assurance deleguee : l'emprunteur est couvert par un
      * contrat externe (assur-deleguees.idx) et ne paie pas de
      * prime a notre contrat de groupe (PR-PRIME-ASSURANCE a
      * zero). Hors bordereau ASSUBORD, suivi par ASSUDELG.
           05  PR-ASSURANCE-DELEGUEE PIC X.
               88  PR-DELEGATION     VALUE "O".
      * Approbation du dossier (approbations.idx : demandeur,
      * approbateur et motif de la decision) quand il a ete cote
      * hors pouvoir ou en derogation de taux ; zero sinon.
           05  PR-NUMERO-APPROBATION PIC 9(6).
