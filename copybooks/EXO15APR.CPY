      ******************************************************************
      * Copybook: EXO15APR
      * Purpose:  Dessin de l'enregistrement du fichier des mouvements
      *           retenus pour approbation EXO15.APPROB (indexe, cle =
      *           date et heure du lot qui a retenu le mouvement + rang
      *           de la retenue dans le lot) : mouvement tel que recu,
      *           motif de la retenue, MONTANT du maitre au moment de
      *           la retenue, operateur producteur (signataire du lot),
      *           statut, approbateur et horodatage de sa decision,
      *           puis lot qui a pris la decision en compte et rang de
      *           prise en compte dans ce lot. Alimente et repris par
      *           Exo15Delta, decide par Exo15Approb.
      *           Include under an 01-level group with:
      *               COPY EXO15APR REPLACING ==:PFX:== BY ==xxx==.
      * Modification history
      * 2026-10-15  RB  Creation : double controle demande par l'audit
      *                 interne sur les gestes de gros montant. MOTIF :
      *                 M = MONTANT au-dela du seuil, V = ecart de
      *                 MONTANT au-dela du seuil de variation, S =
      *                 suppression d'un SITE au-dela du nombre admis
      *                 par lot. STATUT : A = en attente de decision,
      *                 V = approuve, R = refuse, T = approuve et
      *                 repris par un lot, X = refuse et rejete par un
      *                 lot. Un mouvement decide n'est jamais efface :
      *                 le fichier est la piece d'audit du controle.
      * 2026-10-15  RB  STATUT C = retenue annulee par le retour
      *                 arriere du lot qui l'avait posee (le lot rejoue
      *                 la retient a nouveau sous sa propre cle). Le
      *                 producteur est l'operateur d'Exo15Maint pour une
      *                 correction, le signataire du lot sinon.
      ******************************************************************
           02 :PFX:-CLE.
              03 :PFX:-DATE-LOT PIC 9(08).
              03 :PFX:-HEURE-LOT PIC 9(08).
              03 :PFX:-RANG PIC 9(05).
           02 :PFX:-MOUVEMENT.
              03 :PFX:-MVT-CODE PIC X(01).
              03 :PFX:-MVT-DATE-EFFET PIC X(08).
              03 :PFX:-MVT-DETAIL PIC X(44).
           02 :PFX:-MOTIF PIC X(01).
           02 :PFX:-MONTANT-AVANT PIC S9(09)V99 COMP-3.
           02 :PFX:-PRODUCTEUR PIC X(08).
           02 :PFX:-STATUT PIC X(01).
           02 :PFX:-APPROBATEUR PIC X(08).
           02 :PFX:-DATE-DECISION PIC 9(08).
           02 :PFX:-HEURE-DECISION PIC 9(08).
           02 :PFX:-DATE-PRISE PIC 9(08).
           02 :PFX:-HEURE-PRISE PIC 9(08).
           02 :PFX:-ORDRE-PRISE PIC 9(05).
