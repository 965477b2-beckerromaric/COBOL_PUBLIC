      ******************************************************************
      * Copybook: EXO15HIS
      * Purpose:  Dessin de l'enregistrement de l'historique cumulatif
      *           des mouvements du maitre EXO15.HISTO (indexe, cle =
      *           ID + date d'application + sequence) : un
      *           enregistrement par geste pose sur une fiche du
      *           maitre, quel qu'en soit le canal, avec l'ancien et
      *           le nouveau MONTANT, le NOM et le SITE de la fiche
      *           (apres le geste, ou avant pour une suppression), le
      *           lot d'origine et l'operateur signataire quand il y
      *           en a un. Alimente par Exo15Delta et Exo15Charg, lu
      *           par le releve de compte Exo15Releve.
      *           Include under an 01-level group with:
      *               COPY EXO15HIS REPLACING ==:PFX:== BY ==xxx==.
      * Modification history
      * 2026-10-15  RB  Creation : les sauvegardes d'images avant et le
      *                 journal d'Exo15Delta sont organises par lot et
      *                 ne repondent pas a la question du guichet "tout
      *                 ce qui est arrive a l'ID 071234 depuis
      *                 janvier". La sequence (heure du run puis rang
      *                 dans le run) departage deux gestes du meme jour
      *                 sur le meme ID et les garde dans l'ordre ou ils
      *                 ont ete poses. CANAL : D = lot delta du jour,
      *                 E = mouvement differe arrive a echeance, R =
      *                 retour arriere, C = reconstruction Exo15Charg.
      *                 ACTION : effet sur le maitre, A = fiche posee,
      *                 M = fiche modifiee, S = fiche retiree. Le
      *                 MONTANT d'une fiche absente vaut zero.
      * 2026-10-15  RB  CANAL V = mouvement retenu pour approbation par
      *                 Exo15Delta puis approuve (Exo15Approb) et
      *                 applique par un lot suivant.
      ******************************************************************
           02 :PFX:-CLE.
              03 :PFX:-ID PIC X(06).
              03 :PFX:-DATE PIC 9(08).
              03 :PFX:-SEQUENCE.
                 04 :PFX:-HEURE PIC 9(08).
                 04 :PFX:-ORDRE PIC 9(05).
           02 :PFX:-CANAL PIC X(01).
           02 :PFX:-ACTION PIC X(01).
           02 :PFX:-MONTANT-AVANT PIC S9(09)V99 COMP-3.
           02 :PFX:-MONTANT-APRES PIC S9(09)V99 COMP-3.
           02 :PFX:-NOM PIC X(30).
           02 :PFX:-SITE PIC X(02).
           02 :PFX:-LOT PIC X(08).
           02 :PFX:-OPERATEUR PIC X(08).
