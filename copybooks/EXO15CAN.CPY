      ******************************************************************
      * Copybook: EXO15CAN
      * Purpose:  Dessin de l'enregistrement du fichier des doublons
      *           probables du maitre (sequentiel, ecrit par Exo15Simil,
      *           charge par Exo15Maint comme file de revue) : numero
      *           du groupe candidat, nombre de fiches du groupe, rang
      *           de la fiche dans le groupe, score de ressemblance
      *           (0 a 100, meilleur score de la fiche contre une
      *           autre fiche du groupe), NOM normalise qui a servi a
      *           la comparaison, puis la fiche du maitre au gabarit
      *           EXO15REC (groupe :PFX:-FICHE, recopiable en bloc) et
      *           ses estampilles de creation et de mise a jour.
      *           Include under an 01-level group with:
      *               COPY EXO15CAN REPLACING ==:PFX:== BY ==xxx==.
      * Modification history
      * 2026-10-15  RB  Creation : depuis la fusion des agences, un
      *                 meme client peut etre tenu sous deux ID par
      *                 deux sites ("DUPONT JEAN" au 03, "JEAN DUPONT"
      *                 au 05) et compte deux fois dans les totaux de
      *                 region. Les fiches d'un groupe se suivent dans
      *                 le fichier, rang 1 en tete.
      ******************************************************************
           02 :PFX:-GROUPE PIC 9(05).
           02 :PFX:-NB-MEMBRES PIC 9(05).
           02 :PFX:-RANG PIC 9(05).
           02 :PFX:-SCORE PIC 9(03).
           02 :PFX:-NOM-NORMALISE PIC X(60).
           02 :PFX:-FICHE.
              03 :PFX:-ID PIC X(06).
              03 :PFX:-NOM PIC X(30).
              03 :PFX:-MONTANT PIC S9(09)V99 COMP-3.
              03 :PFX:-SITE PIC X(02).
           02 :PFX:-DATE-CREATION PIC 9(08).
           02 :PFX:-DATE-MAJ PIC 9(08).
