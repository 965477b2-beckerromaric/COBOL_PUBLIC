      *           EXO15.HABIL (indexe, cle = code operateur sur 8) :
      *           nom en clair, droits a O/N (consulter, corriger,
      *           supprimer, administrer les habilitations) et
      *           indicateur actif, puis droit d'approbation des
      *           mouvements retenus. Consomme par la maintenance
      *           Exo15Maint, le retour arriere d'Exo15Delta,
      *           l'approbation Exo15Approb et le programme
      *           d'administration Exo15Habil.
      *           Include under an 01-level group with:
      *               COPY EXO15HAB REPLACING ==:PFX:== BY ==xxx==.
      * Modification history
      *                 decisions de ce que l'operateur avait bien
      *                 voulu taper - point releve par le controle des
      *                 changements a la derniere revue.
      * 2026-10-15  RB  Droit d'approbation ajoute en fin de fiche :
      *                 seul un porteur de ce droit peut approuver ou
      *                 refuser un mouvement retenu par Exo15Delta.
      *                 La fiche passe de 42 a 43 caracteres : le
      *                 fichier est a recharger, droit a N pour les
      *                 fiches existantes.
      ******************************************************************
           02 :PFX:-CODE PIC X(08).
           02 :PFX:-NOM PIC X(30).
           02 :PFX:-DROIT-SUPPRIMER PIC X(01).
           02 :PFX:-DROIT-ADMIN PIC X(01).
           02 :PFX:-ACTIF PIC X(01).
           02 :PFX:-DROIT-APPROUVER PIC X(01).
