      ******************************************************************
      * Copybook: EXO15SIT
      * Purpose:  Dessin de l'enregistrement du referentiel des sites
      *           EXO15.SITES (indexe, cle = code site sur 2, le code
      *           estampille dans la zone SITE du gabarit EXO15REC) :
      *           nom de l'agence en clair, destination du fichier de
      *           retour (Exo15Disp), fichier recu du site
      *           (Exo15Fusion), indicateur actif, dates d'ouverture et
      *           de fermeture (AAAAMMJJ, fermeture a zero = pas de
      *           fermeture prevue) et volume quotidien minimal attendu.
      *           Administre par Exo15Sites, consulte par le
      *           sous-programme Exo15Ref.
      *           Include under an 01-level group with:
      *               COPY EXO15SIT REPLACING ==:PFX:== BY ==xxx==.
      * Modification history
      * 2026-10-15  RB  Creation : les sites n'existaient que dans les
      *                 variables EXO15_FUSION_NB_SITES/CODEn/DSNn de
      *                 la fusion, et partout ailleurs le SITE n'etait
      *                 qu'un code sur deux caracteres. Un site est
      *                 ouvert a une date s'il est actif, deja ouvert
      *                 et pas encore ferme (la date de fermeture est
      *                 le premier jour sans activite). Destination et
      *                 fichier recu a blanc = noms par convention.
      ******************************************************************
           02 :PFX:-CODE PIC X(02).
           02 :PFX:-NOM PIC X(30).
           02 :PFX:-DESTINATION PIC X(60).
           02 :PFX:-FICHIER-RECU PIC X(60).
           02 :PFX:-ACTIF PIC X(01).
           02 :PFX:-DATE-OUVERTURE PIC 9(08).
           02 :PFX:-DATE-FERMETURE PIC 9(08).
           02 :PFX:-VOLUME-MIN PIC 9(07).
