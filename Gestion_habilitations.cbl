      * Purpose: Administration du fichier d'habilitation des
      *          operateurs (EXO15.HABIL, dessin EXO15HAB) : creation
      *          et modification des fiches operateur (nom, droits
      *          consulter/corriger/supprimer/administrer/approuver,
      *          indicateur actif), consultation d'une fiche et
      *          liste complete.
      *          Dialogue DISPLAY/ACCEPT comme la maintenance ; toute
      *          decision est journalisee et signee.
      * Tectonics: cobc
      *                 premiere fiche. On desactive une fiche, on ne
      *                 la supprime pas : les habilitations passees
      *                 sont une piece d'audit.
      * 2026-10-15  RB  Droit d'approbation des mouvements retenus par
      *                 Exo15Delta (approuves ou refuses dans
      *                 Exo15Approb) : saisi, affiche et journalise
      *                 comme les autres droits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Habil.
           IF HAB-DROIT-ADMIN NOT = 'O'
               MOVE 'N' TO HAB-DROIT-ADMIN
           END-IF
           IF HAB-DROIT-APPROUVER NOT = 'O'
               MOVE 'N' TO HAB-DROIT-APPROUVER
           END-IF
           IF HAB-ACTIF NOT = 'N'
               MOVE 'O' TO HAB-ACTIF
           END-IF
           IF WS-SAISIE-DROIT NOT = SPACES
               MOVE WS-SAISIE-DROIT TO HAB-DROIT-ADMIN
           END-IF
           DISPLAY 'DROIT APPROUVER O/N (VIDE = INCHANGE, '
               HAB-DROIT-APPROUVER ') ?'
           PERFORM SAISIR-DROIT
           IF WS-SAISIE-DROIT NOT = SPACES
               MOVE WS-SAISIE-DROIT TO HAB-DROIT-APPROUVER
           END-IF
           DISPLAY 'ACTIF O/N (VIDE = INCHANGE, ' HAB-ACTIF ') ?'
           PERFORM SAISIR-DROIT
           IF WS-SAISIE-DROIT NOT = SPACES
               ' CORRIGER=' HAB-DROIT-CORRIGER
               ' SUPPRIMER=' HAB-DROIT-SUPPRIMER
               ' ADMIN=' HAB-DROIT-ADMIN
               ' APPROUVER=' HAB-DROIT-APPROUVER
           DISPLAY 'ACTIF   : ' HAB-ACTIF.
       ECRIRE-ENTETE-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
               ' CORRIGER=' HAB-DROIT-CORRIGER
               ' SUPPRIMER=' HAB-DROIT-SUPPRIMER
               ' ADMIN=' HAB-DROIT-ADMIN
               ' APPROUVER=' HAB-DROIT-APPROUVER
               ' ACTIF=' HAB-ACTIF
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
