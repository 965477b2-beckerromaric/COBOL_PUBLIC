      *                 porteurs des droits corriger et supprimer -
      *                 point releve par le controle des changements
      *                 a la derniere revue.
      * 2026-10-15  RB  Mode revue des doublons probables
      *                 (EXO15_MAINT_MODE = D) : la seance charge la
      *                 file des candidats produite par Exo15Simil
      *                 (dessin EXO15CAN, EXO15_SIMIL_CANDIDATS_DSN)
      *                 au lieu du NOM, presente chaque groupe puis
      *                 chaque fiche du maitre sous le motif PRB, avec
      *                 les memes actions C/S/G/F et les memes droits.
      *                 Pas de copie corrigee dans ce mode : les
      *                 fiches viennent du maitre, seuls le journal et
      *                 les mouvements pour Exo15Delta sont produits.
      *                 L'image avant du journal est desormais tenue
      *                 en memoire de travail (WS-AVANT), commune aux
      *                 deux modes.
      * 2026-10-15  RB  Le mouvement emis porte l'operateur de la
      *                 seance (MV-PRODUCTEUR, 61 caracteres au lieu de
      *                 53, dessin du DELTA d'Exo15Delta) : il devient
      *                 le producteur d'une eventuelle retenue, que cet
      *                 operateur ne peut donc pas approuver lui-meme.
      *                 En revue des doublons, l'ID n'est plus propose
      *                 a la correction : c'est la cle de la fiche du
      *                 maitre, un 'M' sous un autre ID n'y corrigerait
      *                 rien.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Maint.
               ACCESS MODE DYNAMIC
               RECORD KEY HM-CODE
               FILE STATUS IS WS-HABIL-STATUT.
      *    FILE DE REVUE DES DOUBLONS PROBABLES (DESSIN EXO15CAN,
      *    PRODUITE PAR EXO15SIMIL) : LUE A LA PLACE DU NOM EN MODE D.
           SELECT CANDIDATS ASSIGN TO DYNAMIC WS-CANDIDATS-DSN
               FILE STATUS IS WS-CANDIDATS-STATUT.
       DATA DIVISION.
       FILE SECTION.
       FD  NOM.
           02 MV-CODE PIC X(01).
           02 MV-DATE-EFFET PIC X(08).
           02 MV-DETAIL PIC X(44).
           02 MV-PRODUCTEUR PIC X(08).
       FD  HABILITATION.
       01  ENR-HABILITATION.
           COPY EXO15HAB REPLACING ==:PFX:== BY ==HM==.
       FD  CANDIDATS.
       01  ENR-CANDIDAT.
           COPY EXO15CAN REPLACING ==:PFX:== BY ==CD==.
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-NOM-DSN PIC X(100).
      *    FICHE EN COURS D'EXAMEN (IMAGE DE TRAVAIL MODIFIABLE).
       01  WS-FICHE.
           COPY EXO15REC REPLACING ==:PFX:== BY ==Z==.
      *    FICHE TELLE QUE LUE, AVANT TOUTE CORRECTION (IMAGE AVANT DU
      *    JOURNAL), QU'ELLE VIENNE DU NOM OU DE LA FILE DE REVUE.
       01  WS-AVANT.
           COPY EXO15REC REPLACING ==:PFX:== BY ==AV==.
      *    MODE DE SEANCE : D = REVUE DES DOUBLONS PROBABLES DU MAITRE
      *    (FILE EXO15SIMIL), TOUTE AUTRE VALEUR = FICHES SIGNALEES
      *    PAR LA VALIDATION SUR LE NOM.
       77  WS-MODE PIC X(01).
           88 MODE-REVUE-DOUBLONS VALUE 'D'.
       77  WS-CANDIDATS-DSN PIC X(100).
       77  WS-CANDIDATS-STATUT PIC XX.
      *    CODE OPERATEUR : EXO15_OPERATEUR OU SAISIE EN DEBUT DE
      *    SEANCE, PUIS CONTROLE AU FICHIER D'HABILITATION - EXISTER,
      *    ETRE ACTIF ET PORTER LE DROIT DE CONSULTATION. LES DROITS
               IF WS-SEANCE-ADMISE = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF MODE-REVUE-DOUBLONS
                       PERFORM SEANCE-REVUE-DOUBLONS
                   ELSE
                       PERFORM RECENSER-DOUBLONS
                       PERFORM SEANCE-MAINTENANCE
                   END-IF
               END-IF
           END-IF
           STOP RUN.
       TRAITER-FICHE.
           ADD 1 TO WS-NB-LUS
           MOVE ENREG TO WS-FICHE
           MOVE ENREG TO WS-AVANT
           PERFORM CONTROLER-FICHE
           IF WS-MOTIF = SPACES OR WS-FIN-DEMANDEE = 1
      *        FICHE SAINE, OU FIN DE SEANCE DEMANDEE : ELLE PASSE
      *        TELLE QUELLE DANS LA COPIE CORRIGEE.
               PERFORM ECRIRE-CORRIGE
           ELSE
               ADD 1 TO WS-NB-SIGNALES
               PERFORM AFFICHER-FICHE
               PERFORM APPLIQUER-ACTION
           END-IF
           PERFORM LIRE-NOM.
       SEANCE-REVUE-DOUBLONS.
      *    FICHES DU MAITRE REGROUPEES PAR EXO15SIMIL : RIEN N'EST
      *    RECONTROLE, CHAQUE FICHE EST SIGNALEE SOUS LE MOTIF PRB ET
      *    LA DECISION DE L'OPERATEUR PART EN MOUVEMENT POUR LE DELTA.
           OPEN INPUT CANDIDATS
           IF WS-CANDIDATS-STATUT NOT = '00'
               DISPLAY 'FILE DE REVUE ILLISIBLE (STATUT '
                   WS-CANDIDATS-STATUT ') - SEANCE REFUSEE, VOIR '
                   'EXO15SIMIL'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT JOURNAL
               OPEN OUTPUT MOUVEMENTS
               PERFORM ECRIRE-ENTETE-JOURNAL
               MOVE SPACES TO LIGNE-JOURNAL
               STRING 'REVUE DES DOUBLONS PROBABLES - FILE '
                   WS-CANDIDATS-DSN
                   DELIMITED BY SIZE INTO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
               MOVE 0 TO EOF
               PERFORM LIRE-CANDIDAT
               PERFORM TRAITER-CANDIDAT UNTIL EOF = 1
               PERFORM ECRIRE-BILAN-JOURNAL
               CLOSE JOURNAL
               CLOSE MOUVEMENTS
               CLOSE CANDIDATS
               DISPLAY 'REVUE TERMINEE : ' WS-NB-SIGNALES
                   ' EXAMINEE(S), ' WS-NB-CORRIGES ' CORRIGE(S), '
                   WS-NB-SUPPRIMES ' SUPPRIME(S), '
                   WS-NB-MOUVEMENTS ' MOUVEMENT(S) EMIS'
           END-IF.
       TRAITER-CANDIDAT.
           ADD 1 TO WS-NB-LUS
           IF WS-FIN-DEMANDEE = 0
               MOVE CD-FICHE TO WS-FICHE
               MOVE CD-FICHE TO WS-AVANT
               MOVE 'PRB' TO WS-MOTIF
               ADD 1 TO WS-NB-SIGNALES
               IF CD-RANG = 1
                   PERFORM AFFICHER-GROUPE
               END-IF
               PERFORM AFFICHER-FICHE
               DISPLAY 'SCORE   : ' CD-SCORE ' (FICHE ' CD-RANG
                   ' SUR ' CD-NB-MEMBRES ' DU GROUPE, MAJ '
                   CD-DATE-MAJ ')'
               PERFORM DEMANDER-ACTION
               PERFORM APPLIQUER-ACTION
           END-IF
           PERFORM LIRE-CANDIDAT.
       AFFICHER-GROUPE.
           DISPLAY '=========================================='
           DISPLAY 'GROUPE DE DOUBLONS PROBABLES ' CD-GROUPE
               ' - ' CD-NB-MEMBRES ' FICHE(S)'
           DISPLAY 'NOM NORMALISE : ' CD-NOM-NORMALISE.
       CONTROLER-FICHE.
      *    MEMES CONTROLES QUE VALIDER-CHAMPS D'EXO15, PLUS LE
      *    REPERAGE DES ID EN DOUBLE (MOTIF DBL). UN SEUL MOTIF EST
                   PERFORM JOURNALISER-AVANT
                   PERFORM CORRIGER-FICHE
                   ADD 1 TO WS-NB-CORRIGES
                   PERFORM ECRIRE-CORRIGE
                   PERFORM JOURNALISER-APRES
                   MOVE 'M' TO WS-CODE-MOUVEMENT
                   PERFORM EMETTRE-MOUVEMENT
               WHEN 'G'
                   ADD 1 TO WS-NB-GARDES
                   PERFORM JOURNALISER-GARDE
                   PERFORM ECRIRE-CORRIGE
               WHEN 'F'
      *            FIN DE SEANCE : LA FICHE COURANTE ET TOUTES LES
      *            SUIVANTES PASSENT SANS EXAMEN.
                   MOVE 1 TO WS-FIN-DEMANDEE
                   PERFORM ECRIRE-CORRIGE
           END-EVALUATE.
       ECRIRE-CORRIGE.
      *    EN REVUE DES DOUBLONS LA FICHE VIENT DU MAITRE : PAS DE
      *    COPIE CORRIGEE, LE MOUVEMENT EMIS SUFFIT.
           IF NOT MODE-REVUE-DOUBLONS
               WRITE ENR-CORRIGE FROM WS-FICHE
           END-IF.
       CORRIGER-FICHE.
      *    EN REVUE DES DOUBLONS L'ID EST LA CLE DE LA FICHE DU MAITRE :
      *    IL N'EST PAS CORRIGEABLE, LE DOUBLON SE TRAITE PAR UNE
      *    SUPPRESSION.
           IF NOT MODE-REVUE-DOUBLONS
               DISPLAY 'NOUVEL ID (VIDE = INCHANGE) ?'
               MOVE SPACES TO WS-SAISIE-ID
               ACCEPT WS-SAISIE-ID
               IF WS-SAISIE-ID NOT = SPACES
                   MOVE WS-SAISIE-ID TO Z-ID
               END-IF
           END-IF
           DISPLAY 'NOUVEAU NOM (VIDE = INCHANGE) ?'
           MOVE SPACES TO WS-SAISIE-NOM
      *    LA FICHE DE TRAVAIL (CORRIGEE POUR UN 'M', TELLE QUE LUE
      *    POUR UN 'S' - SEUL L'ID COMPTE ALORS POUR LE DELTA) PART EN
      *    IMAGE BRUTE DERRIERE LE CODE MOUVEMENT, AU DESSIN ATTENDU
      *    PAR EXO15DELTA, SIGNEE DE L'OPERATEUR DE LA SEANCE.
           ADD 1 TO WS-NB-MOUVEMENTS
           MOVE SPACES TO ENR-MOUVEMENT
           MOVE WS-CODE-MOUVEMENT TO MV-CODE
           MOVE WS-DATE-SEANCE TO MV-DATE-EFFET
           MOVE WS-FICHE TO MV-DETAIL
           MOVE WS-OPERATEUR TO MV-PRODUCTEUR
           WRITE ENR-MOUVEMENT.
       ECRIRE-ENTETE-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
       JOURNALISER-AVANT.
           MOVE SPACES TO LIGNE-JOURNAL
           IF AV-MONTANT IS NUMERIC
               MOVE AV-MONTANT TO WS-MONTANT-EDITE
               STRING WS-OPERATEUR ' MOTIF ' WS-MOTIF
                   ' AVANT ID=' AV-ID ' NOM=' AV-NOM
                   ' MONTANT=' WS-MONTANT-EDITE ' SITE=' AV-SITE
                   DELIMITED BY SIZE INTO LIGNE-JOURNAL
           ELSE
               STRING WS-OPERATEUR ' MOTIF ' WS-MOTIF
                   ' AVANT ID=' AV-ID ' NOM=' AV-NOM
                   ' MONTANT=*INVALIDE* SITE=' AV-SITE
                   DELIMITED BY SIZE INTO LIGNE-JOURNAL
           END-IF
           WRITE LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
       JOURNALISER-SUPPRESSION.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING WS-OPERATEUR ' SUPPRIME ID=' AV-ID
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
       JOURNALISER-GARDE.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING WS-OPERATEUR ' GARDE EN L ETAT ID=' AV-ID
               ' MOTIF ' WS-MOTIF
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
           READ NOM
               AT END MOVE 1 TO EOF
           END-READ.
       LIRE-CANDIDAT.
           READ CANDIDATS
               AT END MOVE 1 TO EOF
           END-READ.
       LIRE-PARAMETRES.
           ACCEPT WS-NOM-DSN FROM ENVIRONMENT 'EXO15_NOM_DSN'
           IF WS-NOM-DSN = SPACES
           IF WS-HABIL-DSN = SPACES
               MOVE 'EXO15.HABIL' TO WS-HABIL-DSN
           END-IF
           MOVE SPACE TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT 'EXO15_MAINT_MODE'
           INSPECT WS-MODE CONVERTING 'd' TO 'D'
           ACCEPT WS-CANDIDATS-DSN
               FROM ENVIRONMENT 'EXO15_SIMIL_CANDIDATS_DSN'
           IF WS-CANDIDATS-DSN = SPACES
               MOVE 'EXO15-SIMIL.CANDIDATS' TO WS-CANDIDATS-DSN
           END-IF
           MOVE SPACES TO WS-MONTANT-MAX-TXT
           ACCEPT WS-MONTANT-MAX-TXT
               FROM ENVIRONMENT 'EXO15_MONTANT_MAX'
