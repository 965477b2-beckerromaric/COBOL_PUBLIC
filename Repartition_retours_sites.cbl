      *                 et est signale, pas fatal ; une saturation des
      *                 tables (sites ou motifs) passe le code retour
      *                 a 16, comme les autres controles de la chaine.
      * 2026-10-15  RB  Le nom de l'agence, lu au referentiel des sites
      *                 EXO15.SITES (via Exo15Ref), accompagne le code
      *                 dans le titre du bordereau et sur les lignes de
      *                 site du rapport. Le fichier de retour d'un site
      *                 va a la destination que le referentiel lui
      *                 donne ; destination a blanc, code inconnu ou
      *                 referentiel absent : <BASE>.<CODE SITE> comme
      *                 avant.
      * 2026-10-15  RB  Raccordement au controle d'enchainement (etape
      *                 DISP, predecesseur TRI dont elle relit REJETS
      *                 et DOUBLONS-DETAIL) : l'etat du matin de la
      *                 chaine la compte parmi les etapes attendues.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Disp.
       77  WS-NO-FICHIER PIC 9(01).
       01  WS-TABLE-ENTREES.
           05 WS-ENTREE-ETAT OCCURS 2 TIMES PIC X(01).
      *    BASE DES FICHIERS DE RETOUR : LE FICHIER D'UN SITE EST LA
      *    DESTINATION DU REFERENTIEL OU, A DEFAUT, <BASE>.<CODE SITE>;
      *    SON BORDEREAU EST <FICHIER>.RPT.
       77  WS-RETOUR-BASE PIC X(90).
      *    VUE DECODEE DU DETAIL COURANT, POUR EN EXTRAIRE LE SITE.
       01  WS-DETAIL-VU.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SITE OCCURS 20 TIMES.
              10 WS-SITE-CODE PIC X(02).
              10 WS-SITE-NOM PIC X(30).
              10 WS-SITE-DESTINATION PIC X(60).
              10 WS-SITE-NB PIC 9(07).
              10 WS-NB-MOTIFS PIC 9(02).
              10 WS-MOTIF-SITE OCCURS 10 TIMES.
                 15 WS-MOTIF-CODE PIC X(03).
                 15 WS-MOTIF-NB PIC 9(07).
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) A
      *    L'ENTREE D'UN SITE DANS LA TABLE : NOM ET DESTINATION.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
       77  WS-IDX-SITE PIC 9(02).
       77  WS-IDX-MOTIF PIC 9(02).
      *    ENTREE RETENUE PAR LA RECHERCHE (LA BOUCLE VARYING LAISSE
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
      *    CONTROLE D'ENCHAINEMENT (VOIR EXO15CHN).
       01  WS-CHAINE.
           05 WS-CHN-OPERATION PIC X(01).
           05 WS-CHN-ETAPE PIC X(08) VALUE 'DISP'.
           05 WS-CHN-PREDECESSEUR PIC X(08) VALUE 'TRI'.
           05 WS-CHN-CODE-RETOUR PIC 9(02) VALUE 0.
           05 WS-CHN-VERDICT PIC X(01) VALUE 'O'.
       PROCEDURE DIVISION.
       DEBUT.
           PERFORM LIRE-PARAMETRES
           PERFORM CONTROLER-CHAINE
           IF WS-CHN-VERDICT = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-DEBUT FROM TIME
      *    PREMIERE PASSE : RECENSEMENT DES SITES ET DES MOTIFS.
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM ENREGISTRER-CHAINE
           STOP RUN.
       CONTROLER-CHAINE.
           MOVE 'D' TO WS-CHN-OPERATION
           CALL 'Exo15Chn' USING WS-CHAINE
           IF WS-CHN-VERDICT = 'N'
               DISPLAY 'ETAPE ' WS-CHN-ETAPE ' REFUSEE - PREDECESSEUR '
                   WS-CHN-PREDECESSEUR
                   ' NON TERMINE SANS ANOMALIE POUR CETTE DATE'
           END-IF.
       ENREGISTRER-CHAINE.
      *    LE SOUS-PROGRAMME REND LA MAIN AVEC SON PROPRE RETURN-CODE:
      *    LE CODE DU JOB EST SAUVEGARDE DANS LA DEMANDE PUIS REPOSE.
           MOVE 'F' TO WS-CHN-OPERATION
           MOVE RETURN-CODE TO WS-CHN-CODE-RETOUR
           CALL 'Exo15Chn' USING WS-CHAINE
           MOVE WS-CHN-CODE-RETOUR TO RETURN-CODE.
       CHOISIR-FICHIER-ENTREE.
           IF WS-NO-FICHIER = 1
               MOVE WS-REJETS-DSN TO WS-ENTREE-DSN
                       TO WS-SITE-CODE (WS-SITE-RETENU)
                   MOVE 0 TO WS-SITE-NB (WS-SITE-RETENU)
                   MOVE 0 TO WS-NB-MOTIFS (WS-SITE-RETENU)
                   PERFORM NOMMER-SITE
                   MOVE 1 TO WS-SITE-TROUVE
               ELSE
                   PERFORM SIGNALER-SATURATION
               ADD 1 TO WS-SITE-NB (WS-SITE-RETENU)
               PERFORM COMPTER-MOTIF
           END-IF.
       NOMMER-SITE.
      *    XX = PROVENANCE INCONNUE, PAS UN CODE DU REFERENTIEL. UN
      *    SITE FERME GARDE SON NOM : SES DERNIERS RETOURS LUI
      *    REVIENNENT QUAND MEME.
           MOVE SPACES TO WS-SITE-NOM (WS-SITE-RETENU)
           MOVE SPACES TO WS-SITE-DESTINATION (WS-SITE-RETENU)
           IF WS-SITE-COURANT = 'XX'
               MOVE '(PROVENANCE INCONNUE)'
                   TO WS-SITE-NOM (WS-SITE-RETENU)
           ELSE
               MOVE 'C' TO WS-REF-OPERATION
               MOVE 0 TO WS-REF-DATE-TRT
               MOVE WS-SITE-COURANT TO RS-CODE
               CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
               EVALUATE WS-REF-VERDICT
                   WHEN 'O'
                   WHEN 'F'
                       MOVE RS-NOM TO WS-SITE-NOM (WS-SITE-RETENU)
                       MOVE RS-DESTINATION
                           TO WS-SITE-DESTINATION (WS-SITE-RETENU)
                   WHEN 'I'
                       MOVE '(INCONNU DU REFERENTIEL)'
                           TO WS-SITE-NOM (WS-SITE-RETENU)
               END-EVALUATE
           END-IF.
       CHERCHER-SITE.
           IF WS-SITE-CODE (WS-IDX-SITE) = WS-SITE-COURANT
               MOVE 1 TO WS-SITE-TROUVE
       SERVIR-UN-SITE.
           MOVE 0 TO WS-NB-ECRITS-SITE
           MOVE SPACES TO WS-RETOUR-SITE-DSN
           IF WS-SITE-DESTINATION (WS-NO-SITE) NOT = SPACES
               MOVE WS-SITE-DESTINATION (WS-NO-SITE)
                   TO WS-RETOUR-SITE-DSN
           ELSE
               STRING WS-RETOUR-BASE DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-SITE-CODE (WS-NO-SITE) DELIMITED BY SIZE
                   INTO WS-RETOUR-SITE-DSN
           END-IF
           OPEN OUTPUT RETOUR-SITE
           PERFORM COPIER-FICHIER-VERS-SITE
               VARYING WS-NO-FICHIER FROM 1 BY 1
           OPEN OUTPUT BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'EXO15DISP - BORDEREAU DE RETOUR DU SITE '
               WS-SITE-CODE (WS-NO-SITE) ' '
               WS-SITE-NOM (WS-NO-SITE)
               DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
       ECRIRE-LIGNE-SITE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SITE-NB (WS-NO-SITE) TO WS-NB-EDITE
           STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE) ' '
               WS-SITE-NOM (WS-NO-SITE)
               ' : ' WS-NB-EDITE ' RETOUR(S)'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
