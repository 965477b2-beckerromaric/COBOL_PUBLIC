      *                 du total general : tout desequilibre passe le
      *                 code retour a 16, comme les controles
      *                 d'enveloppe.
      * 2026-10-15  RB  Recapitulatif par SITE en fin de rapport 80
      *                 colonnes : code et nom de l'agence (referentiel
      *                 des sites EXO15.SITES, via Exo15Ref), compte et
      *                 total MONTANT. Un SITE a blanc est regroupe
      *                 sous XX. Le fichier d'interface comptable ne
      *                 change pas.
      * 2026-10-15  RB  Mode addendum (EXO15_RUPT_MODE=A) pour les
      *                 sites rattrapes apres une coupure : etape
      *                 RUPTADD derriere le rattrapage d'Exo15Fusion,
      *                 lecture de l'addendum enveloppe qu'il produit
      *                 (EXO15_RATTRAP_DSN) et ecriture d'un rapport et
      *                 d'une interface comptable propres, sans
      *                 ecraser ceux de la nuit. Memes controles
      *                 d'enveloppe et d'equilibre, meme dessin
      *                 d'interface ; seul le titre signale l'addendum.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Rupt.
           02 INT-DATE PIC 9(08).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
      *    MODE : N = SYNTHESE DE LA NUIT (DEFAUT), A = ADDENDUM DES
      *    SITES RATTRAPES APRES UNE COUPURE.
       77  WS-MODE-RUPT PIC X(01).
           88 RUPT-NORMAL VALUE 'N'.
           88 RUPT-ADDENDUM VALUE 'A'.
       77  WS-SORTIE-DSN PIC X(100).
       77  WS-RAPPORT-DSN PIC X(100).
      *    LONGUEUR DE LA CLE DE RUPTURE : PORTION DE TETE DE L'ID
      *    DETAILS DE 9 CHIFFRES).
       77  WS-TOTAL-GROUPE PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-GENERAL PIC S9(15)V99 COMP-3 VALUE 0.
      *    RECAPITULATIF PAR SITE (SEPT SITES AUJOURD'HUI, VINGT
      *    ENTREES DE MARGE). UN SITE A BLANC EST REGROUPE SOUS XX.
       01  WS-TABLE-SITES.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SITE OCCURS 20 TIMES.
              10 WS-SITE-CODE PIC X(02).
              10 WS-SITE-NOM PIC X(30).
              10 WS-SITE-NB PIC 9(07).
              10 WS-SITE-TOTAL PIC S9(15)V99 COMP-3.
       77  WS-IDX-SITE PIC 9(02).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-NO-SITE PIC 9(02).
       77  WS-SITE-COURANT PIC X(02).
       77  WS-TROUVE PIC 9.
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) POUR
      *    LE NOM DE L'AGENCE EN REGARD DU CODE.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-MONTANT-EDITE PIC -9(15).99.
       77  WS-DATE-EDITION PIC 9(08).
       DEBUT.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           IF RUPT-ADDENDUM
               MOVE 'RUPTADD' TO WS-CHN-ETAPE
               MOVE 'RATTRAP' TO WS-CHN-PREDECESSEUR
           END-IF
           PERFORM CONTROLER-CHAINE
           IF WS-CHN-VERDICT = 'N'
               MOVE 16 TO RETURN-CODE
           IF WS-GROUPE-OUVERT = 1
               PERFORM EDITER-GROUPE
           END-IF
           PERFORM ECRIRE-RECAP-SITES
      *    L'EQUILIBRE DE L'INTERFACE SE CONTROLE AVANT L'ENVELOPPE :
      *    C'EST CONTROLE-ENVELOPPE QUI POSE LE CODE RETOUR 16 POUR
      *    TOUTE ANOMALIE CONSTATEE.
           ADD 1 TO WS-NB-DETAILS
           ADD 1 TO WS-NB-GROUPE
           ADD S-MONTANT TO WS-TOTAL-GROUPE
           ADD S-MONTANT TO WS-TOTAL-GENERAL
           PERFORM CUMULER-SITE.
       CUMULER-SITE.
           MOVE S-SITE TO WS-SITE-COURANT
           IF WS-SITE-COURANT = SPACES
               MOVE 'XX' TO WS-SITE-COURANT
           END-IF
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-SITE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES OR WS-TROUVE = 1
           IF WS-TROUVE = 0
               IF WS-NB-SITES < 20
                   ADD 1 TO WS-NB-SITES
                   MOVE WS-NB-SITES TO WS-SITE-RETENU
                   MOVE WS-SITE-COURANT
                       TO WS-SITE-CODE (WS-SITE-RETENU)
                   MOVE 0 TO WS-SITE-NB (WS-SITE-RETENU)
                   MOVE 0 TO WS-SITE-TOTAL (WS-SITE-RETENU)
                   PERFORM NOMMER-SITE
                   MOVE 1 TO WS-TROUVE
               ELSE
      *            LE RECAPITULATIF EST UNE AIDE DE LECTURE : SA
      *            SATURATION EST SIGNALEE SANS TOUCHER AU CONTROLE
      *            D'ENVELOPPE NI A L'INTERFACE.
                   IF WS-TABLE-SATUREE = 0
                       MOVE 1 TO WS-TABLE-SATUREE
                       DISPLAY 'TABLE DES SITES SATUREE - '
                           'RECAPITULATIF PAR SITE INCOMPLET'
                   END-IF
               END-IF
           END-IF
           IF WS-TROUVE = 1
               ADD 1 TO WS-SITE-NB (WS-SITE-RETENU)
               ADD S-MONTANT TO WS-SITE-TOTAL (WS-SITE-RETENU)
           END-IF.
       NOMMER-SITE.
      *    XX = PROVENANCE INCONNUE, PAS UN CODE DU REFERENTIEL ; UN
      *    SITE FERME GARDE SON NOM, SON HISTOIRE RESTE LISIBLE.
           MOVE SPACES TO WS-SITE-NOM (WS-SITE-RETENU)
           IF WS-SITE-CODE (WS-SITE-RETENU) = 'XX'
               MOVE '(PROVENANCE INCONNUE)'
                   TO WS-SITE-NOM (WS-SITE-RETENU)
           ELSE
               MOVE 'C' TO WS-REF-OPERATION
               MOVE 0 TO WS-REF-DATE-TRT
               MOVE WS-SITE-CODE (WS-SITE-RETENU) TO RS-CODE
               CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
               EVALUATE WS-REF-VERDICT
                   WHEN 'O'
                   WHEN 'F'
                       MOVE RS-NOM TO WS-SITE-NOM (WS-SITE-RETENU)
                   WHEN 'I'
                       MOVE '(INCONNU DU REFERENTIEL)'
                           TO WS-SITE-NOM (WS-SITE-RETENU)
               END-EVALUATE
           END-IF.
       CHERCHER-SITE.
           IF WS-SITE-CODE (WS-IDX-SITE) = WS-SITE-COURANT
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       EDITER-GROUPE.
           ADD 1 TO WS-NB-GROUPES
           MOVE SPACES TO LIGNE-RAPPORT
               MOVE 16 TO RETURN-CODE
           END-IF.
       ECRIRE-TITRE.
           IF RUPT-ADDENDUM
               MOVE
               'EXO15RUPT - ADDENDUM DES SITES RATTRAPES, PAR GROUPE'
                   TO LIGNE-RAPPORT
           ELSE
               MOVE
               'EXO15RUPT - SYNTHESE DES MONTANTS DE SORTIE PAR GROUPE'
                   TO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EDITE LE ' WS-DATE-EDITION
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-RECAP-SITES.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'RECAPITULATIF PAR SITE' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES
           IF WS-TABLE-SATUREE = 1
               MOVE 'TABLE DES SITES SATUREE - RECAPITULATIF INCOMPLET'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       ECRIRE-LIGNE-SITE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SITE-NB (WS-NO-SITE) TO WS-NB-EDITE
           MOVE WS-SITE-TOTAL (WS-NO-SITE) TO WS-MONTANT-EDITE
           STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE) ' '
               WS-SITE-NOM (WS-NO-SITE)
               ' : ' WS-NB-EDITE '  ' WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-TOTAL-GENERAL.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
               AT END MOVE 1 TO EOF
           END-READ.
       LIRE-PARAMETRES.
           ACCEPT WS-MODE-RUPT FROM ENVIRONMENT 'EXO15_RUPT_MODE'
           IF NOT RUPT-ADDENDUM
               MOVE 'N' TO WS-MODE-RUPT
           END-IF
           IF RUPT-ADDENDUM
               PERFORM LIRE-PARAMETRES-ADDENDUM
           ELSE
               PERFORM LIRE-PARAMETRES-NUIT
           END-IF
           ACCEPT WS-RUPTURE-TXT FROM ENVIRONMENT 'EXO15_RUPTURE_LG'
           IF WS-RUPTURE-TXT >= '1' AND WS-RUPTURE-TXT <= '6'
               MOVE WS-RUPTURE-TXT TO WS-RUPTURE-LG
           ELSE
               MOVE 2 TO WS-RUPTURE-LG
           END-IF.
       LIRE-PARAMETRES-NUIT.
           ACCEPT WS-SORTIE-DSN FROM ENVIRONMENT 'EXO15_SORTIE_DSN'
           IF WS-SORTIE-DSN = SPACES
               MOVE 'EXO15-S.txt' TO WS-SORTIE-DSN
               FROM ENVIRONMENT 'EXO15_RUPT_INTERFACE_DSN'
           IF WS-INTERFACE-DSN = SPACES
               MOVE 'EXO15-RUPT.INTERFACE' TO WS-INTERFACE-DSN
           END-IF.
       LIRE-PARAMETRES-ADDENDUM.
      *    PARAMETRES PROPRES A L'ADDENDUM : UN ENVIRONNEMENT DE NUIT
      *    RESTE EN PLACE NE PEUT PAS LUI FAIRE RELIRE LE SORTIE NI
      *    ECRASER LE RAPPORT OU L'INTERFACE DEJA REMIS A LA FINANCE.
           ACCEPT WS-SORTIE-DSN FROM ENVIRONMENT 'EXO15_RATTRAP_DSN'
           IF WS-SORTIE-DSN = SPACES
               MOVE 'EXO15-RATTRAP.txt' TO WS-SORTIE-DSN
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_RUPT_ADD_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-RUPTURES.ADDENDUM.RPT' TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-INTERFACE-DSN
               FROM ENVIRONMENT 'EXO15_RUPT_ADD_INTERFACE_DSN'
           IF WS-INTERFACE-DSN = SPACES
               MOVE 'EXO15-RUPT.INTERFACE.ADDENDUM' TO WS-INTERFACE-DSN
           END-IF.
       END PROGRAM Exo15Rupt.
