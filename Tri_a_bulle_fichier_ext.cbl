      *                 SORTIE (piggybacked on FINALISER-SORTIE's copy
      *                 loop), for change-control proof that a run only
      *                 reordered records and did not alter values.
      * 2026-10-15  RB  Validation du SITE contre le referentiel des
      *                 sites (EXO15.SITES, via Exo15Ref) : un code
      *                 inconnu, ou celui d'un site inactif ou ferme a
      *                 la date de traitement, part en rejet sous le
      *                 nouveau motif R06. Un SITE a blanc (NOM monte
      *                 hors fusion) reste admis ; un referentiel
      *                 absent suspend ce seul controle, ce que le
      *                 rapport de FIN2 dit en clair.
      * 2026-10-15  RB  Rapprochement amont apres une fusion en mode
      *                 coupure : les sites que la conduite donne
      *                 encore manquants (Exo15Chn) n'ont pas ete
      *                 fusionnes, leur part de l'annonce est donc
      *                 retiree avant la comparaison. Le fichier de
      *                 controle peut porter, apres la ligne de tete,
      *                 une ligne par site (meme dessin, code site en
      *                 fin de ligne) ; un site manquant sans ligne
      *                 d'annonce rend le rapprochement impossible
      *                 (anomalie). Le rapport liste les sites retires
      *                 et l'annonce ajustee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15.
      *    REJET - NE SUPPORTERAIT PAS UN MOVE NUMERIQUE.
      *    MOTIFS : R01 ID ABSENT, R02 ID MAL FORME (BLANC EN TETE OU
      *    INTERCALE), R03 NOM BLANC, R04 MONTANT NON NUMERIQUE,
      *    R05 MONTANT AU-DELA DU PLAFOND EXO15_MONTANT_MAX,
      *    R06 SITE INCONNU DU REFERENTIEL, INACTIF OU FERME.
       FD  REJETS.
       01  ENR-REJET.
           02 REJ-DETAIL PIC X(44).
           02 HIST-STATUT PIC X(01).
           02 FILLER PIC X(01).
           02 HIST-REPRISE PIC X(01).
      *    LIGNE DE TETE : COMPTE SUR 7, UN BLANC, SIGNE ('+', '-'
      *    OU BLANC) PUIS TOTAL DES MONTANTS EN FORME FIXE
      *    9999999999999.99. PEUVENT SUIVRE DES LIGNES PAR SITE, MEME
      *    DESSIN COMPLETE D'UN BLANC ET DU CODE SITE, QUI NE SERVENT
      *    QU'APRES UNE FUSION EN COUPURE.
       FD  CONTROLE-AMONT.
       01  ENR-CONTROLE-AMONT.
           02 CTA-NB PIC 9(07).
           02 CTA-ENTIER PIC 9(13).
           02 CTA-POINT PIC X(01).
           02 CTA-DECIM PIC 9(02).
           02 FILLER PIC X(01).
           02 CTA-SITE PIC X(02).
       FD  CHECKPOINT.
       01  ENR-CHECKPOINT.
           02 CKPT-COMPTEUR-PASSAGE PIC 999.
           88 RAPPROCHEMENT-NON-FAIT VALUE '-'.
       77  WS-MONTANT-CTRL-EDITE PIC -9(13).99.
       77  WS-MONTANT-CTRL-EDITE2 PIC -9(13).99.
      *    SITES ECARTES PAR UNE FUSION EN COUPURE ET ENCORE OUVERTS
      *    DANS LA CONDUITE (VOIR EXO15CHN) : LEUR ANNONCE EST RETIREE
      *    DE L'ANNONCE GLOBALE. UN INDICATEUR PAR SITE DIT SI SA
      *    LIGNE D'ANNONCE A ETE TROUVEE.
       01  WS-CHN-SITES.
           05 WS-CHN-NB-SITES PIC 9(02) VALUE 0.
           05 WS-CHN-SITE-CODE PIC X(02) OCCURS 20 TIMES.
       01  WS-TABLE-ANNONCE-SITE.
           05 WS-ANNONCE-SITE-VUE PIC 9 OCCURS 20 TIMES.
       77  WS-IDX-MANQUANT PIC 9(02).
       77  WS-NB-SANS-ANNONCE PIC 9(02) VALUE 0.
       77  WS-CTRL-TOTAL-SITE PIC S9(13)V99 COMP-3.
       77  WS-CTRL-NB-BRUT PIC 9(07) VALUE 0.
       77  WS-CTRL-TOTAL-BRUT PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-LISTE-MANQUANTS PIC X(48).
       77  WS-PTR-LISTE PIC 9(03).
       01  WS-CATALOGUE-MEM.
           05 WS-NB-GEN PIC 9(03) VALUE 0.
           05 WS-ENTREE-GEN OCCURS 500 TIMES.
      *    FUSION COMME PREDECESSEUR ET REFUSE DE PARTIR SI ELLE NE
      *    S'EST PAS TERMINEE SANS ANOMALIE POUR LA DATE DE
      *    TRAITEMENT.
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) POUR
      *    LE MOTIF R06. LE CONTROLE EST SUSPENDU (0) QUAND LE
      *    REFERENTIEL EST ABSENT, 1 SINON.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
       77  WS-CONTROLE-SITE PIC 9 VALUE 1.
       01  WS-CHAINE.
           05 WS-CHN-OPERATION PIC X(01).
           05 WS-CHN-ETAPE PIC X(08) VALUE 'TRI'.
                       MOVE 'R05' TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF WS-ENR-VALIDE = 1 AND Z-SITE NOT = SPACES
                   AND WS-CONTROLE-SITE = 1
               PERFORM VERIFIER-SITE
           END-IF.
       VERIFIER-SITE.
      *    LE SITE DOIT ETRE CONNU DU REFERENTIEL ET OUVERT A LA DATE
      *    DE TRAITEMENT. REFERENTIEL ABSENT : LE CONTROLE EST
      *    SUSPENDU POUR TOUT LE RUN (UN SEUL AVERTISSEMENT), PLUTOT
      *    QUE DE REJETER LA NUIT ENTIERE.
           MOVE 'C' TO WS-REF-OPERATION
           MOVE 0 TO WS-REF-DATE-TRT
           MOVE Z-SITE TO RS-CODE
           CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
           IF WS-REF-VERDICT = 'A'
               MOVE 0 TO WS-CONTROLE-SITE
               DISPLAY 'REFERENTIEL DES SITES ABSENT - CONTROLE DU '
                   'SITE SUSPENDU'
           ELSE
               IF WS-REF-VERDICT NOT = 'O'
                   MOVE 0 TO WS-ENR-VALIDE
                   MOVE 'R06' TO WS-MOTIF-REJET
               END-IF
           END-IF.
       VERIFIER-FORME-ID.
      *    UN ID BIEN FORME EST CADRE A GAUCHE : DES BLANCS DE FIN
           IF WS-CTRL-ACTIF = 0
               CONTINUE
           ELSE
      *        SITES LAISSES DE COTE PAR UNE FUSION EN COUPURE : LE
      *        CODE DU JOB EST PRESERVE COMME DANS ENREGISTRER-CHAINE.
               MOVE 'L' TO WS-CHN-OPERATION
               MOVE RETURN-CODE TO WS-CHN-CODE-RETOUR
               CALL 'Exo15Chn' USING WS-CHAINE WS-CHN-SITES
               MOVE WS-CHN-CODE-RETOUR TO RETURN-CODE
               OPEN INPUT CONTROLE-AMONT
               IF WS-CTRL-STATUT NOT = '00'
                   MOVE 'N' TO WS-STATUT-RAPPROCHEMENT
                   COMPUTE WS-CTRL-TOTAL-ANNONCE
                       = 0 - WS-CTRL-TOTAL-ANNONCE
               END-IF
               MOVE WS-CTRL-NB-ANNONCE TO WS-CTRL-NB-BRUT
               MOVE WS-CTRL-TOTAL-ANNONCE TO WS-CTRL-TOTAL-BRUT
               IF WS-CHN-NB-SITES > 0
                   PERFORM AJUSTER-ANNONCE-COUPURE
               END-IF
               PERFORM COMPARER-CHIFFRES-AMONT
               IF WS-NB-SANS-ANNONCE > 0
                   MOVE 'N' TO WS-STATUT-RAPPROCHEMENT
               END-IF
           END-IF.
       AJUSTER-ANNONCE-COUPURE.
      *    L'AMONT ANNONCE TOUT CE QU'IL A EMIS, LA FUSION EN COUPURE
      *    N'A PRIS QUE LES SITES RECUS : LA PART DE CHAQUE SITE
      *    MANQUANT, LUE SUR SA LIGNE D'ANNONCE, EST RETIREE AVANT LA
      *    COMPARAISON. SANS CETTE LIGNE, L'ANNONCE NE PEUT PAS ETRE
      *    AJUSTEE ET LE RAPPROCHEMENT PART EN ANOMALIE.
           PERFORM RAZ-ANNONCE-SITE
               VARYING WS-IDX-MANQUANT FROM 1 BY 1
               UNTIL WS-IDX-MANQUANT > 20
           MOVE 0 TO EOF
           PERFORM LIRE-LIGNE-SITE-AMONT
           PERFORM RETIRER-ANNONCE-SITE UNTIL EOF = 1
           MOVE 0 TO WS-NB-SANS-ANNONCE
           PERFORM VERIFIER-ANNONCE-SITE
               VARYING WS-IDX-MANQUANT FROM 1 BY 1
               UNTIL WS-IDX-MANQUANT > WS-CHN-NB-SITES.
       RAZ-ANNONCE-SITE.
           MOVE 0 TO WS-ANNONCE-SITE-VUE (WS-IDX-MANQUANT).
       LIRE-LIGNE-SITE-AMONT.
           READ CONTROLE-AMONT
               AT END MOVE 1 TO EOF
           END-READ.
       RETIRER-ANNONCE-SITE.
           IF CTA-SITE NOT = SPACES
                   AND CTA-NB IS NUMERIC
                   AND CTA-ENTIER IS NUMERIC
                   AND CTA-DECIM IS NUMERIC
                   AND CTA-POINT = '.'
               PERFORM RETIRER-SI-MANQUANT
                   VARYING WS-IDX-MANQUANT FROM 1 BY 1
                   UNTIL WS-IDX-MANQUANT > WS-CHN-NB-SITES
           END-IF
           PERFORM LIRE-LIGNE-SITE-AMONT.
       RETIRER-SI-MANQUANT.
           IF WS-CHN-SITE-CODE (WS-IDX-MANQUANT) = CTA-SITE
                   AND WS-ANNONCE-SITE-VUE (WS-IDX-MANQUANT) = 0
               MOVE 1 TO WS-ANNONCE-SITE-VUE (WS-IDX-MANQUANT)
               COMPUTE WS-CTRL-TOTAL-SITE
                   = CTA-ENTIER + CTA-DECIM / 100
               IF CTA-SIGNE = '-'
                   COMPUTE WS-CTRL-TOTAL-SITE = 0 - WS-CTRL-TOTAL-SITE
               END-IF
               SUBTRACT CTA-NB FROM WS-CTRL-NB-ANNONCE
               SUBTRACT WS-CTRL-TOTAL-SITE FROM WS-CTRL-TOTAL-ANNONCE
           END-IF.
       VERIFIER-ANNONCE-SITE.
           IF WS-ANNONCE-SITE-VUE (WS-IDX-MANQUANT) = 0
               ADD 1 TO WS-NB-SANS-ANNONCE
               DISPLAY 'ANOMALIE AMONT - SITE MANQUANT '
                   WS-CHN-SITE-CODE (WS-IDX-MANQUANT)
                   ' SANS LIGNE D''ANNONCE'
           END-IF.
       COMPARER-CHIFFRES-AMONT.
           MOVE 'O' TO WS-STATUT-RAPPROCHEMENT
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           IF WS-CONTROLE-SITE = 0
               MOVE 'REFERENTIEL DES SITES ABSENT - SITE NON CONTROLE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-CTRL-ACTIF = 1
               PERFORM ECRIRE-RAPPROCHEMENT-AMONT
           END-IF
               STRING 'ANNONCE AMONT NB / TOTAL     : NON DISPONIBLE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               MOVE WS-CTRL-NB-BRUT TO WS-NB-TOTAL-EDITE
               MOVE WS-CTRL-TOTAL-BRUT TO WS-MONTANT-CTRL-EDITE
               STRING 'ANNONCE AMONT NB / TOTAL     : '
                   WS-NB-TOTAL-EDITE
                   ' / ' WS-MONTANT-CTRL-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           IF WS-CTRL-LU = 1 AND WS-CHN-NB-SITES > 0
               PERFORM ECRIRE-AJUSTEMENT-COUPURE
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-NB-ENR-INCONNU = 1
               STRING 'CONSTATE EN LECTURE          : INCONNU (REPRISE)'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-EVALUATE
           WRITE LIGNE-RAPPORT.
       ECRIRE-AJUSTEMENT-COUPURE.
           MOVE SPACES TO WS-LISTE-MANQUANTS
           MOVE 1 TO WS-PTR-LISTE
           PERFORM AJOUTER-SITE-LISTE
               VARYING WS-IDX-MANQUANT FROM 1 BY 1
               UNTIL WS-IDX-MANQUANT > WS-CHN-NB-SITES
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SITES MANQUANTS (COUPURE)    : ' WS-LISTE-MANQUANTS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-NB-SANS-ANNONCE > 0
               STRING 'ANNONCE AJUSTEE NB / TOTAL   : IMPOSSIBLE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               MOVE WS-CTRL-NB-ANNONCE TO WS-NB-TOTAL-EDITE
               MOVE WS-CTRL-TOTAL-ANNONCE TO WS-MONTANT-CTRL-EDITE
               STRING 'ANNONCE AJUSTEE NB / TOTAL   : '
                   WS-NB-TOTAL-EDITE
                   ' / ' WS-MONTANT-CTRL-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.
       AJOUTER-SITE-LISTE.
           STRING WS-CHN-SITE-CODE (WS-IDX-MANQUANT) ' '
               DELIMITED BY SIZE
               INTO WS-LISTE-MANQUANTS WITH POINTER WS-PTR-LISTE
               ON OVERFLOW CONTINUE
           END-STRING.
       HISTORISER-EXECUTION.
      *    AJOUTE LA LIGNE DE CE RUN A L'HISTORIQUE CUMULATIF. LA
      *    DUREE EST CALCULEE EN SECONDES DEPUIS LES HEURES HHMMSSCC ;
