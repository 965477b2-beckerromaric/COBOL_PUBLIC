      *                 EXO15_DATE_TRAITEMENT, a defaut celle du jour,
      *                 pour que "relancer la nuit" veuille dire
      *                 "repartir de l'etape en echec".
      * 2026-10-15  RB  Sites en retard : trois operations de plus.
      *                 'M' inscrit un site manquant (type M, code du
      *                 site en fin de ligne, signe de l'operateur)
      *                 pour chaque site de la liste passee en second
      *                 argument - la fusion en mode coupure les
      *                 declare ainsi ; 'R' inscrit de meme un site
      *                 rattrape (type R) ; 'L' rend dans cette liste
      *                 les sites encore ouverts pour la date de
      *                 traitement (un M sans R posterieur). Les
      *                 appels 'D' et 'F' n'ont toujours qu'un
      *                 argument. La ligne s'allonge du code site ; les
      *                 lignes anterieures le lisent a blanc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Chn.
      *    (D = DEBUT, F = FIN, O = OUTREPASSEMENT), HORODATAGE, CODE
      *    RETOUR ('--' QUAND SANS OBJET) ET CODE OPERATEUR (RENSEIGNE
      *    SUR UN OUTREPASSEMENT). LE FICHIER NE FAIT QUE CROITRE.
      *    TYPES M (SITE MANQUANT A LA COUPURE) ET R (SITE RATTRAPE) :
      *    CODE DU SITE EN FIN DE LIGNE, OPERATEUR RENSEIGNE.
       FD  CHAINE.
       01  ENR-CHAINE.
           02 CHA-DATE-TRT PIC 9(08).
           02 CHA-RC PIC X(02).
           02 FILLER PIC X(01).
           02 CHA-OPERATEUR PIC X(08).
           02 FILLER PIC X(01).
           02 CHA-SITE PIC X(02).
       WORKING-STORAGE SECTION.
      *    LIGNE EN PREPARATION, MEME DESSIN QUE ENR-CHAINE : ELLE EST
      *    COMPLETEE AVANT L'OUVERTURE DU FICHIER PUIS ECRITE D'UN
           02 WS-CHA-RC PIC X(02).
           02 FILLER PIC X(01).
           02 WS-CHA-OPERATEUR PIC X(08).
           02 FILLER PIC X(01).
           02 WS-CHA-SITE PIC X(02).
       77  EOF PIC 9.
       77  WS-CHAINE-DSN PIC X(100).
       77  WS-CHAINE-STATUT PIC XX.
      *    PREDECESSEUR EST VUE POUR LA DATE DE TRAITEMENT.
       77  WS-PRED-TERMINE PIC 9.
       77  WS-RC-LU PIC 9(02).
      *    SITES DE LA DATE RENCONTRES AU BALAYAGE DE L'OPERATION 'L' :
      *    1 = ENCORE OUVERT (MANQUANT SANS RATTRAPAGE), 0 = SOLDE.
       01  WS-TABLE-SITES.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SIT OCCURS 20 TIMES.
              10 WS-SIT-CODE PIC X(02).
              10 WS-SIT-OUVERT PIC 9.
       77  WS-IDX-SITE PIC 9(02).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-TROUVE PIC 9.
       LINKAGE SECTION.
      *    CONTRAT D'APPEL : L'ETAPE REMPLIT OPERATION ('D' OU 'F'),
      *    SON NOM, SON PREDECESSEUR (BLANC = TETE DE CHAINE) ET, POUR
           05 CHN-PREDECESSEUR PIC X(08).
           05 CHN-CODE-RETOUR PIC 9(02).
           05 CHN-VERDICT PIC X(01).
      *    SECOND ARGUMENT DES SEULES OPERATIONS 'M', 'R' ET 'L' :
      *    LISTE DE CODES SITE, FOURNIE PAR L'ETAPE ('M', 'R') OU
      *    RENDUE PAR LE SOUS-PROGRAMME ('L'). VINGT SITES AU PLUS,
      *    COMME LA TABLE DE LA FUSION.
       01  CHN-SITES.
           05 CHN-NB-SITES PIC 9(02).
           05 CHN-SITE-CODE PIC X(02) OCCURS 20 TIMES.
       PROCEDURE DIVISION USING CHN-DEMANDE CHN-SITES.
       DEBUT.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE 'O' TO CHN-VERDICT
           EVALUATE CHN-OPERATION
               WHEN 'F'
                   PERFORM ENREGISTRER-FIN
               WHEN 'M'
               WHEN 'R'
                   PERFORM ENREGISTRER-SITE
                       VARYING WS-IDX-SITE FROM 1 BY 1
                       UNTIL WS-IDX-SITE > CHN-NB-SITES
               WHEN 'L'
                   PERFORM LISTER-SITES-OUVERTS
               WHEN OTHER
                   PERFORM CONTROLER-PREDECESSEUR
                   IF CHN-VERDICT = 'O'
                       PERFORM ENREGISTRER-DEBUT
                   END-IF
           END-EVALUATE
           GOBACK.
       CONTROLER-PREDECESSEUR.
           IF CHN-PREDECESSEUR = SPACES
           PERFORM ECRIRE-LIGNE-CHAINE
           DISPLAY 'ETAPE ' CHN-ETAPE ' LANCEE SUR OUTREPASSEMENT '
               'OPERATEUR ' WS-OPERATEUR.
       ENREGISTRER-SITE.
      *    UNE LIGNE PAR SITE, DU TYPE DE L'OPERATION (M OU R), SIGNEE
      *    DE L'OPERATEUR QUI A DECIDE LA COUPURE OU LANCE LE
      *    RATTRAPAGE.
           MOVE SPACES TO WS-LIGNE-CHAINE
           MOVE CHN-OPERATION TO WS-CHA-TYPE
           MOVE '--' TO WS-CHA-RC
           MOVE WS-OPERATEUR TO WS-CHA-OPERATEUR
           MOVE CHN-SITE-CODE (WS-IDX-SITE) TO WS-CHA-SITE
           PERFORM ECRIRE-LIGNE-CHAINE.
       LISTER-SITES-OUVERTS.
      *    BALAYAGE DE LA CONDUITE POUR LA DATE DE TRAITEMENT : UN M
      *    OUVRE LE SITE, UN R ULTERIEUR LE SOLDE, UN NOUVEAU M LE
      *    ROUVRE. LES SITES RESTES OUVERTS SONT RENDUS DANS L'ORDRE
      *    OU ILS ONT ETE DECLARES.
           MOVE 0 TO WS-NB-SITES
           MOVE 0 TO CHN-NB-SITES
           OPEN INPUT CHAINE
           IF WS-CHAINE-STATUT = '00'
               MOVE 0 TO EOF
               PERFORM LIRE-CHAINE
               PERFORM EXAMINER-LIGNE-SITE UNTIL EOF = 1
               CLOSE CHAINE
           END-IF
           PERFORM RENDRE-SITE-OUVERT
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES.
       EXAMINER-LIGNE-SITE.
           IF CHA-DATE-TRT IS NUMERIC
                   AND CHA-DATE-TRT = WS-DATE-TRT
                   AND (CHA-TYPE = 'M' OR CHA-TYPE = 'R')
                   AND CHA-SITE NOT = SPACES
               MOVE 0 TO WS-TROUVE
               PERFORM CHERCHER-SITE
                   VARYING WS-IDX-SITE FROM 1 BY 1
                   UNTIL WS-IDX-SITE > WS-NB-SITES OR WS-TROUVE = 1
               IF WS-TROUVE = 0 AND CHA-TYPE = 'M'
                   IF WS-NB-SITES < 20
                       ADD 1 TO WS-NB-SITES
                       MOVE WS-NB-SITES TO WS-SITE-RETENU
                       MOVE CHA-SITE TO WS-SIT-CODE (WS-SITE-RETENU)
                       MOVE 1 TO WS-TROUVE
                   END-IF
               END-IF
               IF WS-TROUVE = 1
                   IF CHA-TYPE = 'M'
                       MOVE 1 TO WS-SIT-OUVERT (WS-SITE-RETENU)
                   ELSE
                       MOVE 0 TO WS-SIT-OUVERT (WS-SITE-RETENU)
                   END-IF
               END-IF
           END-IF
           PERFORM LIRE-CHAINE.
       CHERCHER-SITE.
           IF WS-SIT-CODE (WS-IDX-SITE) = CHA-SITE
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       RENDRE-SITE-OUVERT.
           IF WS-SIT-OUVERT (WS-IDX-SITE) = 1
               ADD 1 TO CHN-NB-SITES
               MOVE WS-SIT-CODE (WS-IDX-SITE)
                   TO CHN-SITE-CODE (CHN-NB-SITES)
           END-IF.
       ECRIRE-LIGNE-CHAINE.
           MOVE WS-DATE-TRT TO WS-CHA-DATE-TRT
           MOVE CHN-ETAPE TO WS-CHA-ETAPE
