      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rapprochement de nuit entre le fichier maitre indexe
      *          EXO15.MAITRE et le SORTIE finalise d'Exo15 : parcours
      *          en parallele des deux fichiers sur l'ID, edition des
      *          ID presents au seul maitre, au seul SORTIE, et des ID
      *          dont le NOM, le MONTANT ou le SITE different, avec
      *          sous-totaux par SITE et par code region. Chaque ecart
      *          est qualifie : attendu quand un mouvement Exo15Delta
      *          l'explique (estampilles MA-ORIGINE/MA-DATE-MAJ, images
      *          avant de suppression), inexplique sinon.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : entre deux reconstructions Exo15Charg
      *                 le maitre n'est entretenu que par les mouvements
      *                 Exo15Delta, et rien ne verifiait qu'il collait
      *                 encore au SORTIE produit par le tri - un lot
      *                 applique deux fois ou jamais applique ne se
      *                 voyait qu'a la reconstruction du dimanche. Le
      *                 rapprochement marche au pas sur les ID (meme
      *                 principe qu'Exo15Comp, enveloppe HDRCTL/TRLCTL
      *                 controlee comme partout ailleurs), distingue
      *                 l'ecart attendu (fiche posee ou touchee par
      *                 Delta depuis la derniere reconstruction, ID
      *                 supprime par un lot dont l'image avant est
      *                 encore en ligne) de l'ecart inexplique, et
      *                 inscrit son code retour dans la conduite de la
      *                 chaine (etape RAPPR, apres DELTA) : 16 sur tout
      *                 ecart inexplique ou defaut d'enveloppe.
      * 2026-10-15  RB  Les sauvegardes d'Exo15Delta sont relues pour
      *                 chaque rang de lot du jour (<BASE>.<AAAAMMJJ>
      *                 pour le rang 1, suffixe .2 a .9 ensuite) ; une
      *                 sauvegarde mise de cote par un retour arriere
      *                 (.DEFAIT) n'est plus lue. Une nuit de coupure,
      *                 les sites encore ouverts dans la conduite
      *                 (Exo15Chn, operation L) sont connus : une fiche
      *                 au seul maitre d'un de ces sites est un ecart
      *                 de sa propre categorie (COUPURE SITE NON RECU),
      *                 compte a part et sans effet sur le code retour.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Rappr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTIE ASSIGN TO DYNAMIC WS-SORTIE-DSN
               FILE STATUS IS WS-SORTIE-STATUT.
           SELECT MAITRE ASSIGN TO DYNAMIC WS-MAITRE-DSN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY MA-ID
               FILE STATUS IS WS-MAITRE-STATUT.
      *    SAUVEGARDES D'IMAGES AVANT D'EXO15DELTA (<BASE>.<AAAAMMJJ>,
      *    PUIS .<RANG> POUR LES LOTS 2 A 9 DU JOUR), RELUES JOUR PAR
      *    JOUR ET RANG PAR RANG DEPUIS LA DERNIERE RECONSTRUCTION POUR
      *    RETROUVER LES ID SUPPRIMES PAR UN LOT.
           SELECT SAUVEGARDE ASSIGN TO DYNAMIC WS-AVANT-DSN
               FILE STATUS IS WS-AVANT-STATUT.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SORTIE.
       01  F-SORTIE.
           COPY EXO15REC REPLACING ==:PFX:== BY ==S==.
       FD  MAITRE.
       01  ENR-MAITRE.
           COPY EXO15MAI REPLACING ==:PFX:== BY ==MA==.
      *    MEME DESSIN QU'EXO15DELTA : CODE DU MOUVEMENT APPLIQUE PUIS
      *    IMAGE EXO15MAI, DONT SEUL L'ID SERT ICI (L'EN-TETE DE LOT,
      *    CODE L, N'EST PAS UN GESTE ET N'EST PAS RETENU).
       FD  SAUVEGARDE.
       01  ENR-SAUVEGARDE.
           02 SAU-CODE PIC X(01).
           02 SAU-ID PIC X(06).
           02 FILLER PIC X(55).
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(100).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-SORTIE-DSN PIC X(100).
       77  WS-SORTIE-STATUT PIC XX.
       77  WS-MAITRE-DSN PIC X(100).
       77  WS-MAITRE-STATUT PIC XX.
       77  WS-RAPPORT-DSN PIC X(100).
       77  WS-AVANT-BASE PIC X(88).
       77  WS-AVANT-DSN PIC X(100).
       77  WS-AVANT-STATUT PIC XX.
      *    FIN DE FLUX DE CHAQUE COTE (LES ENREGISTREMENTS HDRCTL/
      *    TRLCTL DU SORTIE SONT CONSOMMES PAR LES LECTURES).
       77  WS-FIN-SORTIE PIC 9.
       77  WS-FIN-MAITRE PIC 9.
      *    ETAT DE L'ENVELOPPE DU SORTIE, MEMES CONTROLES QUE LES
      *    AUTRES LECTEURS.
       77  WS-ENTETE-VU PIC 9 VALUE 0.
       77  WS-FIN-VUE PIC 9 VALUE 0.
       77  WS-NB-ANNONCE PIC 9(07) VALUE 0.
       77  WS-NB-DETAILS PIC 9(07) VALUE 0.
      *    SORTIE ADMET LES DOUBLONS D'ID ; LE MAITRE NE GARDE QUE LE
      *    PREMIER (VOIR EXO15CHARG). LES SUIVANTS SONT COMPTES ET
      *    ECARTES DU RAPPROCHEMENT, PAS PRIS POUR DES ECARTS.
       77  WS-ID-PRECEDENT PIC X(06).
       77  WS-NB-DOUBLONS PIC 9(07) VALUE 0.
      *    SENS DU TRI DU SORTIE (EXO15_ORDRE) : LE MAITRE SE LIT EN
      *    SEQUENCE CROISSANTE DE CLE, LE SORTIE DOIT DONC ETRE TRIE
      *    DANS LE MEME SENS.
       77  WS-ORDRE PIC X(01).
           88 ORDRE-CROISSANT VALUE 'A'.
           88 ORDRE-DECROISSANT VALUE 'D'.
      *    LONGUEUR DU CODE REGION EN TETE D'ID, MEME PARAMETRE
      *    EXO15_RUPTURE_LG ET MEME DEFAUT DE DEUX QU'EXO15RUPT.
       77  WS-RUPTURE-LG PIC 9(01).
       77  WS-RUPTURE-TXT PIC X(01).
      *    DATE DE LA DERNIERE RECONSTRUCTION : LA PLUS RECENTE DATE
      *    DE CHARGEMENT PORTEE PAR UNE FICHE D'ORIGINE C. LES IMAGES
      *    AVANT SONT RELUES DE CE JOUR A LA DATE D'EDITION, DANS LA
      *    LIMITE DE WS-FENETRE-MAX JOURS.
       77  WS-DATE-CHARG PIC 9(08) VALUE 0.
       77  WS-FENETRE-MAX PIC 9(03) VALUE 31.
       77  WS-NB-JOURS-VUS PIC 9(03) VALUE 0.
       77  WS-NB-SAUVEGARDES PIC 9(03) VALUE 0.
       77  WS-RANG-LOT PIC 9(02).
      *    JOUR DE SAUVEGARDE EN COURS DE LECTURE ET SA VUE
      *    AAAA/MM/JJ POUR LE RECUL D'UN JOUR (VOIR PRECEDER-JOUR).
       01  WS-JOUR-AVANT.
           05 WS-JOUR-AAAA PIC 9(04).
           05 WS-JOUR-MM PIC 9(02).
           05 WS-JOUR-JJ PIC 9(02).
       01  WS-JOUR-AVANT-N REDEFINES WS-JOUR-AVANT PIC 9(08).
       01  WS-TABLE-MOIS-VAL PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-VAL.
           05 WS-JOURS-MOIS PIC 9(02) OCCURS 12 TIMES.
       77  WS-BISSEXTILE PIC 9.
       77  WS-QUOTIENT PIC 9(04).
       77  WS-RESTE PIC 9(04).
      *    ID SUPPRIMES PAR DELTA DEPUIS LA DERNIERE RECONSTRUCTION
      *    (MEME CAPACITE DE 5000 QUE LES TABLES D'ID D'EXO15).
       01  WS-TABLE-SUPPR.
           05 WS-NB-SUPPR PIC 9(05) VALUE 0.
           05 WS-ID-SUPPR PIC X(06) OCCURS 5000 TIMES.
       77  WS-IDX-SUPPR PIC 9(05).
       77  WS-SUPPR-SATUREE PIC 9 VALUE 0.
      *    COMPTEURS DU RAPPROCHEMENT.
       77  WS-NB-CONFORMES PIC 9(07) VALUE 0.
       77  WS-NB-MAITRE-SEUL PIC 9(07) VALUE 0.
       77  WS-NB-SORTIE-SEULE PIC 9(07) VALUE 0.
       77  WS-NB-DIVERGENTS PIC 9(07) VALUE 0.
       77  WS-NB-ATTENDUS PIC 9(07) VALUE 0.
       77  WS-NB-INEXPLIQUES PIC 9(07) VALUE 0.
       77  WS-NB-COUPURE PIC 9(07) VALUE 0.
      *    ECART NET TOUTES REGIONS (MAITRE MOINS SORTIE).
       77  WS-ECART-TOTAL PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-ECART-COURANT PIC S9(15)V99 COMP-3.
      *    QUALIFICATION DE L'ECART COURANT : 1 = EXPLIQUE PAR DELTA,
      *    2 = FICHE D'UN SITE NON RECU UNE NUIT DE COUPURE.
       77  WS-EXPLIQUE PIC 9.
       77  WS-LIBELLE-CAUSE PIC X(22).
       77  WS-ZONES-ECART PIC X(03).
      *    SITE ET REGION AUXQUELS IMPUTER L'ECART COURANT.
       77  WS-SITE-COURANT PIC X(02).
       77  WS-REGION-COURANTE PIC X(06).
      *    CUMULS PAR SITE ET PAR REGION : ECARTS ATTENDUS, ECARTS
      *    INEXPLIQUES ET MOUVEMENT NET.
       01  WS-TABLE-SITES.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SITE OCCURS 20 TIMES.
              10 WS-SITE-CODE PIC X(02).
              10 WS-SITE-ECART PIC S9(15)V99 COMP-3.
              10 WS-SITE-NB-ATTENDUS PIC 9(07).
              10 WS-SITE-NB-INEXPLIQUES PIC 9(07).
       01  WS-TABLE-REGIONS.
           05 WS-NB-REGIONS PIC 9(03) VALUE 0.
           05 WS-REGION OCCURS 100 TIMES.
              10 WS-REGION-CODE PIC X(06).
              10 WS-REGION-ECART PIC S9(15)V99 COMP-3.
              10 WS-REGION-NB-ATTENDUS PIC 9(07).
              10 WS-REGION-NB-INEXPLIQUES PIC 9(07).
       77  WS-IDX-SITE PIC 9(02).
       77  WS-IDX-REGION PIC 9(03).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-REGION-RETENUE PIC 9(03).
       77  WS-TROUVE PIC 9.
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
       77  WS-NO-SITE PIC 9(02).
       77  WS-NO-REGION PIC 9(03).
       77  WS-DATE-EDITION PIC 9(08).
       77  WS-HEURE-EDITION PIC 9(08).
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-NB-EDITE2 PIC ZZZZZZ9.
       77  WS-MONTANT-EDITE PIC -9(9).99.
       77  WS-MONTANT-EDITE2 PIC -9(9).99.
       77  WS-ECART-EDITE PIC -9(15).99.
      *    RESULTAT DU CONTROLE D'ENVELOPPE ET DE LECTURE : O = OK,
      *    N = ANOMALIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
      *    CONTROLE D'ENCHAINEMENT (VOIR EXO15CHN) : LE RAPPROCHEMENT
      *    PASSE APRES L'APPLICATION DES MOUVEMENTS DU JOUR.
       01  WS-CHAINE.
           05 WS-CHN-OPERATION PIC X(01).
           05 WS-CHN-ETAPE PIC X(08) VALUE 'RAPPR'.
           05 WS-CHN-PREDECESSEUR PIC X(08) VALUE 'DELTA'.
           05 WS-CHN-CODE-RETOUR PIC 9(02) VALUE 0.
           05 WS-CHN-VERDICT PIC X(01) VALUE 'O'.
      *    SITES ENCORE OUVERTS POUR LA DATE (OPERATION L D'EXO15CHN) :
      *    ABSENTS DU SORTIE DE LA NUIT, LEURS FICHES NE SONT QU'AU
      *    MAITRE JUSQU'AU RATTRAPAGE.
       01  WS-CHN-SITES.
           05 WS-CHN-NB-SITES PIC 9(02) VALUE 0.
           05 WS-CHN-SITE-CODE PIC X(02) OCCURS 20 TIMES.
       01  WS-SITES-NON-RECUS.
           05 WS-NB-NON-RECUS PIC 9(02) VALUE 0.
           05 WS-NON-RECU-CODE PIC X(02) OCCURS 20 TIMES.
       77  WS-IDX-NON-RECU PIC 9(02).
       77  WS-LISTE-SITES PIC X(60).
       77  WS-PTR PIC 9(03).
       PROCEDURE DIVISION.
       DEBUT.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-EDITION FROM TIME
           PERFORM CONTROLER-CHAINE
           IF WS-CHN-VERDICT = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ORDRE-DECROISSANT
               DISPLAY 'SORTIE TRIE EN ORDRE DECROISSANT (EXO15_ORDRE'
                   '=D) - RAPPROCHEMENT IMPOSSIBLE SUR LE MAITRE'
               MOVE 16 TO RETURN-CODE
               PERFORM ENREGISTRER-CHAINE
               STOP RUN
           END-IF
           PERFORM LISTER-SITES-NON-RECUS
           PERFORM CHERCHER-DATE-CHARG
           PERFORM CHARGER-SUPPRESSIONS
           OPEN INPUT SORTIE
           IF WS-SORTIE-STATUT NOT = '00'
               DISPLAY 'SORTIE ILLISIBLE - STATUT ' WS-SORTIE-STATUT
                   ' (' WS-SORTIE-DSN ')'
               MOVE 16 TO RETURN-CODE
               PERFORM ENREGISTRER-CHAINE
               STOP RUN
           END-IF
           OPEN INPUT MAITRE
           IF WS-MAITRE-STATUT NOT = '00'
               DISPLAY 'OUVERTURE MAITRE IMPOSSIBLE - STATUT '
                   WS-MAITRE-STATUT
               CLOSE SORTIE
               MOVE 16 TO RETURN-CODE
               PERFORM ENREGISTRER-CHAINE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORT
           PERFORM ECRIRE-TITRE
           MOVE 0 TO WS-FIN-SORTIE
           MOVE 0 TO WS-FIN-MAITRE
           MOVE SPACES TO WS-ID-PRECEDENT
           PERFORM LIRE-DETAIL-SORTIE
           PERFORM LIRE-MAITRE
           PERFORM RAPPROCHER-UN-PAS
               UNTIL WS-FIN-SORTIE = 1 AND WS-FIN-MAITRE = 1
           PERFORM CONTROLE-ENVELOPPE
           PERFORM ECRIRE-SYNTHESE
           CLOSE RAPPORT
           CLOSE MAITRE
           CLOSE SORTIE
      *    UN ECART INEXPLIQUE EST UN INCIDENT DE CHAINE AU MEME TITRE
      *    QU'UN DEFAUT D'ENVELOPPE : UN LOT APPLIQUE DEUX FOIS OU
      *    JAMAIS APPLIQUE DOIT ARRETER LA NUIT, PAS ATTENDRE LE
      *    DIMANCHE.
           IF CONTROLE-ANOMALIE OR WS-NB-INEXPLIQUES > 0
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
       LISTER-SITES-NON-RECUS.
      *    MEME PRECAUTION QUE ENREGISTRER-CHAINE POUR LE CODE DU JOB.
           MOVE 'L' TO WS-CHN-OPERATION
           MOVE RETURN-CODE TO WS-CHN-CODE-RETOUR
           CALL 'Exo15Chn' USING WS-CHAINE WS-CHN-SITES
           MOVE WS-CHN-CODE-RETOUR TO RETURN-CODE
           MOVE WS-CHN-SITES TO WS-SITES-NON-RECUS.
       CHERCHER-DATE-CHARG.
      *    PREMIER BALAYAGE DU MAITRE : LA RECONSTRUCTION POSE SA DATE
      *    DANS LA DATE DE CHARGEMENT DE TOUTES LES FICHES, ET UNE
      *    MODIFICATION DELTA LA CONSERVE ; LA PLUS RECENTE DATE DE
      *    CHARGEMENT D'ORIGINE C EST DONC CELLE DE LA RECONSTRUCTION.
           MOVE 0 TO WS-DATE-CHARG
           OPEN INPUT MAITRE
           IF WS-MAITRE-STATUT = '00'
               MOVE 0 TO WS-FIN-MAITRE
               PERFORM LIRE-MAITRE
               PERFORM NOTER-DATE-CHARG UNTIL WS-FIN-MAITRE = 1
               CLOSE MAITRE
           END-IF.
       NOTER-DATE-CHARG.
           IF MA-ORIGINE = 'C' AND MA-DATE-CREATION IS NUMERIC
                   AND MA-DATE-CREATION > WS-DATE-CHARG
               MOVE MA-DATE-CREATION TO WS-DATE-CHARG
           END-IF
           PERFORM LIRE-MAITRE.
       CHARGER-SUPPRESSIONS.
      *    LES SAUVEGARDES SONT RELUES DU JOUR D'EDITION EN REMONTANT
      *    JUSQU'A LA RECONSTRUCTION ; UN JOUR SANS SAUVEGARDE (PAS DE
      *    LOT CE JOUR-LA) N'EST PAS UNE ANOMALIE.
           MOVE WS-DATE-EDITION TO WS-JOUR-AVANT-N
           MOVE 0 TO WS-NB-JOURS-VUS
           PERFORM LIRE-SAUVEGARDE-JOUR
               UNTIL WS-JOUR-AVANT-N < WS-DATE-CHARG
                   OR WS-NB-JOURS-VUS >= WS-FENETRE-MAX
           IF WS-SUPPR-SATUREE = 1
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'PLUS DE 5000 SUPPRESSIONS DELTA DEPUIS LA '
                   'RECONSTRUCTION - QUALIFICATION INCOMPLETE'
           END-IF.
       LIRE-SAUVEGARDE-JOUR.
      *    UN JOUR PEUT COMPTER JUSQU'A NEUF LOTS (EXO15_DELTA_LOT) ;
      *    UN RANG SANS SAUVEGARDE EST SIMPLEMENT SAUTE.
           PERFORM LIRE-SAUVEGARDE-LOT
               VARYING WS-RANG-LOT FROM 1 BY 1
               UNTIL WS-RANG-LOT > 9
           ADD 1 TO WS-NB-JOURS-VUS
           PERFORM PRECEDER-JOUR.
       LIRE-SAUVEGARDE-LOT.
           MOVE SPACES TO WS-AVANT-DSN
           IF WS-RANG-LOT = 1
               STRING WS-AVANT-BASE DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-JOUR-AVANT DELIMITED BY SIZE
                   INTO WS-AVANT-DSN
           ELSE
               STRING WS-AVANT-BASE DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-JOUR-AVANT DELIMITED BY SIZE
                   '.' WS-RANG-LOT (2:1) DELIMITED BY SIZE
                   INTO WS-AVANT-DSN
           END-IF
           OPEN INPUT SAUVEGARDE
           IF WS-AVANT-STATUT = '00'
               ADD 1 TO WS-NB-SAUVEGARDES
               MOVE 0 TO EOF
               PERFORM LIRE-SAUVEGARDE
               PERFORM NOTER-SUPPRESSION UNTIL EOF = 1
               CLOSE SAUVEGARDE
           END-IF.
       NOTER-SUPPRESSION.
           IF SAU-CODE = 'S'
               IF WS-NB-SUPPR < 5000
                   ADD 1 TO WS-NB-SUPPR
                   MOVE SAU-ID TO WS-ID-SUPPR (WS-NB-SUPPR)
               ELSE
                   MOVE 1 TO WS-SUPPR-SATUREE
               END-IF
           END-IF
           PERFORM LIRE-SAUVEGARDE.
       LIRE-SAUVEGARDE.
           READ SAUVEGARDE
               AT END MOVE 1 TO EOF
           END-READ.
       PRECEDER-JOUR.
      *    RECUL D'UN JOUR SUR LA DATE AAAAMMJJ, FIN DE MOIS ET ANNEE
      *    BISSEXTILE COMPRISES.
           IF WS-JOUR-JJ > 1
               SUBTRACT 1 FROM WS-JOUR-JJ
           ELSE
               IF WS-JOUR-MM > 1
                   SUBTRACT 1 FROM WS-JOUR-MM
               ELSE
                   MOVE 12 TO WS-JOUR-MM
                   SUBTRACT 1 FROM WS-JOUR-AAAA
               END-IF
               MOVE WS-JOURS-MOIS (WS-JOUR-MM) TO WS-JOUR-JJ
               IF WS-JOUR-MM = 2
                   PERFORM CALCULER-BISSEXTILE
                   IF WS-BISSEXTILE = 1
                       MOVE 29 TO WS-JOUR-JJ
                   END-IF
               END-IF
           END-IF.
       CALCULER-BISSEXTILE.
           MOVE 0 TO WS-BISSEXTILE
           DIVIDE WS-JOUR-AAAA BY 4
               GIVING WS-QUOTIENT REMAINDER WS-RESTE
           IF WS-RESTE = 0
               MOVE 1 TO WS-BISSEXTILE
               DIVIDE WS-JOUR-AAAA BY 100
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE 0 TO WS-BISSEXTILE
                   DIVIDE WS-JOUR-AAAA BY 400
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE 1 TO WS-BISSEXTILE
                   END-IF
               END-IF
           END-IF.
       RAPPROCHER-UN-PAS.
      *    MARCHE AU PAS : CELUI DES DEUX FLUX QUI EST EN AVANCE LIVRE
      *    UN ID PRESENT D'UN SEUL COTE ; A CLE EGALE, ON COMPARE LES
      *    CONTENUS.
           EVALUATE TRUE
               WHEN WS-FIN-SORTIE = 1
                   PERFORM EDITER-MAITRE-SEUL
                   PERFORM LIRE-MAITRE
               WHEN WS-FIN-MAITRE = 1
                   PERFORM EDITER-SORTIE-SEULE
                   PERFORM LIRE-DETAIL-SORTIE
               WHEN MA-ID = S-ID
                   PERFORM COMPARER-CONTENUS
                   PERFORM LIRE-MAITRE
                   PERFORM LIRE-DETAIL-SORTIE
               WHEN MA-ID < S-ID
                   PERFORM EDITER-MAITRE-SEUL
                   PERFORM LIRE-MAITRE
               WHEN OTHER
                   PERFORM EDITER-SORTIE-SEULE
                   PERFORM LIRE-DETAIL-SORTIE
           END-EVALUATE.
       COMPARER-CONTENUS.
           IF MA-NOM = S-NOM AND MA-MONTANT = S-MONTANT
                   AND MA-SITE = S-SITE
               ADD 1 TO WS-NB-CONFORMES
           ELSE
               PERFORM EDITER-DIVERGENT
           END-IF.
       QUALIFIER-PAR-MAITRE.
      *    UNE FICHE D'ORIGINE D A ETE POSEE OU TOUCHEE PAR UN
      *    MOUVEMENT DELTA DEPUIS LA DERNIERE RECONSTRUCTION : SON
      *    ECART AVEC LE SORTIE EST ATTENDU.
           IF MA-ORIGINE = 'D'
               MOVE 1 TO WS-EXPLIQUE
               MOVE SPACES TO WS-LIBELLE-CAUSE
               STRING 'DELTA DU ' MA-DATE-MAJ
                   DELIMITED BY SIZE INTO WS-LIBELLE-CAUSE
           ELSE
               MOVE 0 TO WS-EXPLIQUE
               MOVE 'INEXPLIQUE' TO WS-LIBELLE-CAUSE
           END-IF.
       QUALIFIER-PAR-SUPPRESSION.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-SUPPRESSION
               VARYING WS-IDX-SUPPR FROM 1 BY 1
               UNTIL WS-IDX-SUPPR > WS-NB-SUPPR OR WS-TROUVE = 1
           IF WS-TROUVE = 1
               MOVE 1 TO WS-EXPLIQUE
               MOVE 'SUPPRIME PAR DELTA' TO WS-LIBELLE-CAUSE
           ELSE
               MOVE 0 TO WS-EXPLIQUE
               MOVE 'INEXPLIQUE' TO WS-LIBELLE-CAUSE
           END-IF.
       QUALIFIER-PAR-COUPURE.
      *    LE SITE N'A PAS ETE FUSIONNE CETTE NUIT : SES FICHES NE
      *    PEUVENT PAS ETRE AU SORTIE. L'ECART EST ATTENDU JUSQU'AU
      *    RATTRAPAGE, MAIS COMPTE A PART DES ECARTS DELTA.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-NON-RECU
               VARYING WS-IDX-NON-RECU FROM 1 BY 1
               UNTIL WS-IDX-NON-RECU > WS-NB-NON-RECUS
                   OR WS-TROUVE = 1
           IF WS-TROUVE = 1
               MOVE 2 TO WS-EXPLIQUE
               MOVE 'COUPURE SITE NON RECU' TO WS-LIBELLE-CAUSE
           END-IF.
       CHERCHER-NON-RECU.
           IF WS-NON-RECU-CODE (WS-IDX-NON-RECU) = MA-SITE
               MOVE 1 TO WS-TROUVE
           END-IF.
       CHERCHER-SUPPRESSION.
           IF WS-ID-SUPPR (WS-IDX-SUPPR) = S-ID
               MOVE 1 TO WS-TROUVE
           END-IF.
       EDITER-MAITRE-SEUL.
           ADD 1 TO WS-NB-MAITRE-SEUL
           PERFORM QUALIFIER-PAR-MAITRE
           IF WS-EXPLIQUE = 0 AND WS-NB-NON-RECUS > 0
               PERFORM QUALIFIER-PAR-COUPURE
           END-IF
           MOVE MA-MONTANT TO WS-ECART-COURANT
           MOVE MA-SITE TO WS-SITE-COURANT
           MOVE MA-ID TO WS-REGION-COURANTE
           PERFORM CUMULER-ECART
           MOVE MA-MONTANT TO WS-MONTANT-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'MAITRE SEUL   ID ' MA-ID ' SITE ' MA-SITE
               '  MAITRE ' WS-MONTANT-EDITE
               '                       ' WS-LIBELLE-CAUSE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       EDITER-SORTIE-SEULE.
           ADD 1 TO WS-NB-SORTIE-SEULE
           PERFORM QUALIFIER-PAR-SUPPRESSION
           COMPUTE WS-ECART-COURANT = 0 - S-MONTANT
           MOVE S-SITE TO WS-SITE-COURANT
           MOVE S-ID TO WS-REGION-COURANTE
           PERFORM CUMULER-ECART
           MOVE S-MONTANT TO WS-MONTANT-EDITE2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SORTIE SEULE  ID ' S-ID ' SITE ' S-SITE
               '                      SORTIE ' WS-MONTANT-EDITE2
               '  ' WS-LIBELLE-CAUSE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       EDITER-DIVERGENT.
           ADD 1 TO WS-NB-DIVERGENTS
           PERFORM QUALIFIER-PAR-MAITRE
      *    ZONES EN ECART : N = NOM, M = MONTANT, S = SITE.
           MOVE SPACES TO WS-ZONES-ECART
           IF MA-NOM NOT = S-NOM
               MOVE 'N' TO WS-ZONES-ECART (1:1)
           END-IF
           IF MA-MONTANT NOT = S-MONTANT
               MOVE 'M' TO WS-ZONES-ECART (2:1)
           END-IF
           IF MA-SITE NOT = S-SITE
               MOVE 'S' TO WS-ZONES-ECART (3:1)
           END-IF
           COMPUTE WS-ECART-COURANT = MA-MONTANT - S-MONTANT
           MOVE MA-SITE TO WS-SITE-COURANT
           MOVE MA-ID TO WS-REGION-COURANTE
           PERFORM CUMULER-ECART
           MOVE MA-MONTANT TO WS-MONTANT-EDITE
           MOVE S-MONTANT TO WS-MONTANT-EDITE2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ECART ' WS-ZONES-ECART '     ID ' MA-ID
               ' SITE ' MA-SITE
               '  MAITRE ' WS-MONTANT-EDITE
               ' SORTIE ' WS-MONTANT-EDITE2
               '  ' WS-LIBELLE-CAUSE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
      *    POUR UN ECART DE NOM OU DE SITE, LES DEUX VERSIONS SONT
      *    EDITEES : C'EST CE QUE L'EXPLOITATION DOIT POUVOIR
      *    CONFRONTER AU LOT DELTA.
           IF WS-ZONES-ECART (1:1) = 'N' OR WS-ZONES-ECART (3:1) = 'S'
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '                MAITRE : ' MA-NOM ' ' MA-SITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '                SORTIE : ' S-NOM ' ' S-SITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       CUMULER-ECART.
           EVALUATE WS-EXPLIQUE
               WHEN 1
                   ADD 1 TO WS-NB-ATTENDUS
               WHEN 2
                   ADD 1 TO WS-NB-COUPURE
               WHEN OTHER
                   ADD 1 TO WS-NB-INEXPLIQUES
           END-EVALUATE
           ADD WS-ECART-COURANT TO WS-ECART-TOTAL
           PERFORM CUMULER-SITE
           PERFORM CUMULER-REGION.
       CUMULER-SITE.
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
                   MOVE 0 TO WS-SITE-ECART (WS-SITE-RETENU)
                   MOVE 0 TO WS-SITE-NB-ATTENDUS (WS-SITE-RETENU)
                   MOVE 0 TO WS-SITE-NB-INEXPLIQUES (WS-SITE-RETENU)
                   MOVE 1 TO WS-TROUVE
               ELSE
                   PERFORM SIGNALER-SATURATION
               END-IF
           END-IF
           IF WS-TROUVE = 1
               ADD WS-ECART-COURANT TO WS-SITE-ECART (WS-SITE-RETENU)
               IF WS-EXPLIQUE NOT = 0
                   ADD 1 TO WS-SITE-NB-ATTENDUS (WS-SITE-RETENU)
               ELSE
                   ADD 1 TO WS-SITE-NB-INEXPLIQUES (WS-SITE-RETENU)
               END-IF
           END-IF.
       CHERCHER-SITE.
           IF WS-SITE-CODE (WS-IDX-SITE) = WS-SITE-COURANT
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       CUMULER-REGION.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-REGION
               VARYING WS-IDX-REGION FROM 1 BY 1
               UNTIL WS-IDX-REGION > WS-NB-REGIONS OR WS-TROUVE = 1
           IF WS-TROUVE = 0
               IF WS-NB-REGIONS < 100
                   ADD 1 TO WS-NB-REGIONS
                   MOVE WS-NB-REGIONS TO WS-REGION-RETENUE
                   MOVE SPACES TO WS-REGION-CODE (WS-REGION-RETENUE)
                   MOVE WS-REGION-COURANTE (1:WS-RUPTURE-LG)
                       TO WS-REGION-CODE (WS-REGION-RETENUE)
                           (1:WS-RUPTURE-LG)
                   MOVE 0 TO WS-REGION-ECART (WS-REGION-RETENUE)
                   MOVE 0 TO WS-REGION-NB-ATTENDUS (WS-REGION-RETENUE)
                   MOVE 0
                       TO WS-REGION-NB-INEXPLIQUES (WS-REGION-RETENUE)
                   MOVE 1 TO WS-TROUVE
               ELSE
                   PERFORM SIGNALER-SATURATION
               END-IF
           END-IF
           IF WS-TROUVE = 1
               ADD WS-ECART-COURANT
                   TO WS-REGION-ECART (WS-REGION-RETENUE)
               IF WS-EXPLIQUE NOT = 0
                   ADD 1 TO WS-REGION-NB-ATTENDUS (WS-REGION-RETENUE)
               ELSE
                   ADD 1
                       TO WS-REGION-NB-INEXPLIQUES (WS-REGION-RETENUE)
               END-IF
           END-IF.
       CHERCHER-REGION.
           IF WS-REGION-CODE (WS-IDX-REGION) (1:WS-RUPTURE-LG)
                   = WS-REGION-COURANTE (1:WS-RUPTURE-LG)
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-REGION TO WS-REGION-RETENUE
           END-IF.
       SIGNALER-SATURATION.
           IF WS-TABLE-SATUREE = 0
               MOVE 1 TO WS-TABLE-SATUREE
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'TABLE DES SITES OU DES REGIONS SATUREE - '
                   'SOUS-TOTAUX INCOMPLETS'
           END-IF.
       LIRE-MAITRE.
           READ MAITRE
               AT END MOVE 1 TO WS-FIN-MAITRE
           END-READ.
       LIRE-DETAIL-SORTIE.
      *    LIT JUSQU'AU PROCHAIN DETAIL A RAPPROCHER : EN-TETE ET FIN
      *    DE CONTROLE SONT NOTES AU PASSAGE, LES DOUBLONS D'ID
      *    COMPTES ET SAUTES.
           PERFORM LIRE-SORTIE-BRUT
           PERFORM AVALER-CONTROLE-SORTIE
               UNTIL WS-FIN-SORTIE = 1
                   OR (S-ID NOT = 'HDRCTL' AND S-ID NOT = 'TRLCTL'
                       AND S-ID NOT = WS-ID-PRECEDENT)
           IF WS-FIN-SORTIE = 0
               MOVE S-ID TO WS-ID-PRECEDENT
           END-IF.
       AVALER-CONTROLE-SORTIE.
           IF S-ID = 'HDRCTL'
               MOVE 1 TO WS-ENTETE-VU
           ELSE
               IF S-ID = 'TRLCTL'
                   MOVE 1 TO WS-FIN-VUE
                   MOVE S-MONTANT TO WS-NB-ANNONCE
               ELSE
                   ADD 1 TO WS-NB-DOUBLONS
               END-IF
           END-IF
           PERFORM LIRE-SORTIE-BRUT.
       LIRE-SORTIE-BRUT.
           READ SORTIE
               AT END MOVE 1 TO WS-FIN-SORTIE
           END-READ
           IF WS-FIN-SORTIE = 0
                   AND S-ID NOT = 'HDRCTL' AND S-ID NOT = 'TRLCTL'
               ADD 1 TO WS-NB-DETAILS
           END-IF.
       CONTROLE-ENVELOPPE.
           IF WS-ENTETE-VU = 0 OR WS-FIN-VUE = 0
                   OR WS-NB-ANNONCE NOT = WS-NB-DETAILS
               MOVE 'N' TO WS-STATUT-CONTROLE
               MOVE SPACES TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 'ANOMALIE : ENVELOPPE HDRCTL/TRLCTL DU SORTIE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       ECRIRE-TITRE.
           MOVE 'EXO15RAPPR - RAPPROCHEMENT MAITRE / SORTIE FINALISE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EDITE LE ' WS-DATE-EDITION ' ' WS-HEURE-EDITION
               '  SORTIE : ' WS-SORTIE-DSN
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-SAUVEGARDES TO WS-NB-EDITE
           STRING 'DERNIERE RECONSTRUCTION : ' WS-DATE-CHARG
               '  SAUVEGARDES DELTA RELUES : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-SYNTHESE.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES
           PERFORM ECRIRE-LIGNE-REGION
               VARYING WS-NO-REGION FROM 1 BY 1
               UNTIL WS-NO-REGION > WS-NB-REGIONS
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-DETAILS TO WS-NB-EDITE
           STRING 'DETAILS LUS (SORTIE)         : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-DOUBLONS TO WS-NB-EDITE
           STRING 'DOUBLONS SORTIE ECARTES      : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-CONFORMES TO WS-NB-EDITE
           STRING 'ID CONFORMES                 : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-MAITRE-SEUL TO WS-NB-EDITE
           STRING 'ID AU SEUL MAITRE            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-SORTIE-SEULE TO WS-NB-EDITE
           STRING 'ID AU SEUL SORTIE            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-DIVERGENTS TO WS-NB-EDITE
           STRING 'ID DIVERGENTS                : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-ATTENDUS TO WS-NB-EDITE
           STRING 'ECARTS ATTENDUS (DELTA)      : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-COUPURE TO WS-NB-EDITE
           STRING 'ECARTS SITES NON RECUS       : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-NB-NON-RECUS > 0
               MOVE SPACES TO WS-LISTE-SITES
               MOVE 1 TO WS-PTR
               PERFORM AJOUTER-CODE-LISTE
                   VARYING WS-IDX-NON-RECU FROM 1 BY 1
                   UNTIL WS-IDX-NON-RECU > WS-NB-NON-RECUS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SITES NON RECUS (COUPURE)    : ' WS-LISTE-SITES
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-INEXPLIQUES TO WS-NB-EDITE
           STRING 'ECARTS INEXPLIQUES           : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-ECART-TOTAL TO WS-ECART-EDITE
           STRING 'ECART NET (MAITRE - SORTIE)  : ' WS-ECART-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK AND WS-NB-INEXPLIQUES = 0
               STRING 'CONTROLE RAPPROCHEMENT : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'CONTROLE RAPPROCHEMENT : ANOMALIE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.
       AJOUTER-CODE-LISTE.
           STRING WS-NON-RECU-CODE (WS-IDX-NON-RECU) ' '
               DELIMITED BY SIZE
               INTO WS-LISTE-SITES WITH POINTER WS-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
       ECRIRE-LIGNE-SITE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SITE-NB-ATTENDUS (WS-NO-SITE) TO WS-NB-EDITE
           MOVE WS-SITE-NB-INEXPLIQUES (WS-NO-SITE) TO WS-NB-EDITE2
           MOVE WS-SITE-ECART (WS-NO-SITE) TO WS-ECART-EDITE
           STRING 'SITE   ' WS-SITE-CODE (WS-NO-SITE)
               '      : ' WS-NB-EDITE ' ATTENDU(S) ' WS-NB-EDITE2
               ' INEXPLIQUE(S), ECART ' WS-ECART-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-LIGNE-REGION.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-REGION-NB-ATTENDUS (WS-NO-REGION) TO WS-NB-EDITE
           MOVE WS-REGION-NB-INEXPLIQUES (WS-NO-REGION)
               TO WS-NB-EDITE2
           MOVE WS-REGION-ECART (WS-NO-REGION) TO WS-ECART-EDITE
           STRING 'REGION ' WS-REGION-CODE (WS-NO-REGION)
               '  : ' WS-NB-EDITE ' ATTENDU(S) ' WS-NB-EDITE2
               ' INEXPLIQUE(S), ECART ' WS-ECART-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       LIRE-PARAMETRES.
           ACCEPT WS-SORTIE-DSN FROM ENVIRONMENT 'EXO15_SORTIE_DSN'
           IF WS-SORTIE-DSN = SPACES
               MOVE 'EXO15-S.txt' TO WS-SORTIE-DSN
           END-IF
           ACCEPT WS-MAITRE-DSN FROM ENVIRONMENT 'EXO15_MAITRE_DSN'
           IF WS-MAITRE-DSN = SPACES
               MOVE 'EXO15.MAITRE' TO WS-MAITRE-DSN
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_RAPPR_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-RAPPR.RPT' TO WS-RAPPORT-DSN
           END-IF
      *    MEME BASE QUE LA SAUVEGARDE D'EXO15DELTA.
           ACCEPT WS-AVANT-BASE
               FROM ENVIRONMENT 'EXO15_DELTA_AVANT_DSN'
           IF WS-AVANT-BASE = SPACES
               MOVE 'EXO15-DELTA.AVANT' TO WS-AVANT-BASE
           END-IF
           ACCEPT WS-ORDRE FROM ENVIRONMENT 'EXO15_ORDRE'
           IF NOT ORDRE-CROISSANT AND NOT ORDRE-DECROISSANT
               MOVE 'A' TO WS-ORDRE
           END-IF
           ACCEPT WS-RUPTURE-TXT FROM ENVIRONMENT 'EXO15_RUPTURE_LG'
           IF WS-RUPTURE-TXT >= '1' AND WS-RUPTURE-TXT <= '6'
               MOVE WS-RUPTURE-TXT TO WS-RUPTURE-LG
           ELSE
               MOVE 2 TO WS-RUPTURE-LG
           END-IF.
       END PROGRAM Exo15Rappr.
