      *                 (avec le code retour) dans le fichier de
      *                 conduite, pour que le tri aval puisse refuser
      *                 de partir sur une fusion en echec.
      * 2026-10-15  RB  La liste des sites attendus et le plancher de
      *                 volume par site viennent desormais du
      *                 referentiel des sites (EXO15.SITES, consulte
      *                 par le sous-programme Exo15Ref) au lieu des
      *                 variables EXO15_FUSION_NB_SITES, _CODEn, _DSNn
      *                 et EXO15_FUSION_MIN : sont attendus les sites
      *                 ouverts a la date de traitement, dans l'ordre
      *                 des codes, chacun avec son propre volume
      *                 minimal et son fichier recu (a blanc, par
      *                 convention EXO15-SITE<CODE>.txt). Referentiel
      *                 absent ou sans site ouvert = code retour 16.
      *                 Le rapport donne le nom de l'agence a cote du
      *                 code.
      * 2026-10-15  RB  Coupure et rattrapage des sites en retard
      *                 (EXO15_FUSION_MODE). Un site en retard ne
      *                 retient plus toute la nuit : en mode coupure
      *                 (C), decide par l'operateur, la fusion part
      *                 avec les sites presents, ecarte les fichiers
      *                 absents ou trop courts, les inscrit comme sites
      *                 manquants dans la conduite (Exo15Chn, signes de
      *                 EXO15_OPERATEUR) et au rapport, et rend le code
      *                 4. Chaque site est desormais compte avant
      *                 d'etre confie au tri, pour qu'un lot court
      *                 ecarte n'entre pas dans le consolide. Le mode
      *                 rattrapage (R), etape RATTRAP derriere la
      *                 fusion, reprend les sites encore ouverts de la
      *                 date : memes controles de presence et de volume,
      *                 rapprochement avec la ligne du site au fichier
      *                 de controle amont (EXO15_CTRL_DSN), validation
      *                 des champs aux motifs R01 a R05 d'Exo15, puis
      *                 un addendum trie et enveloppe pour Exo15Rupt
      *                 (mode A) et un DELTA d'ajouts et modifications
      *                 pour Exo15Delta, selon l'etat du maitre. Les
      *                 sites rattrapes sont soldes dans la conduite ;
      *                 un site encore absent reste ouvert et ressort
      *                 le lendemain a l'etat du matin. Le consolide de
      *                 la nuit n'est pas touche. Un passage normal ou
      *                 en coupure qui fusionne un site ouvert le
      *                 solde de meme.
      * 2026-10-15  RB  Rattrapage : une fiche dont l'ID est rattache a
      *                 un autre SITE au maitre est rejetee (nouveau
      *                 motif R07) au lieu de devenir une modification
      *                 qui la deplacerait d'un site a l'autre. Un ID
      *                 present plusieurs fois dans le fichier en
      *                 retard est signale comme par RECHERCHE-DOUBLON
      *                 d'Exo15 (detail au dessin des rejets, motif
      *                 DBL, EXO15_RATTRAP_DOUBLONS_DSN) ; il reste
      *                 dans l'addendum mais aucune de ses occurrences
      *                 ne part au DELTA (code retour 4). Le DELTA passe
      *                 au dessin de 61 caracteres d'Exo15Delta,
      *                 producteur a blanc : le lot de rattrapage est
      *                 applique comme lot de rang 2 (EXO15_DELTA_LOT),
      *                 signe de l'operateur qui le lance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Fusion.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SD-FICHIER ASSIGN TO DYNAMIC WS-SORTWORK-DSN.
      *    FICHIERS DU SEUL MODE RATTRAPAGE : ADDENDUM ENVELOPPE (MEME
      *    FACTURE QUE LE SORTIE D'EXO15), MOUVEMENTS DELTA, REJETS DE
      *    VALIDATION, MAITRE CONSULTE EN LECTURE ET FICHIER DE
      *    CONTROLE AMONT.
           SELECT ADDENDUM ASSIGN TO DYNAMIC WS-ADDENDUM-DSN.
           SELECT DELTA ASSIGN TO DYNAMIC WS-DELTA-DSN.
           SELECT REJETS ASSIGN TO DYNAMIC WS-REJETS-DSN.
           SELECT DOUBLONS ASSIGN TO DYNAMIC WS-DOUBLONS-DSN.
           SELECT MAITRE ASSIGN TO DYNAMIC WS-MAITRE-DSN
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MA-ID
               FILE STATUS IS WS-MAITRE-STATUT.
           SELECT CONTROLE-AMONT ASSIGN TO DYNAMIC WS-CTRL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREE-SITE.
       SD  SD-FICHIER.
       01  SD-ENREG.
           COPY EXO15REC REPLACING ==:PFX:== BY ==SD==.
      *    ADDENDUM : EN-TETE HDRCTL, DETAILS TRIES, FIN TRLCTL, LE
      *    COMPTE PORTE PAR LA ZONE MONTANT COMME DANS LE SORTIE
      *    FINALISE D'EXO15 - EXO15RUPT LE LIT SANS AUTRE CONVENTION.
       FD  ADDENDUM.
       01  ENR-ADDENDUM.
           COPY EXO15REC REPLACING ==:PFX:== BY ==AD==.
      *    MEME DESSIN QUE LE DELTA D'EXO15DELTA : CODE, DATE D'EFFET
      *    (A BLANC = APPLICABLE TOUT DE SUITE), DETAIL EXO15REC,
      *    PRODUCTEUR (A BLANC : LE LOT EST SIGNE A SON APPLICATION).
      *    CE DELTA EST APPLIQUE APRES LE LOT DE LA NUIT, DONC SOUS LE
      *    RANG 2 (EXO15_DELTA_LOT=2), ETAPE DELTARAT DERRIERE RATTRAP.
       FD  DELTA.
       01  ENR-DELTA.
           02 MV-CODE PIC X(01).
           02 MV-DATE-EFFET PIC X(08).
           02 MV-DETAIL PIC X(44).
           02 MV-PRODUCTEUR PIC X(08).
      *    MEME DESSIN ET MEMES MOTIFS QUE LES REJETS D'EXO15 : R01 ID
      *    ABSENT, R02 ID MAL FORME, R03 NOM BLANC, R04 MONTANT NON
      *    NUMERIQUE, R05 MONTANT AU-DELA DE EXO15_MONTANT_MAX ; PLUS,
      *    PROPRE AU RATTRAPAGE, R07 ID RATTACHE A UN AUTRE SITE AU
      *    MAITRE.
       FD  REJETS.
       01  ENR-REJET.
           02 REJ-DETAIL PIC X(44).
           02 REJ-MOTIF PIC X(03).
      *    ID EN DOUBLE DANS LE FICHIER EN RETARD : MEME DESSIN QUE LE
      *    DOUBLONS-DETAIL D'EXO15 (IMAGE BRUTE PLUS MOTIF DBL), UNE
      *    LIGNE PAR OCCURRENCE.
       FD  DOUBLONS.
       01  ENR-DOUBLON.
           02 DBL-DETAIL PIC X(44).
           02 DBL-MOTIF PIC X(03).
       FD  MAITRE.
       01  ENR-MAITRE.
           COPY EXO15MAI REPLACING ==:PFX:== BY ==MA==.
      *    MEME DESSIN QUE LE FICHIER DE CONTROLE AMONT D'EXO15 : LA
      *    LIGNE DE TETE (SITE A BLANC) ANNONCE L'EMISSION COMPLETE,
      *    LES LIGNES SUIVANTES L'ANNONCE DE CHAQUE SITE.
       FD  CONTROLE-AMONT.
       01  ENR-CONTROLE-AMONT.
           02 CTA-NB PIC 9(07).
           02 FILLER PIC X(01).
           02 CTA-SIGNE PIC X(01).
           02 CTA-ENTIER PIC 9(13).
           02 CTA-POINT PIC X(01).
           02 CTA-DECIM PIC 9(02).
           02 FILLER PIC X(01).
           02 CTA-SITE PIC X(02).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
      *    PARAMETRES D'EXECUTION - RENSEIGNES PAR LIRE-PARAMETRES,
       77  WS-CONSOLIDE-DSN PIC X(100).
       77  WS-RAPPORT-DSN PIC X(100).
       77  WS-SORTWORK-DSN PIC X(100).
       77  WS-ADDENDUM-DSN PIC X(100).
       77  WS-DELTA-DSN PIC X(100).
       77  WS-REJETS-DSN PIC X(100).
       77  WS-DOUBLONS-DSN PIC X(100).
       77  WS-MAITRE-DSN PIC X(100).
       77  WS-MAITRE-STATUT PIC XX.
       77  WS-CTRL-DSN PIC X(100).
       77  WS-CTRL-STATUT PIC XX.
       77  WS-OPERATEUR PIC X(08).
      *    SENS DU TRI : A = CROISSANT (DEFAUT), D = DECROISSANT.
      *    MEME PARAMETRE EXO15_ORDRE QU'EXO15, POUR QUE LA FUSION ET
      *    LE TRI AVAL NE PUISSENT PAS SE CONTREDIRE.
       77  WS-ORDRE PIC X(01).
           88 ORDRE-CROISSANT VALUE 'A'.
           88 ORDRE-DECROISSANT VALUE 'D'.
      *    MODE DE PASSAGE : N = NORMAL (DEFAUT, TOUT SITE ABSENT OU
      *    COURT FAIT ECHOUER LE JOB), C = COUPURE (LA FUSION PART
      *    AVEC LES SITES PRESENTS), R = RATTRAPAGE DES SITES RESTES
      *    OUVERTS POUR LA DATE DE TRAITEMENT.
       77  WS-MODE PIC X(01).
           88 MODE-NORMAL VALUE 'N'.
           88 MODE-COUPURE VALUE 'C'.
           88 MODE-RATTRAPAGE VALUE 'R'.
      *    SITES ATTENDUS : CEUX QUE LE REFERENTIEL DONNE OUVERTS A LA
      *    DATE DE TRAITEMENT (VOIR CHARGER-SITES), VINGT AU PLUS. LE
      *    PLANCHER DE VOLUME EST PROPRE A CHAQUE SITE : EN-DECA, LE
      *    FICHIER EST REPUTE TRONQUE ET LE JOB ECHOUE, UN LOT COURT
      *    ETANT AUSSI SUSPECT QU'UN LOT ABSENT.
       77  WS-NB-SITES PIC 9(02) VALUE 0.
       77  WS-NO-SITE PIC 9(02).
       77  WS-NB-SITES-FERMES PIC 9(03) VALUE 0.
      *    ETAT PAR SITE : FICHIER, CODE ESTAMPILLE, NOM DE L'AGENCE,
      *    PLANCHER, COMPTE LU ET VERDICT (O = OK, M = MANQUANT,
      *    C = TROP COURT ; EN RATTRAPAGE, H = HORS RATTRAPAGE (SITE
      *    NON OUVERT DANS LA CONDUITE), E = ECART A L'ANNONCE AMONT,
      *    N = SANS ANNONCE AMONT). LE TOTAL LU ET L'ANNONCE DU SITE
      *    NE SERVENT QU'AU RATTRAPAGE.
       01  WS-TABLE-SITES.
           05 WS-SITE OCCURS 20 TIMES.
              10 WS-SITE-FIC PIC X(100).
              10 WS-SITE-CODE PIC X(02).
              10 WS-SITE-NOM PIC X(30).
              10 WS-SITE-MIN PIC 9(07).
              10 WS-SITE-NB-LUS PIC 9(07).
              10 WS-SITE-ETAT PIC X(01).
              10 WS-SITE-TOTAL PIC S9(13)V99 COMP-3.
              10 WS-SITE-ANNONCE PIC 9.
              10 WS-SITE-ANN-NB PIC 9(07).
              10 WS-SITE-ANN-TOTAL PIC S9(13)V99 COMP-3.
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) :
      *    PARCOURS PAR RANG DANS L'ORDRE DES CODES.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
       77  WS-FIN-REFERENTIEL PIC 9.
      *    A 1 QUAND LE REFERENTIEL EST ABSENT OU ILLISIBLE, POUR LE
      *    RAPPORT.
       77  WS-REFERENTIEL-ABSENT PIC 9 VALUE 0.
      *    HORODATAGE ET COMPTEURS POUR LE RAPPORT DE CONTROLE DE FIN
      *    DE TRAITEMENT (VOIR FIN2).
       77  WS-DATE-DEBUT PIC 9(08).
       77  WS-NB-LUS PIC 9(07) VALUE 0.
       77  WS-NB-ECRITS PIC 9(07) VALUE 0.
       77  WS-NB-EDITE PIC ZZZZZZ9.
      *    SITES RETENUS POUR LE TRI ET SITES ECARTES (ABSENTS, COURTS
      *    OU, EN RATTRAPAGE, NON RAPPROCHES DE L'ANNONCE).
       77  WS-NB-RETENUS PIC 9(02) VALUE 0.
       77  WS-NB-ECARTES PIC 9(02) VALUE 0.
      *    COMPTES DU RATTRAPAGE : REJETS DE VALIDATION, MOUVEMENTS
      *    DELTA PAR CODE, FICHES IDENTIQUES AU MAITRE (SANS
      *    MOUVEMENT) ET LECTURES DU MAITRE EN ERREUR.
       77  WS-NB-REJETS PIC 9(07) VALUE 0.
       77  WS-NB-AJOUTS PIC 9(07) VALUE 0.
       77  WS-NB-MODIFS PIC 9(07) VALUE 0.
       77  WS-NB-INCHANGES PIC 9(07) VALUE 0.
       77  WS-NB-ERREURS-MAITRE PIC 9(07) VALUE 0.
       77  WS-NB-ATTENDUS PIC 9(07) VALUE 0.
      *    ID EN DOUBLE DU RATTRAPAGE : LES DETAILS ARRIVENT TRIES PAR
      *    ID, LE MOUVEMENT D'UN DETAIL N'EST DONC PREPARE QU'AU
      *    DETAIL SUIVANT, QUAND ON SAIT QUE SON ID N'Y REVIENT PAS.
       77  WS-NB-DOUBLONS PIC 9(07) VALUE 0.
       77  WS-PRECEDENT-PRESENT PIC 9 VALUE 0.
       77  WS-PRECEDENT-DOUBLE PIC 9 VALUE 0.
       01  WS-DETAIL-PRECEDENT.
           COPY EXO15REC REPLACING ==:PFX:== BY ==PC==.
      *    VALIDATION DES CHAMPS DU RATTRAPAGE, MEMES REGLES QUE
      *    VALIDER-CHAMPS D'EXO15 (PLAFOND EXO15_MONTANT_MAX DONNE SOUS
      *    LA FORME FIXE 999999999.99, LE PLUS PERMISSIF A DEFAUT).
       77  WS-MONTANT-MAX PIC S9(09)V99 COMP-3.
       01  WS-MONTANT-MAX-TXT.
           05 WS-MMAX-ENTIER PIC 9(09).
           05 WS-MMAX-POINT PIC X(01).
           05 WS-MMAX-DECIM PIC 9(02).
       77  WS-ENR-VALIDE PIC 9.
       77  WS-MOTIF-REJET PIC X(03).
       77  WS-ESPACE-VU PIC 9.
       77  WS-POS-CAR PIC 9(02).
      *    ANNONCE AMONT EN COURS DE LECTURE ET SITE QU'ELLE VISE.
       77  WS-CTRL-ACTIF PIC 9 VALUE 0.
       77  WS-CTRL-TOTAL PIC S9(13)V99 COMP-3.
       77  WS-CODE-CHERCHE PIC X(02).
       77  WS-IDX-SITE PIC 9(02).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-TROUVE PIC 9.
      *    LISTES DE CODES POUR LE RAPPORT : SITES ECARTES A LA
      *    COUPURE, SITES SOLDES, SITES LAISSES OUVERTS.
       77  WS-LISTE-SITES PIC X(48).
       77  WS-PTR PIC 9(03).
      *    RESULTAT DU CONTROLE DE COHERENCE (VOIR CONTROLE-COHERENCE)
      *    O = OK, N = ANOMALIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
      *    CONTROLE D'ENCHAINEMENT (VOIR EXO15CHN) : LA FUSION EST LA
      *    TETE DE CHAINE (PAS DE PREDECESSEUR), ELLE NE FAIT
      *    QU'INSCRIRE SON DEBUT ET SA FIN DANS LA CONDUITE. LE
      *    RATTRAPAGE EST L'ETAPE RATTRAP, DERRIERE LA FUSION.
       01  WS-CHAINE.
           05 WS-CHN-OPERATION PIC X(01).
           05 WS-CHN-ETAPE PIC X(08) VALUE 'FUSION'.
           05 WS-CHN-PREDECESSEUR PIC X(08) VALUE SPACES.
           05 WS-CHN-CODE-RETOUR PIC 9(02) VALUE 0.
           05 WS-CHN-VERDICT PIC X(01) VALUE 'O'.
      *    LISTE DE SITES ECHANGEE AVEC EXO15CHN (OPERATIONS M, R ET
      *    L), ET SITES OUVERTS DANS LA CONDUITE AVANT CE PASSAGE.
       01  WS-CHN-SITES.
           05 WS-CHN-NB-SITES PIC 9(02) VALUE 0.
           05 WS-CHN-SITE-CODE PIC X(02) OCCURS 20 TIMES.
       01  WS-SITES-OUVERTS.
           05 WS-NB-OUVERTS PIC 9(02) VALUE 0.
           05 WS-OUVERT-CODE PIC X(02) OCCURS 20 TIMES.
       77  WS-IDX-OUVERT PIC 9(02).
      *    SITES INSCRITS A LA CONDUITE PAR CE PASSAGE (M = MANQUANTS,
      *    R = SOLDES) ET SITES RESTES OUVERTS, POUR LE RAPPORT.
       01  WS-SITES-MANQUANTS.
           05 WS-NB-MANQUANTS PIC 9(02) VALUE 0.
           05 WS-MANQUANT-CODE PIC X(02) OCCURS 20 TIMES.
       01  WS-SITES-SOLDES.
           05 WS-NB-SOLDES PIC 9(02) VALUE 0.
           05 WS-SOLDE-CODE PIC X(02) OCCURS 20 TIMES.
       01  WS-SITES-EN-ATTENTE.
           05 WS-NB-EN-ATTENTE PIC 9(02) VALUE 0.
           05 WS-ATTENTE-CODE PIC X(02) OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       DEBUT.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-DEBUT FROM TIME
           IF MODE-RATTRAPAGE
               MOVE 'RATTRAP' TO WS-CHN-ETAPE
               MOVE 'FUSION' TO WS-CHN-PREDECESSEUR
           END-IF
           PERFORM CONTROLER-CHAINE
           IF WS-CHN-VERDICT = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-SITES
      *    SITES DEJA OUVERTS DANS LA CONDUITE POUR LA DATE : EN
      *    RATTRAPAGE, CE SONT LES SEULS A REPRENDRE ; SINON, CEUX QUE
      *    CE PASSAGE FUSIONNE SERONT SOLDES.
           PERFORM LISTER-SITES-OUVERTS
           IF MODE-RATTRAPAGE AND CONTROLE-OK
               PERFORM RESTREINDRE-AUX-OUVERTS
                   VARYING WS-NO-SITE FROM 1 BY 1
                   UNTIL WS-NO-SITE > WS-NB-SITES
               PERFORM CHARGER-ANNONCES
           END-IF
      *    CHAQUE SITE EST COMPTE AVANT LE TRI : UN FICHIER ABSENT OU
      *    TROP COURT EST CONNU AVANT QUE SES LIGNES N'ENTRENT DANS LE
      *    CONSOLIDE, CE QUE LA COUPURE EXIGE.
           IF CONTROLE-OK
               PERFORM COMPTER-UN-SITE
                   VARYING WS-NO-SITE FROM 1 BY 1
                   UNTIL WS-NO-SITE > WS-NB-SITES
           END-IF
           IF MODE-RATTRAPAGE AND CONTROLE-OK
               OPEN INPUT MAITRE
               IF WS-MAITRE-STATUT NOT = '00'
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'OUVERTURE MAITRE IMPOSSIBLE - STATUT '
                       WS-MAITRE-STATUT
               END-IF
           END-IF
      *    MEMES CLES ET MEME SENS QUE LE MODE GROS VOLUME D'EXO15 :
      *    LE CONSOLIDE SORT DEJA DANS L'ORDRE QUE LE TRI AVAL
      *    PRODUIRAIT, LA PROVENANCE EN PLUS. SANS LISTE DE SITES
      *    EXPLOITABLE, RIEN N'EST FUSIONNE : LE CONTROLE DE
      *    COHERENCE PASSE ALORS LE CODE RETOUR A 16. EN RATTRAPAGE,
      *    LE MEME TRI PRODUIT L'ADDENDUM ET LE DELTA, JAMAIS LE
      *    CONSOLIDE DE LA NUIT.
           IF CONTROLE-OK
               IF MODE-RATTRAPAGE
                   OPEN OUTPUT REJETS
               END-IF
               IF ORDRE-CROISSANT
                   SORT SD-FICHIER ON ASCENDING KEY SD-ID SD-NOM
                       INPUT PROCEDURE IS FUSION-ENTREE
                       OUTPUT PROCEDURE IS FUSION-SORTIE
               ELSE
                   SORT SD-FICHIER ON DESCENDING KEY SD-ID SD-NOM
                       INPUT PROCEDURE IS FUSION-ENTREE
                       OUTPUT PROCEDURE IS FUSION-SORTIE
               END-IF
               IF MODE-RATTRAPAGE
                   CLOSE REJETS
                   CLOSE MAITRE
               END-IF
           END-IF
           PERFORM CONTROLE-COHERENCE
           PERFORM DECLARER-SITES
           PERFORM FIN2
           PERFORM ENREGISTRER-CHAINE
           STOP RUN.
           MOVE RETURN-CODE TO WS-CHN-CODE-RETOUR
           CALL 'Exo15Chn' USING WS-CHAINE
           MOVE WS-CHN-CODE-RETOUR TO RETURN-CODE.
       LISTER-SITES-OUVERTS.
           MOVE 'L' TO WS-CHN-OPERATION
           PERFORM APPELER-CHAINE-SITES
           MOVE WS-CHN-SITES TO WS-SITES-OUVERTS.
       APPELER-CHAINE-SITES.
      *    MEME PRECAUTION QUE ENREGISTRER-CHAINE : LE CODE DU JOB,
      *    DEJA POSE PAR LE CONTROLE DE COHERENCE, SURVIT A L'APPEL.
           MOVE RETURN-CODE TO WS-CHN-CODE-RETOUR
           CALL 'Exo15Chn' USING WS-CHAINE WS-CHN-SITES
           MOVE WS-CHN-CODE-RETOUR TO RETURN-CODE.
       CHARGER-SITES.
      *    PARCOURS DU REFERENTIEL PAR RANG : LES SITES OUVERTS A LA
      *    DATE DE TRAITEMENT SONT ATTENDUS, LES AUTRES (INACTIFS,
      *    PAS ENCORE OUVERTS OU FERMES) SONT SEULEMENT COMPTES POUR
      *    LE RAPPORT. REFERENTIEL ABSENT, SANS SITE OUVERT OU PLUS
      *    DE VINGT SITES OUVERTS = ANOMALIE.
           MOVE 0 TO WS-NB-SITES
           MOVE 0 TO WS-FIN-REFERENTIEL
           MOVE 0 TO WS-REF-DATE-TRT
           PERFORM EXAMINER-RANG-REFERENTIEL
               VARYING WS-REF-RANG FROM 1 BY 1
               UNTIL WS-FIN-REFERENTIEL = 1
           IF WS-REFERENTIEL-ABSENT = 1
               MOVE 'N' TO WS-STATUT-CONTROLE
           ELSE
               IF WS-NB-SITES = 0
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'AUCUN SITE OUVERT AU REFERENTIEL POUR LE '
                       WS-REF-DATE-TRT
               END-IF
           END-IF.
       EXAMINER-RANG-REFERENTIEL.
           MOVE 'L' TO WS-REF-OPERATION
           CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
           EVALUATE WS-REF-VERDICT
               WHEN 'O'
                   PERFORM RETENIR-SITE
               WHEN 'F'
                   ADD 1 TO WS-NB-SITES-FERMES
               WHEN 'A'
                   MOVE 1 TO WS-REFERENTIEL-ABSENT
                   MOVE 1 TO WS-FIN-REFERENTIEL
               WHEN OTHER
                   MOVE 1 TO WS-FIN-REFERENTIEL
           END-EVALUATE.
       RETENIR-SITE.
           IF WS-NB-SITES < 20
               ADD 1 TO WS-NB-SITES
               MOVE RS-CODE TO WS-SITE-CODE (WS-NB-SITES)
               MOVE RS-NOM TO WS-SITE-NOM (WS-NB-SITES)
      *        UN PLANCHER A ZERO NE DESARME PAS LA GARDE : UN FICHIER
      *        VIDE RESTE UN FICHIER TROP COURT.
               IF RS-VOLUME-MIN IS NUMERIC AND RS-VOLUME-MIN > 0
                   MOVE RS-VOLUME-MIN TO WS-SITE-MIN (WS-NB-SITES)
               ELSE
                   MOVE 1 TO WS-SITE-MIN (WS-NB-SITES)
               END-IF
               IF RS-FICHIER-RECU = SPACES
                   MOVE SPACES TO WS-SITE-FIC (WS-NB-SITES)
                   STRING 'EXO15-SITE' RS-CODE '.txt'
                       DELIMITED BY SIZE INTO WS-SITE-FIC (WS-NB-SITES)
               ELSE
                   MOVE RS-FICHIER-RECU TO WS-SITE-FIC (WS-NB-SITES)
               END-IF
               MOVE 0 TO WS-SITE-NB-LUS (WS-NB-SITES)
               MOVE 'O' TO WS-SITE-ETAT (WS-NB-SITES)
               MOVE 0 TO WS-SITE-TOTAL (WS-NB-SITES)
               MOVE 0 TO WS-SITE-ANNONCE (WS-NB-SITES)
               MOVE 0 TO WS-SITE-ANN-NB (WS-NB-SITES)
               MOVE 0 TO WS-SITE-ANN-TOTAL (WS-NB-SITES)
           ELSE
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'PLUS DE 20 SITES OUVERTS AU REFERENTIEL - '
                   'SITE ' RS-CODE ' NON FUSIONNE'
           END-IF.
       RESTREINDRE-AUX-OUVERTS.
      *    EN RATTRAPAGE, SEULS LES SITES RESTES OUVERTS DANS LA
      *    CONDUITE SONT REPRIS ; LES AUTRES ONT DEJA ETE FUSIONNES.
           MOVE WS-SITE-CODE (WS-NO-SITE) TO WS-CODE-CHERCHE
           PERFORM CHERCHER-OUVERT
           IF WS-TROUVE = 0
               MOVE 'H' TO WS-SITE-ETAT (WS-NO-SITE)
           END-IF.
       CHERCHER-OUVERT.
           MOVE 0 TO WS-TROUVE
           PERFORM COMPARER-OUVERT
               VARYING WS-IDX-OUVERT FROM 1 BY 1
               UNTIL WS-IDX-OUVERT > WS-NB-OUVERTS OR WS-TROUVE = 1.
       COMPARER-OUVERT.
           IF WS-OUVERT-CODE (WS-IDX-OUVERT) = WS-CODE-CHERCHE
               MOVE 1 TO WS-TROUVE
           END-IF.
       CHARGER-ANNONCES.
      *    LIGNES PAR SITE DU FICHIER DE CONTROLE AMONT, LORSQU'IL EST
      *    PARAMETRE : CHAQUE SITE RATTRAPE Y EST RAPPROCHE DE SA
      *    PROPRE ANNONCE. LA LIGNE DE TETE (SITE A BLANC) NE SERT PAS
      *    ICI. FICHIER PARAMETRE MAIS ILLISIBLE = ANOMALIE, COMME
      *    DANS EXO15.
           IF WS-CTRL-ACTIF = 1
               OPEN INPUT CONTROLE-AMONT
               IF WS-CTRL-STATUT NOT = '00'
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'FICHIER DE CONTROLE AMONT ABSENT - '
                       'STATUT ' WS-CTRL-STATUT
               ELSE
                   MOVE 0 TO EOF
                   PERFORM LIRE-CONTROLE-AMONT
                   PERFORM RETENIR-ANNONCE UNTIL EOF = 1
                   CLOSE CONTROLE-AMONT
               END-IF
           END-IF.
       RETENIR-ANNONCE.
           IF CTA-SITE NOT = SPACES
                   AND CTA-NB IS NUMERIC
                   AND CTA-ENTIER IS NUMERIC
                   AND CTA-DECIM IS NUMERIC
                   AND CTA-POINT = '.'
               MOVE CTA-SITE TO WS-CODE-CHERCHE
               PERFORM CHERCHER-SITE
               IF WS-TROUVE = 1
                   COMPUTE WS-CTRL-TOTAL
                       = CTA-ENTIER + CTA-DECIM / 100
                   IF CTA-SIGNE = '-'
                       COMPUTE WS-CTRL-TOTAL = 0 - WS-CTRL-TOTAL
                   END-IF
                   MOVE 1 TO WS-SITE-ANNONCE (WS-SITE-RETENU)
                   MOVE CTA-NB TO WS-SITE-ANN-NB (WS-SITE-RETENU)
                   MOVE WS-CTRL-TOTAL
                       TO WS-SITE-ANN-TOTAL (WS-SITE-RETENU)
               END-IF
           END-IF
           PERFORM LIRE-CONTROLE-AMONT.
       LIRE-CONTROLE-AMONT.
           READ CONTROLE-AMONT
               AT END MOVE 1 TO EOF
           END-READ.
       CHERCHER-SITE.
           MOVE 0 TO WS-TROUVE
           PERFORM COMPARER-SITE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES OR WS-TROUVE = 1.
       COMPARER-SITE.
           IF WS-SITE-CODE (WS-IDX-SITE) = WS-CODE-CHERCHE
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       COMPTER-UN-SITE.
      *    PREMIERE LECTURE DU FICHIER DU SITE : PRESENCE, COMPTE ET
      *    TOTAL DES MONTANTS EXPLOITABLES, PUIS VERDICT DU SITE. UN
      *    SITE HORS RATTRAPAGE N'EST PAS LU.
           IF WS-SITE-ETAT (WS-NO-SITE) NOT = 'H'
               MOVE WS-SITE-FIC (WS-NO-SITE) TO WS-SITE-DSN
               OPEN INPUT ENTREE-SITE
               IF WS-SITE-STATUT NOT = '00'
      *            FICHIER ABSENT OU ILLISIBLE : ON LE CONSTATE, ON
      *            CONTINUE AVEC LES AUTRES SITES POUR QUE LE RAPPORT
      *            MONTRE TOUTE LA NUIT D'UN COUP.
                   MOVE 'M' TO WS-SITE-ETAT (WS-NO-SITE)
                   DISPLAY 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' - FICHIER ABSENT (STATUT ' WS-SITE-STATUT ')'
               ELSE
                   MOVE 0 TO EOF
                   PERFORM LECTURE-SITE
                   PERFORM COMPTER-LIGNE-SITE UNTIL EOF = 1
                   CLOSE ENTREE-SITE
                   PERFORM JUGER-SITE
               END-IF
           END-IF.
       COMPTER-LIGNE-SITE.
           ADD 1 TO WS-SITE-NB-LUS (WS-NO-SITE)
           IF F-MONTANT IS NUMERIC
               ADD F-MONTANT TO WS-SITE-TOTAL (WS-NO-SITE)
           END-IF
           PERFORM LECTURE-SITE.
       JUGER-SITE.
           IF WS-SITE-NB-LUS (WS-NO-SITE) < WS-SITE-MIN (WS-NO-SITE)
               MOVE 'C' TO WS-SITE-ETAT (WS-NO-SITE)
               DISPLAY 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                   ' - FICHIER TROP COURT ('
                   WS-SITE-NB-LUS (WS-NO-SITE) ' LUS)'
           ELSE
               IF MODE-RATTRAPAGE AND WS-CTRL-ACTIF = 1
                   PERFORM RAPPROCHER-SITE
               END-IF
           END-IF
           IF WS-SITE-ETAT (WS-NO-SITE) = 'O'
               ADD 1 TO WS-NB-RETENUS
           END-IF.
       RAPPROCHER-SITE.
      *    LE FICHIER ARRIVE EN RETARD DOIT CORRESPONDRE A CE QUE
      *    L'AMONT AVAIT ANNONCE POUR CE SITE : COMPTE ET TOTAL, AVANT
      *    TOUTE VALIDATION DE CHAMPS (MEME BASE QUE LE RAPPROCHEMENT
      *    AMONT D'EXO15). UN SITE NON RAPPROCHE RESTE OUVERT.
           IF WS-SITE-ANNONCE (WS-NO-SITE) = 0
               MOVE 'N' TO WS-SITE-ETAT (WS-NO-SITE)
               DISPLAY 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                   ' - AUCUNE ANNONCE AMONT POUR LE SITE'
           ELSE
               IF WS-SITE-ANN-NB (WS-NO-SITE)
                       NOT = WS-SITE-NB-LUS (WS-NO-SITE)
                       OR WS-SITE-ANN-TOTAL (WS-NO-SITE)
                       NOT = WS-SITE-TOTAL (WS-NO-SITE)
                   MOVE 'E' TO WS-SITE-ETAT (WS-NO-SITE)
                   DISPLAY 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' - ECART AVEC L''ANNONCE AMONT ('
                       WS-SITE-ANN-NB (WS-NO-SITE) ' ANNONCES, '
                       WS-SITE-NB-LUS (WS-NO-SITE) ' LUS)'
               END-IF
           END-IF.
       FUSION-ENTREE.
           PERFORM LIRE-UN-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES.
       LIRE-UN-SITE.
      *    EN MODE NORMAL, UN SITE TROP COURT EST FUSIONNE QUAND MEME
      *    (LE JOB ECHOUE DE TOUTE FACON) ; EN COUPURE ET EN
      *    RATTRAPAGE, SEULS LES SITES RETENUS ENTRENT DANS LE TRI.
           IF WS-SITE-ETAT (WS-NO-SITE) = 'O'
                   OR (MODE-NORMAL AND WS-SITE-ETAT (WS-NO-SITE) = 'C')
               MOVE WS-SITE-FIC (WS-NO-SITE) TO WS-SITE-DSN
               OPEN INPUT ENTREE-SITE
               IF WS-SITE-STATUT NOT = '00'
      *            FICHIER DISPARU ENTRE LE COMPTAGE ET LE TRI : LE
      *            RAPPROCHEMENT LU/ECRIT NE TOMBERAIT PLUS JUSTE.
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' - FICHIER ILLISIBLE AU TRI (STATUT '
                       WS-SITE-STATUT ')'
               ELSE
                   MOVE 0 TO EOF
                   PERFORM LECTURE-SITE
                   PERFORM LIBERER-LIGNE-SITE UNTIL EOF = 1
                   CLOSE ENTREE-SITE
               END-IF
           END-IF.
       LIBERER-LIGNE-SITE.
           ADD 1 TO WS-NB-LUS
      *    RECOPIE EN BLOC (IMAGE BRUTE) PUIS ESTAMPILLE DU CODE SITE:
      *    UN MONTANT PACKE INVALIDE - QUE LA VALIDATION D'EXO15
      *    CHAMP PAR CHAMP.
           MOVE ENR-SITE TO SD-ENREG
           MOVE WS-SITE-CODE (WS-NO-SITE) TO SD-SITE
      *    EN RATTRAPAGE, EXO15 NE REPASSE PAS DERRIERE : LA
      *    VALIDATION DE CHAMPS SE FAIT ICI, AVANT LE TRI.
           IF MODE-RATTRAPAGE
               PERFORM VALIDER-CHAMPS
               IF WS-ENR-VALIDE = 1
                   PERFORM VERIFIER-SITE-MAITRE
               END-IF
               IF WS-ENR-VALIDE = 1
                   RELEASE SD-ENREG
               ELSE
                   PERFORM ECRIRE-REJET
               END-IF
           ELSE
               RELEASE SD-ENREG
           END-IF
           PERFORM LECTURE-SITE.
       LECTURE-SITE.
           READ ENTREE-SITE
               AT END MOVE 1 TO EOF
           END-READ.
       VALIDER-CHAMPS.
      *    MEMES CONTROLES, MEME ORDRE ET MEMES MOTIFS QUE
      *    VALIDER-CHAMPS D'EXO15 ; LE SITE, ESTAMPILLE D'APRES LE
      *    REFERENTIEL, N'A PAS A ETRE REVERIFIE.
           MOVE 1 TO WS-ENR-VALIDE
           MOVE SPACES TO WS-MOTIF-REJET
           IF SD-ID = SPACES
               MOVE 0 TO WS-ENR-VALIDE
               MOVE 'R01' TO WS-MOTIF-REJET
           ELSE
               MOVE 0 TO WS-ESPACE-VU
               PERFORM VERIFIER-CAR-ID
                   VARYING WS-POS-CAR FROM 1 BY 1
                   UNTIL WS-POS-CAR > 6 OR WS-ENR-VALIDE = 0
           END-IF
           IF WS-ENR-VALIDE = 1 AND SD-NOM = SPACES
               MOVE 0 TO WS-ENR-VALIDE
               MOVE 'R03' TO WS-MOTIF-REJET
           END-IF
           IF WS-ENR-VALIDE = 1
               IF SD-MONTANT IS NOT NUMERIC
                   MOVE 0 TO WS-ENR-VALIDE
                   MOVE 'R04' TO WS-MOTIF-REJET
               ELSE
                   IF SD-MONTANT > WS-MONTANT-MAX
                       MOVE 0 TO WS-ENR-VALIDE
                       MOVE 'R05' TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF.
       VERIFIER-CAR-ID.
           IF SD-ID (WS-POS-CAR:1) = SPACE
               MOVE 1 TO WS-ESPACE-VU
           ELSE
               IF WS-ESPACE-VU = 1
                   MOVE 0 TO WS-ENR-VALIDE
                   MOVE 'R02' TO WS-MOTIF-REJET
               END-IF
           END-IF.
       VERIFIER-SITE-MAITRE.
      *    UN ID DEJA RATTACHE AU MAITRE A UN AUTRE SITE N'EST PAS UNE
      *    FICHE DU SITE EN RETARD : LE MOUVEMENT LA FERAIT CHANGER DE
      *    SITE. LE CONTROLE SE FAIT ICI, AVANT LE TRI, POUR QUE LA
      *    FICHE SORTE AUSSI DE L'ADDENDUM ET QUE L'EN-TETE RESTE
      *    EXACT. UNE LECTURE EN ERREUR EST LAISSEE A
      *    PREPARER-MOUVEMENT, QUI LA COMPTE.
           MOVE SD-ID TO MA-ID
           READ MAITRE
               INVALID KEY CONTINUE
           END-READ
           IF WS-MAITRE-STATUT = '00' AND MA-SITE NOT = SPACES
                   AND MA-SITE NOT = SD-SITE
               MOVE 0 TO WS-ENR-VALIDE
               MOVE 'R07' TO WS-MOTIF-REJET
           END-IF.
       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETS
           MOVE SPACES TO ENR-REJET
           MOVE SD-ENREG TO REJ-DETAIL
           MOVE WS-MOTIF-REJET TO REJ-MOTIF
           WRITE ENR-REJET.
       FUSION-SORTIE.
           IF MODE-RATTRAPAGE
               PERFORM RATTRAPAGE-SORTIE
           ELSE
               OPEN OUTPUT CONSOLIDE
               MOVE 0 TO EOF
               PERFORM RETOUR-LIGNE UNTIL EOF = 1
               CLOSE CONSOLIDE
           END-IF.
       RETOUR-LIGNE.
           RETURN SD-FICHIER RECORD INTO ENR-CONSOLIDE
               AT END MOVE 1 TO EOF
               WRITE ENR-CONSOLIDE
               ADD 1 TO WS-NB-ECRITS
           END-IF.
       RATTRAPAGE-SORTIE.
      *    LA PROCEDURE D'ENTREE EST TERMINEE : LE NOMBRE DE DETAILS
      *    ATTENDUS (LUS MOINS REJETES) EST CONNU ET PART DANS
      *    L'EN-TETE, LE NOMBRE ECRIT DANS LA FIN.
           OPEN OUTPUT ADDENDUM
           OPEN OUTPUT DELTA
           OPEN OUTPUT DOUBLONS
           COMPUTE WS-NB-ATTENDUS = WS-NB-LUS - WS-NB-REJETS
           MOVE SPACES TO ENR-ADDENDUM
           MOVE 'HDRCTL' TO AD-ID
           MOVE WS-DATE-DEBUT TO AD-NOM
           MOVE WS-NB-ATTENDUS TO AD-MONTANT
           WRITE ENR-ADDENDUM
           MOVE 0 TO EOF
           MOVE 0 TO WS-PRECEDENT-PRESENT
           MOVE 0 TO WS-PRECEDENT-DOUBLE
           PERFORM RETOUR-LIGNE-RATTRAPAGE UNTIL EOF = 1
           IF WS-PRECEDENT-PRESENT = 1 AND WS-PRECEDENT-DOUBLE = 0
               PERFORM PREPARER-MOUVEMENT
           END-IF
           MOVE SPACES TO ENR-ADDENDUM
           MOVE 'TRLCTL' TO AD-ID
           MOVE WS-NB-ECRITS TO AD-MONTANT
           WRITE ENR-ADDENDUM
           CLOSE DOUBLONS
           CLOSE DELTA
           CLOSE ADDENDUM.
       RETOUR-LIGNE-RATTRAPAGE.
           RETURN SD-FICHIER RECORD INTO ENR-ADDENDUM
               AT END MOVE 1 TO EOF
           END-RETURN
           IF EOF = 0
               WRITE ENR-ADDENDUM
               ADD 1 TO WS-NB-ECRITS
               PERFORM RECHERCHE-DOUBLON
           END-IF.
       RECHERCHE-DOUBLON.
      *    MEME SIGNALEMENT QUE RECHERCHE-DOUBLON D'EXO15, SANS TABLE :
      *    LE TRI AMENE LES OCCURRENCES D'UN MEME ID COTE A COTE. UN ID
      *    EN DOUBLE RESTE DANS L'ADDENDUM, COMME DANS LE SORTIE
      *    D'EXO15, MAIS AUCUNE DE SES OCCURRENCES NE DEVIENT UN
      *    MOUVEMENT : LA BONNE FICHE EST A DESIGNER PAR LE SITE.
           IF WS-PRECEDENT-PRESENT = 1 AND PC-ID = AD-ID
               IF WS-PRECEDENT-DOUBLE = 0
                   MOVE 1 TO WS-PRECEDENT-DOUBLE
                   MOVE WS-DETAIL-PRECEDENT TO DBL-DETAIL
                   PERFORM ECRIRE-DOUBLON
               END-IF
               MOVE ENR-ADDENDUM TO DBL-DETAIL
               PERFORM ECRIRE-DOUBLON
           ELSE
               IF WS-PRECEDENT-PRESENT = 1 AND WS-PRECEDENT-DOUBLE = 0
                   PERFORM PREPARER-MOUVEMENT
               END-IF
               MOVE 0 TO WS-PRECEDENT-DOUBLE
           END-IF
           MOVE ENR-ADDENDUM TO WS-DETAIL-PRECEDENT
           MOVE 1 TO WS-PRECEDENT-PRESENT.
       ECRIRE-DOUBLON.
           ADD 1 TO WS-NB-DOUBLONS
           MOVE 'DBL' TO DBL-MOTIF
           WRITE ENR-DOUBLON.
       PREPARER-MOUVEMENT.
      *    LE MOUVEMENT DEPEND DE L'ETAT DU MAITRE : ID ABSENT = AJOUT
      *    (LA RECONSTRUCTION DE LA NUIT A PU PURGER LE SITE), ID
      *    PRESENT ET FICHE DIFFERENTE = MODIFICATION, FICHE IDENTIQUE
      *    = AUCUN MOUVEMENT. L'ABSENCE D'UN ID DANS LE FICHIER EN
      *    RETARD NE VAUT PAS SUPPRESSION. LE DETAIL EST CELUI MIS DE
      *    COTE PAR RECHERCHE-DOUBLON.
           MOVE PC-ID TO MA-ID
           READ MAITRE
               INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO ENR-DELTA
           EVALUATE WS-MAITRE-STATUT
               WHEN '00'
                   IF MA-FICHE = WS-DETAIL-PRECEDENT
                       ADD 1 TO WS-NB-INCHANGES
                   ELSE
                       MOVE 'M' TO MV-CODE
                       ADD 1 TO WS-NB-MODIFS
                   END-IF
               WHEN '23'
                   MOVE 'A' TO MV-CODE
                   ADD 1 TO WS-NB-AJOUTS
               WHEN OTHER
                   ADD 1 TO WS-NB-ERREURS-MAITRE
                   DISPLAY 'LECTURE MAITRE EN ERREUR - ID ' PC-ID
                       ' STATUT ' WS-MAITRE-STATUT
           END-EVALUATE
           IF MV-CODE NOT = SPACES
               MOVE WS-DETAIL-PRECEDENT TO MV-DETAIL
               WRITE ENR-DELTA
           END-IF.
       CONTROLE-COHERENCE.
      *    DEUX RAPPROCHEMENTS : CHAQUE SITE DOIT ETRE PRESENT ET
      *    ATTEINDRE LE PLANCHER DE VOLUME, ET LE TOTAL LU DOIT SE
      *    RETROUVER INTEGRALEMENT DANS LE CONSOLIDE (EN RATTRAPAGE,
      *    DANS L'ADDENDUM OU LES REJETS). TOUTE ANOMALIE PASSE LE
      *    CODE RETOUR A 16, COMME L'ANOMALIE LU/ECRIT D'EXO15, POUR
      *    QUE L'ORDONNANCEUR ARRETE LA CHAINE. EN COUPURE, UN SITE
      *    ABSENT OU COURT EST SEULEMENT ECARTE (CODE RETOUR 4), MAIS
      *    UNE FUSION SANS AUCUN SITE RESTE UNE ANOMALIE ; EN
      *    RATTRAPAGE, UN SITE ENCORE ABSENT OU NON RAPPROCHE RESTE
      *    OUVERT (CODE RETOUR 4).
           PERFORM CONTROLER-UN-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES
           IF MODE-COUPURE AND WS-NB-RETENUS = 0 AND CONTROLE-OK
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'COUPURE SANS AUCUN SITE RECU - RIEN A FUSIONNER'
           END-IF
           IF WS-NB-LUS NOT = WS-NB-ECRITS + WS-NB-REJETS
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'ANOMALIE - ENR LUS ' WS-NB-LUS
                   ' DIFFERENT DE ENR ECRITS ' WS-NB-ECRITS
           END-IF
           IF WS-NB-ERREURS-MAITRE > 0
               MOVE 'N' TO WS-STATUT-CONTROLE
           END-IF
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NB-ECARTES > 0 OR WS-NB-REJETS > 0
                       OR WS-NB-DOUBLONS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROLER-UN-SITE.
           IF WS-SITE-ETAT (WS-NO-SITE) NOT = 'O'
                   AND WS-SITE-ETAT (WS-NO-SITE) NOT = 'H'
               IF MODE-NORMAL
                   MOVE 'N' TO WS-STATUT-CONTROLE
               ELSE
                   ADD 1 TO WS-NB-ECARTES
               END-IF
           END-IF.
       DECLARER-SITES.
      *    INSCRIPTION DANS LA CONDUITE : SITES ECARTES PAR LA COUPURE
      *    (M, SAUF S'ILS Y SONT DEJA OUVERTS) ET SITES OUVERTS QUE CE
      *    PASSAGE A BIEN TRAITES (R). UN RATTRAPAGE EN ANOMALIE NE
      *    SOLDE RIEN : SES SORTIES NE SONT PAS SURES.
           MOVE 0 TO WS-NB-MANQUANTS
           MOVE 0 TO WS-NB-SOLDES
           MOVE 0 TO WS-NB-EN-ATTENTE
           IF WS-REFERENTIEL-ABSENT = 0
               PERFORM CLASSER-SITE
                   VARYING WS-NO-SITE FROM 1 BY 1
                   UNTIL WS-NO-SITE > WS-NB-SITES
           END-IF
           IF WS-NB-MANQUANTS > 0
               MOVE WS-SITES-MANQUANTS TO WS-CHN-SITES
               MOVE 'M' TO WS-CHN-OPERATION
               PERFORM APPELER-CHAINE-SITES
           END-IF
           IF WS-NB-SOLDES > 0
               MOVE WS-SITES-SOLDES TO WS-CHN-SITES
               MOVE 'R' TO WS-CHN-OPERATION
               PERFORM APPELER-CHAINE-SITES
           END-IF.
       CLASSER-SITE.
           MOVE WS-SITE-CODE (WS-NO-SITE) TO WS-CODE-CHERCHE
           PERFORM CHERCHER-OUVERT
           EVALUATE TRUE
               WHEN WS-SITE-ETAT (WS-NO-SITE) = 'H'
                   CONTINUE
               WHEN WS-SITE-ETAT (WS-NO-SITE) = 'O'
                   IF WS-TROUVE = 1 AND CONTROLE-OK
                       ADD 1 TO WS-NB-SOLDES
                       MOVE WS-CODE-CHERCHE
                           TO WS-SOLDE-CODE (WS-NB-SOLDES)
                   END-IF
                   IF WS-TROUVE = 1 AND CONTROLE-ANOMALIE
                       ADD 1 TO WS-NB-EN-ATTENTE
                       MOVE WS-CODE-CHERCHE
                           TO WS-ATTENTE-CODE (WS-NB-EN-ATTENTE)
                   END-IF
               WHEN MODE-COUPURE
                   IF WS-TROUVE = 0
                       ADD 1 TO WS-NB-MANQUANTS
                       MOVE WS-CODE-CHERCHE
                           TO WS-MANQUANT-CODE (WS-NB-MANQUANTS)
                   END-IF
                   ADD 1 TO WS-NB-EN-ATTENTE
                   MOVE WS-CODE-CHERCHE
                       TO WS-ATTENTE-CODE (WS-NB-EN-ATTENTE)
               WHEN MODE-RATTRAPAGE
                   ADD 1 TO WS-NB-EN-ATTENTE
                   MOVE WS-CODE-CHERCHE
                       TO WS-ATTENTE-CODE (WS-NB-EN-ATTENTE)
           END-EVALUATE.
       LIRE-PARAMETRES.
           ACCEPT WS-ORDRE FROM ENVIRONMENT 'EXO15_ORDRE'
           IF NOT ORDRE-CROISSANT AND NOT ORDRE-DECROISSANT
               MOVE 'A' TO WS-ORDRE
           END-IF
      *    MODE DE PASSAGE : TOUTE AUTRE VALEUR RETOMBE SUR LE MODE
      *    NORMAL, LE PLUS STRICT. LA COUPURE EST UNE DECISION
      *    D'OPERATEUR : SON CODE SIGNE LES SITES ECARTES.
           ACCEPT WS-MODE FROM ENVIRONMENT 'EXO15_FUSION_MODE'
           INSPECT WS-MODE CONVERTING 'ncr' TO 'NCR'
           IF NOT MODE-COUPURE AND NOT MODE-RATTRAPAGE
               MOVE 'N' TO WS-MODE
           END-IF
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'EXO15_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               MOVE 'INCONNU' TO WS-OPERATEUR
           END-IF
      *    LE CONSOLIDE EST ECRIT LA OU EXO15 LIT SON NOM : MEME
      *    PARAMETRE, MEME DEFAUT, POUR QUE L'ENCHAINEMENT FUSION PUIS
      *    TRI NE DEMANDE AUCUN REPOINTAGE.
           IF WS-CONSOLIDE-DSN = SPACES
               MOVE 'EXO15.txt' TO WS-CONSOLIDE-DSN
           END-IF
      *    LE RAPPORT DU RATTRAPAGE NE DOIT PAS ECRASER CELUI DE LA
      *    NUIT : DEFAUT PROPRE A CE MODE.
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_FUSION_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               IF MODE-RATTRAPAGE
                   MOVE 'EXO15-RATTRAP.RPT' TO WS-RAPPORT-DSN
               ELSE
                   MOVE 'EXO15-FUSION.RPT' TO WS-RAPPORT-DSN
               END-IF
           END-IF
           ACCEPT WS-SORTWORK-DSN
               FROM ENVIRONMENT 'EXO15_FUSION_SORTWORK_DSN'
           IF WS-SORTWORK-DSN = SPACES
               MOVE 'EXO15-FUSION.SORTWORK' TO WS-SORTWORK-DSN
           END-IF
           ACCEPT WS-ADDENDUM-DSN FROM ENVIRONMENT 'EXO15_RATTRAP_DSN'
           IF WS-ADDENDUM-DSN = SPACES
               MOVE 'EXO15-RATTRAP.txt' TO WS-ADDENDUM-DSN
           END-IF
           ACCEPT WS-DELTA-DSN
               FROM ENVIRONMENT 'EXO15_RATTRAP_DELTA_DSN'
           IF WS-DELTA-DSN = SPACES
               MOVE 'EXO15-RATTRAP.DELTA' TO WS-DELTA-DSN
           END-IF
           ACCEPT WS-REJETS-DSN
               FROM ENVIRONMENT 'EXO15_RATTRAP_REJETS_DSN'
           IF WS-REJETS-DSN = SPACES
               MOVE 'EXO15-RATTRAP.REJETS' TO WS-REJETS-DSN
           END-IF
           ACCEPT WS-DOUBLONS-DSN
               FROM ENVIRONMENT 'EXO15_RATTRAP_DOUBLONS_DSN'
           IF WS-DOUBLONS-DSN = SPACES
               MOVE 'EXO15-RATTRAP.DOUBLONS' TO WS-DOUBLONS-DSN
           END-IF
           ACCEPT WS-MAITRE-DSN FROM ENVIRONMENT 'EXO15_MAITRE_DSN'
           IF WS-MAITRE-DSN = SPACES
               MOVE 'EXO15.MAITRE' TO WS-MAITRE-DSN
           END-IF
           ACCEPT WS-CTRL-DSN FROM ENVIRONMENT 'EXO15_CTRL_DSN'
           IF WS-CTRL-DSN NOT = SPACES
               MOVE 1 TO WS-CTRL-ACTIF
           END-IF
           MOVE SPACES TO WS-MONTANT-MAX-TXT
           ACCEPT WS-MONTANT-MAX-TXT
               FROM ENVIRONMENT 'EXO15_MONTANT_MAX'
           IF WS-MMAX-ENTIER IS NUMERIC
                   AND WS-MMAX-POINT = '.'
                   AND WS-MMAX-DECIM IS NUMERIC
               COMPUTE WS-MONTANT-MAX
                   = WS-MMAX-ENTIER + WS-MMAX-DECIM / 100
           ELSE
               MOVE 999999999.99 TO WS-MONTANT-MAX
           END-IF.
       FIN2.
      *    RAPPORT DE CONTROLE DE FIN DE TRAITEMENT, MEME FACTURE QUE
      *    CELUI D'EXO15 : HORODATAGES, COMPTES PAR SITE, TOTAUX ET
           ACCEPT WS-DATE-FIN FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-FIN FROM TIME
           OPEN OUTPUT RAPPORT
           IF MODE-RATTRAPAGE
               MOVE 'EXO15FUSION - RAPPORT DE RATTRAPAGE DES SITES'
                   TO LIGNE-RAPPORT
           ELSE
               MOVE
               'EXO15FUSION - RAPPORT DE CONTROLE DE FUSION DES SITES'
                   TO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DEBUT TRAITEMENT : ' WS-DATE-DEBUT ' ' WS-HEURE-DEBUT
           STRING 'FIN   TRAITEMENT : ' WS-DATE-FIN ' ' WS-HEURE-FIN
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DATE DE TRAITEMENT : ' WS-REF-DATE-TRT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           EVALUATE TRUE
               WHEN MODE-COUPURE
                   STRING 'MODE : COUPURE DECIDEE PAR ' WS-OPERATEUR
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN MODE-RATTRAPAGE
                   STRING 'MODE : RATTRAPAGE LANCE PAR ' WS-OPERATEUR
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN OTHER
                   STRING 'MODE : NORMAL'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-EVALUATE
           WRITE LIGNE-RAPPORT
           IF WS-REFERENTIEL-ABSENT = 1
               MOVE 'REFERENTIEL DES SITES ABSENT - AUCUN SITE FUSIONNE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF MODE-RATTRAPAGE AND WS-NB-OUVERTS = 0
               MOVE 'AUCUN SITE EN ATTENTE DE RATTRAPAGE POUR LA DATE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           PERFORM ECRIRE-LIGNE-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES
           IF NOT MODE-RATTRAPAGE
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-NB-SITES-FERMES TO WS-NB-EDITE
               STRING 'SITES NON ATTENDUS (FERMES)  : ' WS-NB-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-LUS TO WS-NB-EDITE
           STRING 'TOTAL LU (TOUS SITES)        : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF MODE-RATTRAPAGE
               PERFORM ECRIRE-COMPTES-RATTRAPAGE
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-NB-ECRITS TO WS-NB-EDITE
               STRING 'TOTAL ECRIT (CONSOLIDE)      : ' WS-NB-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           PERFORM ECRIRE-LISTES-SITES
           MOVE SPACES TO LIGNE-RAPPORT
           EVALUATE TRUE
               WHEN CONTROLE-ANOMALIE
                   STRING 'CONTROLE FUSION : ANOMALIE'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN WS-NB-EN-ATTENTE > 0
                   STRING 'CONTROLE FUSION : OK - SITES EN ATTENTE'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN OTHER
                   STRING 'CONTROLE FUSION : OK'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-EVALUATE
           WRITE LIGNE-RAPPORT
           CLOSE RAPPORT.
       ECRIRE-COMPTES-RATTRAPAGE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-REJETS TO WS-NB-EDITE
           STRING 'DONT REJETES  (VALIDATION)   : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-ECRITS TO WS-NB-EDITE
           STRING 'TOTAL ECRIT (ADDENDUM)       : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-AJOUTS TO WS-NB-EDITE
           STRING 'MOUVEMENTS DELTA AJOUT       : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-MODIFS TO WS-NB-EDITE
           STRING 'MOUVEMENTS DELTA MODIFICATION: ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-INCHANGES TO WS-NB-EDITE
           STRING 'FICHES IDENTIQUES AU MAITRE  : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-DOUBLONS TO WS-NB-EDITE
           STRING 'ID EN DOUBLE (HORS DELTA)    : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-NB-ERREURS-MAITRE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-NB-ERREURS-MAITRE TO WS-NB-EDITE
               STRING 'LECTURES MAITRE EN ERREUR    : ' WS-NB-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       ECRIRE-LISTES-SITES.
      *    CE QUE LA CONDUITE RETIENT DE CE PASSAGE : SITES DECLARES
      *    MANQUANTS, SITES SOLDES, SITES QUI RESTENT A RATTRAPER.
           IF WS-NB-MANQUANTS > 0
               MOVE WS-SITES-MANQUANTS TO WS-CHN-SITES
               PERFORM CONSTRUIRE-LISTE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SITES MANQUANTS (COUPURE)    : ' WS-LISTE-SITES
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-NB-SOLDES > 0
               MOVE WS-SITES-SOLDES TO WS-CHN-SITES
               PERFORM CONSTRUIRE-LISTE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SITES RATTRAPES (SOLDES)     : ' WS-LISTE-SITES
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-NB-EN-ATTENTE > 0
               MOVE WS-SITES-EN-ATTENTE TO WS-CHN-SITES
               PERFORM CONSTRUIRE-LISTE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SITES A RATTRAPER            : ' WS-LISTE-SITES
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       CONSTRUIRE-LISTE.
           MOVE SPACES TO WS-LISTE-SITES
           MOVE 1 TO WS-PTR
           PERFORM AJOUTER-CODE-LISTE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-CHN-NB-SITES.
       AJOUTER-CODE-LISTE.
           STRING WS-CHN-SITE-CODE (WS-IDX-SITE) ' '
               DELIMITED BY SIZE
               INTO WS-LISTE-SITES WITH POINTER WS-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
       ECRIRE-LIGNE-SITE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SITE-NB-LUS (WS-NO-SITE) TO WS-NB-EDITE
           EVALUATE WS-SITE-ETAT (WS-NO-SITE)
               WHEN 'H'
                   CONTINUE
               WHEN 'M'
                   STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' ' WS-SITE-NOM (WS-NO-SITE)
                       ' : FICHIER ABSENT'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN 'C'
                   STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' ' WS-SITE-NOM (WS-NO-SITE)
                       ' : ' WS-NB-EDITE ' LUS - TROP COURT'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN 'E'
                   STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' ' WS-SITE-NOM (WS-NO-SITE)
                       ' : ' WS-NB-EDITE ' LUS - ECART ANNONCE'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN 'N'
                   STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' ' WS-SITE-NOM (WS-NO-SITE)
                       ' : ' WS-NB-EDITE ' LUS - SANS ANNONCE'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN OTHER
                   STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE)
                       ' ' WS-SITE-NOM (WS-NO-SITE)
                       ' : ' WS-NB-EDITE ' LUS'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-EVALUATE
           IF WS-SITE-ETAT (WS-NO-SITE) NOT = 'H'
               WRITE LIGNE-RAPPORT
           END-IF.
       END PROGRAM Exo15Fusion.
