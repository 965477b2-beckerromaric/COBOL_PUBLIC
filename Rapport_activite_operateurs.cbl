      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rapport consolide de l'activite signee des operateurs
      *          sur une periode : relit les journaux de seance de
      *          la maintenance (Exo15Maint), des habilitations
      *          (Exo15Habil), de l'approbation (Exo15Approb), du
      *          referentiel des sites (Exo15Sites) et du retour
      *          arriere (Exo15Delta), les outrepassements du fichier
      *          de conduite (Exo15Chn) et les estampilles de
      *          l'historique du maitre (EXO15.HISTO), et ecrit un
      *          document par operateur - chaque correction,
      *          suppression, retour arriere, forcage de chaine,
      *          changement de droits, decision d'approbation,
      *          changement du referentiel et lot pose sur le maitre,
      *          avec ses totaux par type d'action - nomme
      *          <BASE>.<CODE OPERATEUR>, plus un recapitulatif.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : la revue trimestrielle des acces
      *                 reconstituait l'activite de chaque operateur a
      *                 la main, par recherche dans cinq fichiers, et
      *                 la derniere revue a laisse un ecart sans
      *                 explication. Le programme rapproche les
      *                 sources en une passe : chaque action est datee
      *                 par l'en-tete de sa seance, confiee au moteur
      *                 SORT par operateur, date et heure, puis
      *                 qualifiee contre les droits que l'operateur
      *                 tenait a cette date - droits rejoues depuis le
      *                 journal des habilitations (chaque creation ou
      *                 modification de fiche y est ecrite en entier),
      *                 a defaut lus dans l'etat actuel d'EXO15.HABIL
      *                 (marque *). Sont signales : operateur inconnu
      *                 a la date, inactif, ou sans le droit que
      *                 l'action demandait, et tout lot de retour
      *                 arriere de l'historique sans seance au journal
      *                 de retour arriere. Periode par EXO15_ACTIV_DU
      *                 et EXO15_ACTIV_AU (AAAAMMJJ, a defaut le
      *                 trimestre civil precedent), operateur par
      *                 EXO15_ACTIV_OPERATEUR (a blanc, tous). Les
      *                 journaux etant reecrits a chaque seance, une
      *                 periode de plusieurs seances se lit sur la
      *                 concatenation des generations archivees : les
      *                 en-tetes de seance datent chaque ligne.
      * 2026-10-15  RB  Dessin de la conduite aligne sur Exo15Chn, qui
      *                 porte desormais le code site en fin de ligne
      *                 pour les sites manquants ou rattrapes ; seules
      *                 les lignes d'outrepassement sont reprises ici.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Activ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    UN SEUL FD POUR LES CINQ JOURNAUX DE SEANCE, WS-JOURNAL-DSN
      *    ETANT REPOINTE AVANT CHAQUE OUVERTURE, COMME LES FICHIERS
      *    DE SITE D'EXO15FUSION.
           SELECT JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUT.
           SELECT CHAINE ASSIGN TO DYNAMIC WS-CHAINE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINE-STATUT.
           SELECT HISTORIQUE ASSIGN TO DYNAMIC WS-HISTO-DSN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HI-CLE
               FILE STATUS IS WS-HISTO-STATUT.
           SELECT HABILITATION ASSIGN TO DYNAMIC WS-HABIL-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HAB-CODE
               FILE STATUS IS WS-HABIL-STATUT.
      *    UN SEUL FD DE DOCUMENT, REPOINTE A CHAQUE OPERATEUR.
           SELECT DOCUMENT ASSIGN TO DYNAMIC WS-DOCUMENT-DSN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SD-FICHIER ASSIGN TO DYNAMIC WS-SORTWORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL.
       01  LIGNE-JOURNAL PIC X(110).
      *    MEME DESSIN QUE LE FICHIER DE CONDUITE D'EXO15CHN.
       FD  CHAINE.
       01  ENR-CHAINE.
           02 CHA-DATE-TRT PIC 9(08).
           02 FILLER PIC X(01).
           02 CHA-ETAPE PIC X(08).
           02 FILLER PIC X(01).
           02 CHA-TYPE PIC X(01).
           02 FILLER PIC X(01).
           02 CHA-DATE PIC 9(08).
           02 FILLER PIC X(01).
           02 CHA-HEURE PIC 9(08).
           02 FILLER PIC X(01).
           02 CHA-RC PIC X(02).
           02 FILLER PIC X(01).
           02 CHA-OPERATEUR PIC X(08).
           02 FILLER PIC X(01).
           02 CHA-SITE PIC X(02).
       FD  HISTORIQUE.
       01  ENR-HISTORIQUE.
           COPY EXO15HIS REPLACING ==:PFX:== BY ==HI==.
       FD  HABILITATION.
       01  ENR-HABILITATION.
           COPY EXO15HAB REPLACING ==:PFX:== BY ==HAB==.
       FD  DOCUMENT.
       01  LIGNE-DOCUMENT PIC X(100).
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(100).
      *    UNE ACTION SIGNEE : OPERATEUR, HORODATAGE, RANG DE LECTURE
      *    (DEPARTAGE DEUX ACTIONS DE LA MEME SEANCE DANS L'ORDRE DU
      *    JOURNAL), TYPE (RANG DANS WS-TABLE-TYPES), SOURCE (RANG
      *    DANS WS-TABLE-SOURCES), DROIT REQUIS (C = CORRIGER, S =
      *    SUPPRIMER, A = ADMINISTRER, P = APPROUVER, - = AUCUN),
      *    TRACE AU JOURNAL (N = LOT DE RETOUR ARRIERE DE
      *    L'HISTORIQUE SANS SEANCE AU JOURNAL) ET LIBELLE.
       SD  SD-FICHIER.
       01  SD-ENREG.
           05 SD-OPERATEUR PIC X(08).
           05 SD-DATE PIC 9(08).
           05 SD-HEURE PIC 9(08).
           05 SD-RANG PIC 9(07).
           05 SD-TYPE PIC 9(01).
           05 SD-SOURCE PIC 9(01).
           05 SD-DROIT PIC X(01).
           05 SD-TRACE PIC X(01).
           05 SD-DETAIL PIC X(48).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-JOURNAL-DSN PIC X(100).
       77  WS-JOURNAL-STATUT PIC XX.
       77  WS-CHAINE-DSN PIC X(100).
       77  WS-CHAINE-STATUT PIC XX.
       77  WS-HISTO-DSN PIC X(100).
       77  WS-HISTO-STATUT PIC XX.
       77  WS-HABIL-DSN PIC X(100).
       77  WS-HABIL-STATUT PIC XX.
       77  WS-DOCUMENT-DSN PIC X(100).
       77  WS-RAPPORT-DSN PIC X(100).
       77  WS-SORTWORK-DSN PIC X(100).
      *    BASE DES DOCUMENTS : CELUI D'UN OPERATEUR EST <BASE>.<CODE>.
       77  WS-DOCUMENT-BASE PIC X(90).
      *    JOURNAUX DE SEANCE, MEMES PARAMETRES ET MEMES DEFAUTS QUE
      *    LES PROGRAMMES QUI LES ECRIVENT (LE RETOUR ARRIERE
      *    D'EXO15DELTA EN MODE R).
       77  WS-MAINT-JNL-DSN PIC X(100).
       77  WS-HABIL-JNL-DSN PIC X(100).
       77  WS-APPROB-JNL-DSN PIC X(100).
       77  WS-SITES-JNL-DSN PIC X(100).
       77  WS-RETOUR-JNL-DSN PIC X(100).
      *    CRITERES : PERIODE (BORNES INCLUSES) ET OPERATEUR.
       77  WS-DATE-DU-TXT PIC X(08).
       77  WS-DATE-AU-TXT PIC X(08).
       77  WS-DATE-DU PIC 9(08).
       77  WS-DATE-AU PIC 9(08).
       77  WS-CRITERE-OPERATEUR PIC X(08).
       77  WS-DATE-EDITION PIC 9(08).
      *    TRIMESTRE PRECEDENT (PERIODE PAR DEFAUT) ; LES MOIS DE FIN
      *    DE TRIMESTRE NE SONT JAMAIS FEVRIER, LA TABLE DES MOIS
      *    SUFFIT SANS CALCUL DE BISSEXTILE.
       01  WS-JOUR.
           05 WS-JOUR-AAAA PIC 9(04).
           05 WS-JOUR-MM PIC 9(02).
           05 WS-JOUR-JJ PIC 9(02).
       01  WS-JOUR-N REDEFINES WS-JOUR PIC 9(08).
       01  WS-TABLE-MOIS-VAL PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-VAL.
           05 WS-JOURS-MOIS PIC 9(02) OCCURS 12 TIMES.
       77  WS-TRIMESTRE PIC 9(01).
       77  WS-MOIS-DEBUT PIC 9(02).
       77  WS-MOIS-FIN PIC 9(02).
      *    SOURCES LUES, DANS L'ORDRE DE LECTURE : 1 A 5 = JOURNAUX DE
      *    SEANCE, 6 = FICHIER DE CONDUITE, 7 = HISTORIQUE.
       01  WS-TABLE-SOURCES-VAL.
           05 FILLER PIC X(06) VALUE 'MAINT'.
           05 FILLER PIC X(06) VALUE 'HABIL'.
           05 FILLER PIC X(06) VALUE 'APPROB'.
           05 FILLER PIC X(06) VALUE 'SITES'.
           05 FILLER PIC X(06) VALUE 'RETOUR'.
           05 FILLER PIC X(06) VALUE 'CHAINE'.
           05 FILLER PIC X(06) VALUE 'HISTO'.
       01  WS-TABLE-SOURCES REDEFINES WS-TABLE-SOURCES-VAL.
           05 WS-SOURCE-NOM PIC X(06) OCCURS 7 TIMES.
      *    ETAT DE LECTURE PAR SOURCE : L = LUE, A = ABSENTE OU
      *    ILLISIBLE ; LIGNES LUES ET ACTIONS RETENUES.
       01  WS-COMPTES-SOURCES.
           05 WS-SRC OCCURS 7 TIMES.
              10 WS-SRC-ETAT PIC X(01).
              10 WS-SRC-DSN PIC X(100).
              10 WS-SRC-NB-LIGNES PIC 9(07).
              10 WS-SRC-NB-ACTIONS PIC 9(07).
       77  WS-NO-SOURCE PIC 9(01).
      *    TYPES D'ACTION, DANS L'ORDRE DES TOTAUX.
       01  WS-TABLE-TYPES-VAL.
           05 FILLER PIC X(14) VALUE 'CORRECTION'.
           05 FILLER PIC X(14) VALUE 'SUPPRESSION'.
           05 FILLER PIC X(14) VALUE 'RETOUR ARRIERE'.
           05 FILLER PIC X(14) VALUE 'FORCAGE CHAINE'.
           05 FILLER PIC X(14) VALUE 'DROITS'.
           05 FILLER PIC X(14) VALUE 'APPROBATION'.
           05 FILLER PIC X(14) VALUE 'REFERENTIEL'.
           05 FILLER PIC X(14) VALUE 'MAJ MAITRE'.
       01  WS-TABLE-TYPES REDEFINES WS-TABLE-TYPES-VAL.
           05 WS-TYPE-LIBELLE PIC X(14) OCCURS 8 TIMES.
       01  WS-TOTAUX-TYPES.
           05 WS-TOTAL-TYPE PIC 9(07) OCCURS 8 TIMES.
       01  WS-TOTAUX-OPERATEUR.
           05 WS-OPER-TYPE PIC 9(07) OCCURS 8 TIMES.
       77  WS-NO-TYPE PIC 9(01).
      *    EN-TETE DE SEANCE DE LA SOURCE EN COURS : LIBELLE DE TETE,
      *    SA LONGUEUR ET LA POSITION DE LA DATE, DE L'HEURE ET DU
      *    CODE OPERATEUR DANS LA LIGNE.
       77  WS-ENTETE-LIBELLE PIC X(30).
       77  WS-ENTETE-LG PIC 9(02).
       77  WS-POS-DATE PIC 9(03).
       77  WS-POS-HEURE PIC 9(03).
       77  WS-POS-OPERATEUR PIC 9(03).
      *    SEANCE EN COURS DE LECTURE ; RETENUE = DANS LA PERIODE ET
      *    POUR L'OPERATEUR DEMANDE.
       77  WS-SEANCE-OPERATEUR PIC X(08).
       77  WS-SEANCE-DATE PIC 9(08).
       77  WS-SEANCE-HEURE PIC 9(08).
       77  WS-SEANCE-LOT PIC X(08).
       77  WS-SEANCE-RETENUE PIC 9.
       77  WS-TYPE PIC 9(01).
       77  WS-NB-RANG PIC 9(07) VALUE 0.
      *    LIGNE DE FICHE DU JOURNAL DES HABILITATIONS (VOIR
      *    JOURNALISER-FICHE D'EXO15HABIL). LES JOURNAUX ANTERIEURS AU
      *    DROIT D'APPROBATION N'ONT PAS LA ZONE APPROUVER : ACTIF Y
      *    EST EN 84 (VOIR DECODER-LIGNE-DROITS).
       01  WS-LIGNE-DROITS.
           05 WS-LD-OPERATEUR PIC X(08).
           05 FILLER PIC X(01).
           05 WS-LD-DECISION PIC X(10).
           05 FILLER PIC X(06).
           05 WS-LD-CODE PIC X(08).
           05 FILLER PIC X(11).
           05 WS-LD-CONSULTER PIC X(01).
           05 FILLER PIC X(10).
           05 WS-LD-CORRIGER PIC X(01).
           05 FILLER PIC X(11).
           05 WS-LD-SUPPRIMER PIC X(01).
           05 FILLER PIC X(07).
           05 WS-LD-ADMIN PIC X(01).
           05 WS-LD-LIB-APPROUVER PIC X(11).
           05 WS-LD-APPROUVER PIC X(01).
           05 FILLER PIC X(07).
           05 WS-LD-ACTIF PIC X(01).
           05 FILLER PIC X(14).
      *    DROITS REJOUES DEPUIS LE JOURNAL DES HABILITATIONS : UNE
      *    ENTREE PAR FICHE CREEE (DECISION C) OU MODIFIEE (M), DATEE
      *    DE SA SEANCE, DROITS ET ACTIF TELS QU'ECRITS.
       01  WS-TABLE-DROITS.
           05 WS-NB-DROITS PIC 9(04) VALUE 0.
           05 WS-DR OCCURS 2000 TIMES.
              10 WS-DR-CODE PIC X(08).
              10 WS-DR-HORODATE PIC 9(16).
              10 WS-DR-DECISION PIC X(01).
              10 WS-DR-CORRIGER PIC X(01).
              10 WS-DR-SUPPRIMER PIC X(01).
              10 WS-DR-ADMIN PIC X(01).
              10 WS-DR-APPROUVER PIC X(01).
              10 WS-DR-ACTIF PIC X(01).
       77  WS-IDX-DROIT PIC 9(04).
       77  WS-MEILLEUR PIC 9(04).
       77  WS-PREMIER PIC 9(04).
       01  WS-HORODATE.
           05 WS-HD-DATE PIC 9(08).
           05 WS-HD-HEURE PIC 9(08).
       01  WS-HORODATE-N REDEFINES WS-HORODATE PIC 9(16).
      *    LOTS POSES SUR LE MAITRE : LES ENTREES SIGNEES DE
      *    L'HISTORIQUE REGROUPEES PAR OPERATEUR, DATE ET HEURE DU
      *    RUN ET CANAL (UN GESTE PAR FICHE, UNE LIGNE PAR LOT).
       01  WS-TABLE-LOTS.
           05 WS-NB-LOTS PIC 9(04) VALUE 0.
           05 WS-LOT OCCURS 1000 TIMES.
              10 WS-LOT-OPERATEUR PIC X(08).
              10 WS-LOT-DATE PIC 9(08).
              10 WS-LOT-HEURE PIC 9(08).
              10 WS-LOT-CANAL PIC X(01).
              10 WS-LOT-REF PIC X(08).
              10 WS-LOT-NB PIC 9(07).
       77  WS-IDX-LOT PIC 9(04).
       77  WS-LOT-RETENU PIC 9(04).
       77  WS-NB-NON-SIGNES PIC 9(07) VALUE 0.
       77  WS-LIB-CANAL PIC X(10).
      *    SEANCES DU JOURNAL DE RETOUR ARRIERE, POUR LE RAPPROCHEMENT
      *    AVEC LES LOTS DE CANAL R DE L'HISTORIQUE (MEMES DATE ET
      *    HEURE DE DEBUT DE RUN DES DEUX COTES).
       01  WS-TABLE-RETOURS.
           05 WS-NB-RETOURS PIC 9(03) VALUE 0.
           05 WS-RET OCCURS 500 TIMES.
              10 WS-RET-OPERATEUR PIC X(08).
              10 WS-RET-DATE PIC 9(08).
              10 WS-RET-HEURE PIC 9(08).
       77  WS-IDX-RETOUR PIC 9(03).
       77  WS-TROUVE PIC 9.
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
      *    DOCUMENT EN COURS : OPERATEUR, SA FICHE ACTUELLE ET SES
      *    COMPTES.
       77  WS-FIN-TRI PIC 9.
       77  WS-OPER-COURANT PIC X(08).
       77  WS-HAB-TROUVE PIC 9.
       01  WS-HAB-ACTUEL.
           COPY EXO15HAB REPLACING ==:PFX:== BY ==HA==.
       77  WS-OPER-NB-ACTIONS PIC 9(07).
       77  WS-OPER-NB-SIGNALEES PIC 9(07).
       77  WS-OPER-NB-ACTUEL PIC 9(07).
       77  WS-OPER-NB-HORS-JOURNAL PIC 9(07).
      *    DROITS RETENUS POUR QUALIFIER L'ACTION COURANTE ; BASE :
      *    J = JOURNAL DES HABILITATIONS, A = ETAT ACTUEL DU FICHIER,
      *    N = OPERATEUR INCONNU A LA DATE.
       77  WS-ETAT-BASE PIC X(01).
       77  WS-ETAT-CORRIGER PIC X(01).
       77  WS-ETAT-SUPPRIMER PIC X(01).
       77  WS-ETAT-ADMIN PIC X(01).
       77  WS-ETAT-APPROUVER PIC X(01).
       77  WS-ETAT-ACTIF PIC X(01).
       77  WS-ALERTE PIC X(16).
       77  WS-NB-OPERATEURS PIC 9(05) VALUE 0.
       77  WS-NB-ACTIONS PIC 9(07) VALUE 0.
       77  WS-NB-SIGNALEES PIC 9(07) VALUE 0.
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-NB-EDITE2 PIC ZZZZZZ9.
      *    RESULTAT : O = OK, N = ANOMALIE ; A REVOIR (CODE RETOUR 4)
      *    DES QU'UNE ACTION EST SIGNALEE OU QU'UNE SOURCE MANQUE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
       77  WS-A-REVOIR PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRES
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HABILITATION
           IF WS-HABIL-STATUT NOT = '00'
               DISPLAY 'FICHIER HABILITATIONS ILLISIBLE (STATUT '
                   WS-HABIL-STATUT ') - RAPPORT NON PRODUIT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REMETTRE-TOTAL-A-ZERO
               VARYING WS-NO-TYPE FROM 1 BY 1
               UNTIL WS-NO-TYPE > 8
           PERFORM CHARGER-DROITS
           OPEN OUTPUT RAPPORT
           PERFORM ECRIRE-TITRE
           SORT SD-FICHIER
               ON ASCENDING KEY SD-OPERATEUR SD-DATE SD-HEURE SD-RANG
               INPUT PROCEDURE IS ACTIVITE-ENTREE
               OUTPUT PROCEDURE IS ACTIVITE-SORTIE
           CLOSE HABILITATION
           PERFORM ECRIRE-SYNTHESE
           CLOSE RAPPORT
           DISPLAY 'EXO15ACTIV : ' WS-NB-OPERATEURS ' OPERATEUR(S), '
               WS-NB-ACTIONS ' ACTION(S), ' WS-NB-SIGNALEES
               ' SIGNALEE(S)'
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-A-REVOIR = 1
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      *    DROITS DATES : LE JOURNAL DES HABILITATIONS EST REJOUE EN
      *    ENTIER (SANS FILTRE DE PERIODE NI D'OPERATEUR) AVANT LE
      *    TRI, POUR CONNAITRE LES DROITS DE CHAQUE CODE A CHAQUE
      *    DATE. ABSENT, LES DROITS SONT LUS DANS L'ETAT ACTUEL.
      *----------------------------------------------------------------
       CHARGER-DROITS.
           MOVE 2 TO WS-NO-SOURCE
           PERFORM PREPARER-SOURCE
           OPEN INPUT JOURNAL
           IF WS-JOURNAL-STATUT = '00'
               MOVE SPACES TO WS-SEANCE-OPERATEUR
               MOVE 0 TO EOF
               PERFORM LIRE-JOURNAL
               PERFORM RETENIR-LIGNE-DROITS UNTIL EOF = 1
               CLOSE JOURNAL
           END-IF.
       RETENIR-LIGNE-DROITS.
           IF LIGNE-JOURNAL (1:WS-ENTETE-LG)
                   = WS-ENTETE-LIBELLE (1:WS-ENTETE-LG)
               PERFORM LIRE-ENTETE-SEANCE
           ELSE
               IF WS-SEANCE-OPERATEUR NOT = SPACES
                       AND LIGNE-JOURNAL (1:8) = WS-SEANCE-OPERATEUR
                       AND LIGNE-JOURNAL (9:1) = SPACE
                       AND (LIGNE-JOURNAL (10:10) = 'CREE'
                         OR LIGNE-JOURNAL (10:10) = 'MODIFIE')
                   PERFORM AJOUTER-DROITS
               END-IF
           END-IF
           PERFORM LIRE-JOURNAL.
       AJOUTER-DROITS.
           PERFORM DECODER-LIGNE-DROITS
           IF WS-NB-DROITS < 2000
               ADD 1 TO WS-NB-DROITS
               MOVE WS-LD-CODE TO WS-DR-CODE (WS-NB-DROITS)
               MOVE WS-SEANCE-DATE TO WS-HD-DATE
               MOVE WS-SEANCE-HEURE TO WS-HD-HEURE
               MOVE WS-HORODATE-N TO WS-DR-HORODATE (WS-NB-DROITS)
               MOVE WS-LD-DECISION (1:1)
                   TO WS-DR-DECISION (WS-NB-DROITS)
               MOVE WS-LD-CORRIGER TO WS-DR-CORRIGER (WS-NB-DROITS)
               MOVE WS-LD-SUPPRIMER TO WS-DR-SUPPRIMER (WS-NB-DROITS)
               MOVE WS-LD-ADMIN TO WS-DR-ADMIN (WS-NB-DROITS)
               MOVE WS-LD-APPROUVER TO WS-DR-APPROUVER (WS-NB-DROITS)
               MOVE WS-LD-ACTIF TO WS-DR-ACTIF (WS-NB-DROITS)
           ELSE
               PERFORM SIGNALER-SATURATION
           END-IF.
       DECODER-LIGNE-DROITS.
           MOVE LIGNE-JOURNAL TO WS-LIGNE-DROITS
           IF WS-LD-LIB-APPROUVER NOT = ' APPROUVER='
               MOVE 'N' TO WS-LD-APPROUVER
               MOVE LIGNE-JOURNAL (84:1) TO WS-LD-ACTIF
           END-IF.
      *----------------------------------------------------------------
      *    LECTURE DES SOURCES : CHAQUE ACTION SIGNEE DE LA PERIODE EST
      *    CONFIEE AU TRI.
      *----------------------------------------------------------------
       ACTIVITE-ENTREE.
           PERFORM PARCOURIR-JOURNAL
               VARYING WS-NO-SOURCE FROM 1 BY 1
               UNTIL WS-NO-SOURCE > 5
           PERFORM PARCOURIR-CHAINE
           PERFORM PARCOURIR-HISTORIQUE.
       PREPARER-SOURCE.
      *    EN-TETES DE SEANCE : '=== <TITRE> DU <DATE> A <HEURE> PAR
      *    <OPERATEUR> ===' ; LE RETOUR ARRIERE DONNE D'ABORD LA DATE
      *    DU LOT DEFAIT ('=== RETOUR ARRIERE DU LOT <LOT> LE <DATE>
      *    A <HEURE> PAR <OPERATEUR> ===').
           EVALUATE WS-NO-SOURCE
               WHEN 1
                   MOVE WS-MAINT-JNL-DSN TO WS-JOURNAL-DSN
                   MOVE '=== MAINTENANCE DU ' TO WS-ENTETE-LIBELLE
                   MOVE 19 TO WS-ENTETE-LG
               WHEN 2
                   MOVE WS-HABIL-JNL-DSN TO WS-JOURNAL-DSN
                   MOVE '=== HABILITATIONS DU ' TO WS-ENTETE-LIBELLE
                   MOVE 21 TO WS-ENTETE-LG
               WHEN 3
                   MOVE WS-APPROB-JNL-DSN TO WS-JOURNAL-DSN
                   MOVE '=== APPROBATIONS DU ' TO WS-ENTETE-LIBELLE
                   MOVE 20 TO WS-ENTETE-LG
               WHEN 4
                   MOVE WS-SITES-JNL-DSN TO WS-JOURNAL-DSN
                   MOVE '=== REFERENTIEL DES SITES DU '
                       TO WS-ENTETE-LIBELLE
                   MOVE 29 TO WS-ENTETE-LG
               WHEN 5
                   MOVE WS-RETOUR-JNL-DSN TO WS-JOURNAL-DSN
                   MOVE '=== RETOUR ARRIERE DU LOT '
                       TO WS-ENTETE-LIBELLE
                   MOVE 26 TO WS-ENTETE-LG
           END-EVALUATE
           IF WS-NO-SOURCE = 5
               MOVE 39 TO WS-POS-DATE
               MOVE 50 TO WS-POS-HEURE
               MOVE 63 TO WS-POS-OPERATEUR
           ELSE
               COMPUTE WS-POS-DATE = WS-ENTETE-LG + 1
               COMPUTE WS-POS-HEURE = WS-ENTETE-LG + 12
               COMPUTE WS-POS-OPERATEUR = WS-ENTETE-LG + 25
           END-IF
           MOVE WS-JOURNAL-DSN TO WS-SRC-DSN (WS-NO-SOURCE).
       PARCOURIR-JOURNAL.
           PERFORM PREPARER-SOURCE
           MOVE 0 TO WS-SRC-NB-LIGNES (WS-NO-SOURCE)
           MOVE 0 TO WS-SRC-NB-ACTIONS (WS-NO-SOURCE)
           OPEN INPUT JOURNAL
           IF WS-JOURNAL-STATUT NOT = '00'
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE 'L' TO WS-SRC-ETAT (WS-NO-SOURCE)
               MOVE SPACES TO WS-SEANCE-OPERATEUR
               MOVE 0 TO WS-SEANCE-RETENUE
               MOVE 0 TO EOF
               PERFORM LIRE-JOURNAL
               PERFORM EXAMINER-LIGNE-JOURNAL UNTIL EOF = 1
               CLOSE JOURNAL
           END-IF.
       EXAMINER-LIGNE-JOURNAL.
           ADD 1 TO WS-SRC-NB-LIGNES (WS-NO-SOURCE)
           IF LIGNE-JOURNAL (1:WS-ENTETE-LG)
                   = WS-ENTETE-LIBELLE (1:WS-ENTETE-LG)
               PERFORM OUVRIR-SEANCE
           ELSE
               IF WS-SEANCE-RETENUE = 1
                   IF WS-NO-SOURCE = 5
                       PERFORM CLASSER-LIGNE-RETOUR
                   ELSE
                       IF LIGNE-JOURNAL (1:8) = WS-SEANCE-OPERATEUR
                               AND LIGNE-JOURNAL (9:1) = SPACE
                           PERFORM CLASSER-LIGNE-SIGNEE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM LIRE-JOURNAL.
       LIRE-ENTETE-SEANCE.
      *    UN EN-TETE MAL FORME FERME LA SEANCE : LES LIGNES QUI
      *    SUIVENT NE SONT PAS DATABLES ET NE SONT PAS RETENUES.
           IF LIGNE-JOURNAL (WS-POS-DATE:8) IS NUMERIC
                   AND LIGNE-JOURNAL (WS-POS-HEURE:8) IS NUMERIC
               MOVE LIGNE-JOURNAL (WS-POS-DATE:8) TO WS-SEANCE-DATE
               MOVE LIGNE-JOURNAL (WS-POS-HEURE:8) TO WS-SEANCE-HEURE
               MOVE LIGNE-JOURNAL (WS-POS-OPERATEUR:8)
                   TO WS-SEANCE-OPERATEUR
           ELSE
               MOVE SPACES TO WS-SEANCE-OPERATEUR
               MOVE 0 TO WS-SEANCE-DATE
               MOVE 0 TO WS-SEANCE-HEURE
           END-IF.
       OUVRIR-SEANCE.
           PERFORM LIRE-ENTETE-SEANCE
           MOVE 0 TO WS-SEANCE-RETENUE
           IF WS-SEANCE-DATE NOT < WS-DATE-DU
                   AND WS-SEANCE-DATE NOT > WS-DATE-AU
                   AND (WS-CRITERE-OPERATEUR = SPACES
                     OR WS-SEANCE-OPERATEUR = WS-CRITERE-OPERATEUR)
               MOVE 1 TO WS-SEANCE-RETENUE
           END-IF
           IF WS-NO-SOURCE = 5 AND WS-SEANCE-RETENUE = 1
               MOVE LIGNE-JOURNAL (27:8) TO WS-SEANCE-LOT
               PERFORM RETENIR-SEANCE-RETOUR
           END-IF.
       RETENIR-SEANCE-RETOUR.
           IF WS-NB-RETOURS < 500
               ADD 1 TO WS-NB-RETOURS
               MOVE WS-SEANCE-OPERATEUR
                   TO WS-RET-OPERATEUR (WS-NB-RETOURS)
               MOVE WS-SEANCE-DATE TO WS-RET-DATE (WS-NB-RETOURS)
               MOVE WS-SEANCE-HEURE TO WS-RET-HEURE (WS-NB-RETOURS)
           ELSE
               PERFORM SIGNALER-SATURATION
           END-IF.
       CLASSER-LIGNE-SIGNEE.
      *    LIGNE <OPERATEUR> <DECISION> ... : SEULS LES GESTES QUI
      *    CHANGENT QUELQUE CHOSE SONT RETENUS (PAS LES LIGNES MOTIF,
      *    GARDE EN L ETAT NI AVERTISSEMENT).
           MOVE 0 TO WS-TYPE
           MOVE SPACES TO SD-ENREG
           EVALUATE TRUE
               WHEN WS-NO-SOURCE = 1
                       AND LIGNE-JOURNAL (10:10) = 'CORRIGE EN'
                   MOVE 1 TO WS-TYPE
                   MOVE 'C' TO SD-DROIT
                   STRING 'CORRIGE' LIGNE-JOURNAL (20:41)
                       DELIMITED BY SIZE INTO SD-DETAIL
               WHEN WS-NO-SOURCE = 1
                       AND LIGNE-JOURNAL (10:12) = 'SUPPRIME ID='
                   MOVE 2 TO WS-TYPE
                   MOVE 'S' TO SD-DROIT
                   MOVE LIGNE-JOURNAL (10:48) TO SD-DETAIL
               WHEN WS-NO-SOURCE = 2
                       AND (LIGNE-JOURNAL (10:10) = 'CREE'
                         OR LIGNE-JOURNAL (10:10) = 'MODIFIE')
                   MOVE 5 TO WS-TYPE
                   MOVE 'A' TO SD-DROIT
                   PERFORM DECODER-LIGNE-DROITS
                   STRING WS-LD-DECISION DELIMITED BY SPACE
                       ' CODE=' WS-LD-CODE
                       ' DROITS ' WS-LD-CONSULTER WS-LD-CORRIGER
                       WS-LD-SUPPRIMER WS-LD-ADMIN WS-LD-APPROUVER
                       ' ACTIF ' WS-LD-ACTIF
                       DELIMITED BY SIZE INTO SD-DETAIL
               WHEN WS-NO-SOURCE = 2
                       AND LIGNE-JOURNAL (10:17) = 'PREMIER LANCEMENT'
                   MOVE 5 TO WS-TYPE
                   MOVE 'A' TO SD-DROIT
                   MOVE 'PREMIER LANCEMENT - SEANCE SANS CONTROLE'
                       TO SD-DETAIL
               WHEN WS-NO-SOURCE = 3
                       AND (LIGNE-JOURNAL (10:10) = 'APPROUVE'
                         OR LIGNE-JOURNAL (10:10) = 'REFUSE')
                   MOVE 6 TO WS-TYPE
                   MOVE 'P' TO SD-DROIT
                   MOVE LIGNE-JOURNAL (10:48) TO SD-DETAIL
               WHEN WS-NO-SOURCE = 4
                       AND (LIGNE-JOURNAL (10:10) = 'CREE'
                         OR LIGNE-JOURNAL (10:10) = 'MODIFIE')
                   MOVE 7 TO WS-TYPE
                   MOVE 'A' TO SD-DROIT
                   MOVE LIGNE-JOURNAL (10:48) TO SD-DETAIL
           END-EVALUATE
           IF WS-TYPE > 0
               PERFORM LIBERER-ACTION-SEANCE
           END-IF.
       CLASSER-LIGNE-RETOUR.
      *    GESTES DEFAITS (VOIR DEFAIRE-MOUVEMENT D'EXO15DELTA) ; LES
      *    ECHECS DE RETOUR N'ONT RIEN CHANGE ET NE SONT PAS RETENUS.
           IF LIGNE-JOURNAL (1:5) = 'RETRA'
                   OR LIGNE-JOURNAL (1:5) = 'REMBO'
                   OR LIGNE-JOURNAL (1:5) = 'REINS'
               MOVE SPACES TO SD-ENREG
               MOVE 3 TO WS-TYPE
               MOVE 'S' TO SD-DROIT
               STRING LIGNE-JOURNAL (1:5) ' LOT ' WS-SEANCE-LOT
                   LIGNE-JOURNAL (6:30)
                   DELIMITED BY SIZE INTO SD-DETAIL
               PERFORM LIBERER-ACTION-SEANCE
           END-IF.
       LIBERER-ACTION-SEANCE.
           MOVE WS-SEANCE-OPERATEUR TO SD-OPERATEUR
           MOVE WS-SEANCE-DATE TO SD-DATE
           MOVE WS-SEANCE-HEURE TO SD-HEURE
           MOVE 'O' TO SD-TRACE
           PERFORM LIBERER-ACTION.
       LIBERER-ACTION.
           IF SD-OPERATEUR = SPACES
               MOVE 'INCONNU' TO SD-OPERATEUR
           END-IF
           ADD 1 TO WS-NB-RANG
           MOVE WS-NB-RANG TO SD-RANG
           MOVE WS-TYPE TO SD-TYPE
           MOVE WS-NO-SOURCE TO SD-SOURCE
           ADD 1 TO WS-SRC-NB-ACTIONS (WS-NO-SOURCE)
           RELEASE SD-ENREG.
       LIRE-JOURNAL.
           READ JOURNAL
               AT END MOVE 1 TO EOF
           END-READ.
       SIGNALER-SOURCE-ABSENTE.
      *    UNE SOURCE ABSENTE N'ARRETE PAS LE RAPPORT MAIS LE MET A
      *    REVOIR : UN TROU DANS LES SOURCES EST UN TROU DANS LA REVUE.
           MOVE 'A' TO WS-SRC-ETAT (WS-NO-SOURCE)
           MOVE 1 TO WS-A-REVOIR
           DISPLAY 'SOURCE ' WS-SOURCE-NOM (WS-NO-SOURCE)
               ' ABSENTE OU ILLISIBLE - ' WS-SRC-DSN (WS-NO-SOURCE).
       SIGNALER-SATURATION.
           IF WS-TABLE-SATUREE = 0
               MOVE 1 TO WS-TABLE-SATUREE
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'TABLE SATUREE EN LECTURE DE LA SOURCE '
                   WS-SOURCE-NOM (WS-NO-SOURCE) ' - RAPPORT INCOMPLET'
           END-IF.
      *    OUTREPASSEMENTS DU FICHIER DE CONDUITE (TYPE O), DATES DU
      *    JOUR OU ILS ONT ETE DECIDES.
       PARCOURIR-CHAINE.
           MOVE 6 TO WS-NO-SOURCE
           MOVE WS-CHAINE-DSN TO WS-SRC-DSN (6)
           MOVE 0 TO WS-SRC-NB-LIGNES (6)
           MOVE 0 TO WS-SRC-NB-ACTIONS (6)
           OPEN INPUT CHAINE
           IF WS-CHAINE-STATUT NOT = '00'
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE 'L' TO WS-SRC-ETAT (6)
               MOVE 0 TO EOF
               PERFORM LIRE-CHAINE
               PERFORM EXAMINER-LIGNE-CHAINE UNTIL EOF = 1
               CLOSE CHAINE
           END-IF.
       EXAMINER-LIGNE-CHAINE.
           ADD 1 TO WS-SRC-NB-LIGNES (6)
           IF CHA-TYPE = 'O'
                   AND CHA-DATE IS NUMERIC
                   AND CHA-HEURE IS NUMERIC
                   AND CHA-DATE NOT < WS-DATE-DU
                   AND CHA-DATE NOT > WS-DATE-AU
                   AND (WS-CRITERE-OPERATEUR = SPACES
                     OR CHA-OPERATEUR = WS-CRITERE-OPERATEUR)
               MOVE SPACES TO SD-ENREG
               MOVE 4 TO WS-TYPE
               MOVE CHA-OPERATEUR TO SD-OPERATEUR
               MOVE CHA-DATE TO SD-DATE
               MOVE CHA-HEURE TO SD-HEURE
               MOVE 'A' TO SD-DROIT
               MOVE 'O' TO SD-TRACE
               STRING 'ETAPE ' CHA-ETAPE ' FORCEE, TRAITEMENT DU '
                   CHA-DATE-TRT
                   DELIMITED BY SIZE INTO SD-DETAIL
               PERFORM LIBERER-ACTION
           END-IF
           PERFORM LIRE-CHAINE.
       LIRE-CHAINE.
           READ CHAINE
               AT END MOVE 1 TO EOF
           END-READ.
      *    ESTAMPILLES DU MAITRE : LES ENTREES SIGNEES DE L'HISTORIQUE
      *    SONT CUMULEES PAR LOT, PUIS CHAQUE LOT EST CONFIE AU TRI.
      *    LES ENTREES SANS OPERATEUR (LOT NON SIGNE) SONT COMPTEES.
       PARCOURIR-HISTORIQUE.
           MOVE 7 TO WS-NO-SOURCE
           MOVE WS-HISTO-DSN TO WS-SRC-DSN (7)
           MOVE 0 TO WS-SRC-NB-LIGNES (7)
           MOVE 0 TO WS-SRC-NB-ACTIONS (7)
           OPEN INPUT HISTORIQUE
           IF WS-HISTO-STATUT NOT = '00'
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE 'L' TO WS-SRC-ETAT (7)
               MOVE 0 TO EOF
               PERFORM LIRE-HISTORIQUE
               PERFORM EXAMINER-ENTREE-HISTORIQUE UNTIL EOF = 1
               CLOSE HISTORIQUE
               PERFORM LIBERER-LOT
                   VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
           END-IF.
       EXAMINER-ENTREE-HISTORIQUE.
           ADD 1 TO WS-SRC-NB-LIGNES (7)
           IF HI-DATE NOT < WS-DATE-DU AND HI-DATE NOT > WS-DATE-AU
               IF HI-OPERATEUR = SPACES
                   ADD 1 TO WS-NB-NON-SIGNES
               ELSE
                   IF WS-CRITERE-OPERATEUR = SPACES
                           OR HI-OPERATEUR = WS-CRITERE-OPERATEUR
                       PERFORM CUMULER-LOT
                   END-IF
               END-IF
           END-IF
           PERFORM LIRE-HISTORIQUE.
       CUMULER-LOT.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-LOT
               VARYING WS-IDX-LOT FROM 1 BY 1
               UNTIL WS-IDX-LOT > WS-NB-LOTS OR WS-TROUVE = 1
           IF WS-TROUVE = 1
               ADD 1 TO WS-LOT-NB (WS-LOT-RETENU)
           ELSE
               IF WS-NB-LOTS < 1000
                   ADD 1 TO WS-NB-LOTS
                   MOVE HI-OPERATEUR TO WS-LOT-OPERATEUR (WS-NB-LOTS)
                   MOVE HI-DATE TO WS-LOT-DATE (WS-NB-LOTS)
                   MOVE HI-HEURE TO WS-LOT-HEURE (WS-NB-LOTS)
                   MOVE HI-CANAL TO WS-LOT-CANAL (WS-NB-LOTS)
                   MOVE HI-LOT TO WS-LOT-REF (WS-NB-LOTS)
                   MOVE 1 TO WS-LOT-NB (WS-NB-LOTS)
               ELSE
                   PERFORM SIGNALER-SATURATION
               END-IF
           END-IF.
       CHERCHER-LOT.
           IF WS-LOT-OPERATEUR (WS-IDX-LOT) = HI-OPERATEUR
                   AND WS-LOT-DATE (WS-IDX-LOT) = HI-DATE
                   AND WS-LOT-HEURE (WS-IDX-LOT) = HI-HEURE
                   AND WS-LOT-CANAL (WS-IDX-LOT) = HI-CANAL
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-LOT TO WS-LOT-RETENU
           END-IF.
       LIBERER-LOT.
           MOVE SPACES TO SD-ENREG
           MOVE 8 TO WS-TYPE
           MOVE WS-LOT-OPERATEUR (WS-IDX-LOT) TO SD-OPERATEUR
           MOVE WS-LOT-DATE (WS-IDX-LOT) TO SD-DATE
           MOVE WS-LOT-HEURE (WS-IDX-LOT) TO SD-HEURE
           MOVE '-' TO SD-DROIT
           MOVE 'O' TO SD-TRACE
           EVALUATE WS-LOT-CANAL (WS-IDX-LOT)
               WHEN 'D'
                   MOVE 'LOT DELTA' TO WS-LIB-CANAL
               WHEN 'E'
                   MOVE 'ECHEANCE' TO WS-LIB-CANAL
               WHEN 'R'
                   MOVE 'RETOUR' TO WS-LIB-CANAL
                   MOVE 'S' TO SD-DROIT
                   PERFORM RAPPROCHER-RETOUR
               WHEN 'C'
                   MOVE 'RECONSTR.' TO WS-LIB-CANAL
               WHEN 'V'
                   MOVE 'APPROUVE' TO WS-LIB-CANAL
               WHEN OTHER
                   MOVE WS-LOT-CANAL (WS-IDX-LOT) TO WS-LIB-CANAL
           END-EVALUATE
           MOVE WS-LOT-NB (WS-IDX-LOT) TO WS-NB-EDITE
           STRING 'CANAL ' WS-LIB-CANAL ' ' WS-NB-EDITE
               ' GESTE(S) LOT ' WS-LOT-REF (WS-IDX-LOT)
               DELIMITED BY SIZE INTO SD-DETAIL
           PERFORM LIBERER-ACTION.
       RAPPROCHER-RETOUR.
      *    UN RETOUR ARRIERE POSE SUR LE MAITRE DOIT AVOIR SA SEANCE
      *    AU JOURNAL DE RETOUR ARRIERE : SINON LA TRACE SIGNEE DES
      *    GESTES DEFAITS MANQUE A LA REVUE.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-SEANCE-RETOUR
               VARYING WS-IDX-RETOUR FROM 1 BY 1
               UNTIL WS-IDX-RETOUR > WS-NB-RETOURS OR WS-TROUVE = 1
           IF WS-TROUVE = 0
               MOVE 'N' TO SD-TRACE
           END-IF.
       CHERCHER-SEANCE-RETOUR.
           IF WS-RET-OPERATEUR (WS-IDX-RETOUR) = SD-OPERATEUR
                   AND WS-RET-DATE (WS-IDX-RETOUR) = SD-DATE
                   AND WS-RET-HEURE (WS-IDX-RETOUR) = SD-HEURE
               MOVE 1 TO WS-TROUVE
           END-IF.
       LIRE-HISTORIQUE.
           READ HISTORIQUE
               AT END MOVE 1 TO EOF
           END-READ.
      *----------------------------------------------------------------
      *    EDITION : UN DOCUMENT PAR OPERATEUR, ACTIONS DANS L'ORDRE
      *    CHRONOLOGIQUE, CHACUNE QUALIFIEE CONTRE LES DROITS DU JOUR.
      *----------------------------------------------------------------
       ACTIVITE-SORTIE.
           MOVE SPACES TO WS-OPER-COURANT
           MOVE 0 TO WS-FIN-TRI
           PERFORM RETOURNER-ACTION
           PERFORM EDITER-ACTION UNTIL WS-FIN-TRI = 1
           IF WS-OPER-COURANT NOT = SPACES
               PERFORM CLORE-DOCUMENT
           END-IF.
       RETOURNER-ACTION.
           RETURN SD-FICHIER
               AT END MOVE 1 TO WS-FIN-TRI
           END-RETURN.
       EDITER-ACTION.
           IF SD-OPERATEUR NOT = WS-OPER-COURANT
               IF WS-OPER-COURANT NOT = SPACES
                   PERFORM CLORE-DOCUMENT
               END-IF
               PERFORM OUVRIR-DOCUMENT
           END-IF
           PERFORM QUALIFIER-ACTION
           ADD 1 TO WS-OPER-NB-ACTIONS
           ADD 1 TO WS-NB-ACTIONS
           ADD 1 TO WS-OPER-TYPE (SD-TYPE)
           ADD 1 TO WS-TOTAL-TYPE (SD-TYPE)
           IF WS-ALERTE NOT = SPACES OR SD-TRACE = 'N'
               ADD 1 TO WS-OPER-NB-SIGNALEES
               ADD 1 TO WS-NB-SIGNALEES
               MOVE 1 TO WS-A-REVOIR
           END-IF
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING '  ' SD-DATE ' ' SD-HEURE ' '
               WS-TYPE-LIBELLE (SD-TYPE) ' ' SD-DETAIL ' ' WS-ALERTE
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           IF SD-TRACE = 'N'
               ADD 1 TO WS-OPER-NB-HORS-JOURNAL
               MOVE SPACES TO LIGNE-DOCUMENT
               STRING '                    >>> AUCUNE SEANCE AU '
                   'JOURNAL DE RETOUR ARRIERE POUR CE LOT'
                   DELIMITED BY SIZE INTO LIGNE-DOCUMENT
               WRITE LIGNE-DOCUMENT
           END-IF
           PERFORM RETOURNER-ACTION.
       OUVRIR-DOCUMENT.
           MOVE SD-OPERATEUR TO WS-OPER-COURANT
           ADD 1 TO WS-NB-OPERATEURS
           MOVE 0 TO WS-OPER-NB-ACTIONS
           MOVE 0 TO WS-OPER-NB-SIGNALEES
           MOVE 0 TO WS-OPER-NB-ACTUEL
           MOVE 0 TO WS-OPER-NB-HORS-JOURNAL
           PERFORM REMETTRE-TYPE-A-ZERO
               VARYING WS-NO-TYPE FROM 1 BY 1
               UNTIL WS-NO-TYPE > 8
      *    FICHE ACTUELLE : NOM EN TETE DU DOCUMENT ET DROITS DE
      *    REPLI QUAND LE JOURNAL DES HABILITATIONS NE DIT RIEN.
           MOVE WS-OPER-COURANT TO HAB-CODE
           READ HABILITATION
               INVALID KEY CONTINUE
           END-READ
           IF WS-HABIL-STATUT = '00'
               MOVE 1 TO WS-HAB-TROUVE
               MOVE ENR-HABILITATION TO WS-HAB-ACTUEL
           ELSE
               MOVE 0 TO WS-HAB-TROUVE
               MOVE SPACES TO WS-HAB-ACTUEL
           END-IF
           MOVE SPACES TO WS-DOCUMENT-DSN
           STRING WS-DOCUMENT-BASE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-OPER-COURANT DELIMITED BY SPACE
               INTO WS-DOCUMENT-DSN
           OPEN OUTPUT DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'EXO15ACTIV - ACTIVITE SIGNEE DE L OPERATEUR '
               WS-OPER-COURANT
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           IF WS-HAB-TROUVE = 1
               IF HA-ACTIF = 'O'
                   STRING 'NOM : ' HA-NOM '  ETAT ACTUEL : ACTIF'
                       DELIMITED BY SIZE INTO LIGNE-DOCUMENT
               ELSE
                   STRING 'NOM : ' HA-NOM '  ETAT ACTUEL : INACTIF'
                       DELIMITED BY SIZE INTO LIGNE-DOCUMENT
               END-IF
           ELSE
               MOVE 'NOM : (ABSENT DU FICHIER DES HABILITATIONS)'
                   TO LIGNE-DOCUMENT
           END-IF
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'PERIODE DU ' WS-DATE-DU ' AU ' WS-DATE-AU
               '  EDITE LE ' WS-DATE-EDITION
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING '  DATE     HEURE    ACTION         DETAIL'
               '                                           ALERTE'
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT.
       REMETTRE-TYPE-A-ZERO.
           MOVE 0 TO WS-OPER-TYPE (WS-NO-TYPE).
       REMETTRE-TOTAL-A-ZERO.
           MOVE 0 TO WS-TOTAL-TYPE (WS-NO-TYPE).
       QUALIFIER-ACTION.
      *    DROITS EN VIGUEUR A L'HEURE DE L'ACTION : DERNIERE FICHE
      *    DU JOURNAL DES HABILITATIONS POSEE AU PLUS TARD A CET
      *    INSTANT. SANS ELLE, UN CODE DONT LA PREMIERE TRACE EST
      *    UNE CREATION N'EXISTAIT PAS ENCORE ; SINON L'ETAT ACTUEL
      *    DU FICHIER SERT DE REPLI, ET L'ALERTE EST MARQUEE *.
           MOVE SD-DATE TO WS-HD-DATE
           MOVE SD-HEURE TO WS-HD-HEURE
           MOVE 0 TO WS-MEILLEUR
           MOVE 0 TO WS-PREMIER
           PERFORM EXAMINER-DROITS-DATES
               VARYING WS-IDX-DROIT FROM 1 BY 1
               UNTIL WS-IDX-DROIT > WS-NB-DROITS
           IF WS-MEILLEUR > 0
               MOVE 'J' TO WS-ETAT-BASE
               MOVE WS-DR-CORRIGER (WS-MEILLEUR) TO WS-ETAT-CORRIGER
               MOVE WS-DR-SUPPRIMER (WS-MEILLEUR) TO WS-ETAT-SUPPRIMER
               MOVE WS-DR-ADMIN (WS-MEILLEUR) TO WS-ETAT-ADMIN
               MOVE WS-DR-APPROUVER (WS-MEILLEUR) TO WS-ETAT-APPROUVER
               MOVE WS-DR-ACTIF (WS-MEILLEUR) TO WS-ETAT-ACTIF
           ELSE
               MOVE 'A' TO WS-ETAT-BASE
               IF WS-HAB-TROUVE = 0
                   MOVE 'N' TO WS-ETAT-BASE
               END-IF
               IF WS-PREMIER > 0
                   IF WS-DR-DECISION (WS-PREMIER) = 'C'
                       MOVE 'N' TO WS-ETAT-BASE
                   END-IF
               END-IF
               IF WS-ETAT-BASE = 'A'
                   MOVE HA-DROIT-CORRIGER TO WS-ETAT-CORRIGER
                   MOVE HA-DROIT-SUPPRIMER TO WS-ETAT-SUPPRIMER
                   MOVE HA-DROIT-ADMIN TO WS-ETAT-ADMIN
                   MOVE HA-DROIT-APPROUVER TO WS-ETAT-APPROUVER
                   MOVE HA-ACTIF TO WS-ETAT-ACTIF
               END-IF
           END-IF
           MOVE SPACES TO WS-ALERTE
           IF WS-ETAT-BASE = 'N'
               MOVE 'INCONNU' TO WS-ALERTE
           ELSE
               IF WS-ETAT-ACTIF NOT = 'O'
                   MOVE 'INACTIF' TO WS-ALERTE
               ELSE
                   PERFORM CONTROLER-DROIT-REQUIS
               END-IF
               IF WS-ALERTE NOT = SPACES AND WS-ETAT-BASE = 'A'
                   MOVE '*' TO WS-ALERTE (16:1)
                   ADD 1 TO WS-OPER-NB-ACTUEL
               END-IF
           END-IF.
       EXAMINER-DROITS-DATES.
           IF WS-DR-CODE (WS-IDX-DROIT) = SD-OPERATEUR
               IF WS-DR-HORODATE (WS-IDX-DROIT) NOT > WS-HORODATE-N
                   IF WS-MEILLEUR = 0
                       MOVE WS-IDX-DROIT TO WS-MEILLEUR
                   ELSE
                       IF WS-DR-HORODATE (WS-IDX-DROIT)
                               NOT < WS-DR-HORODATE (WS-MEILLEUR)
                           MOVE WS-IDX-DROIT TO WS-MEILLEUR
                       END-IF
                   END-IF
               END-IF
               IF WS-PREMIER = 0
                   MOVE WS-IDX-DROIT TO WS-PREMIER
               ELSE
                   IF WS-DR-HORODATE (WS-IDX-DROIT)
                           < WS-DR-HORODATE (WS-PREMIER)
                       MOVE WS-IDX-DROIT TO WS-PREMIER
                   END-IF
               END-IF
           END-IF.
       CONTROLER-DROIT-REQUIS.
           EVALUATE SD-DROIT
               WHEN 'C'
                   IF WS-ETAT-CORRIGER NOT = 'O'
                       MOVE 'SANS DROIT COR' TO WS-ALERTE
                   END-IF
               WHEN 'S'
                   IF WS-ETAT-SUPPRIMER NOT = 'O'
                       MOVE 'SANS DROIT SUP' TO WS-ALERTE
                   END-IF
               WHEN 'A'
                   IF WS-ETAT-ADMIN NOT = 'O'
                       MOVE 'SANS DROIT ADM' TO WS-ALERTE
                   END-IF
               WHEN 'P'
                   IF WS-ETAT-APPROUVER NOT = 'O'
                       MOVE 'SANS DROIT APP' TO WS-ALERTE
                   END-IF
           END-EVALUATE.
       CLORE-DOCUMENT.
           MOVE SPACES TO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           PERFORM ECRIRE-TOTAL-TYPE-OPERATEUR
               VARYING WS-NO-TYPE FROM 1 BY 1
               UNTIL WS-NO-TYPE > 8
           MOVE SPACES TO LIGNE-DOCUMENT
           MOVE WS-OPER-NB-ACTIONS TO WS-NB-EDITE
           STRING 'ACTIONS DE LA PERIODE        : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           MOVE WS-OPER-NB-SIGNALEES TO WS-NB-EDITE
           STRING 'ACTIONS SIGNALEES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           IF WS-OPER-NB-ACTUEL > 0
               MOVE SPACES TO LIGNE-DOCUMENT
               STRING '(*) AUCUNE TRACE AU JOURNAL DES HABILITATIONS '
                   'AVANT L ACTION - DROITS LUS DANS L ETAT ACTUEL'
                   DELIMITED BY SIZE INTO LIGNE-DOCUMENT
               WRITE LIGNE-DOCUMENT
           END-IF
           CLOSE DOCUMENT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-OPER-NB-ACTIONS TO WS-NB-EDITE
           MOVE WS-OPER-NB-SIGNALEES TO WS-NB-EDITE2
           STRING 'OPERATEUR ' WS-OPER-COURANT ' : ' WS-NB-EDITE
               ' ACTION(S) ' WS-NB-EDITE2 ' SIGNALEE(S)  '
               WS-DOCUMENT-DSN
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-TOTAL-TYPE-OPERATEUR.
           MOVE SPACES TO LIGNE-DOCUMENT
           MOVE WS-OPER-TYPE (WS-NO-TYPE) TO WS-NB-EDITE
           STRING 'TOTAL ' WS-TYPE-LIBELLE (WS-NO-TYPE)
               '         : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT.
      *----------------------------------------------------------------
      *    RECAPITULATIF : OPERATEURS (ECRITS AU FIL DE L'EDITION),
      *    PUIS SOURCES LUES, TOTAUX PAR TYPE ET VERDICT.
      *----------------------------------------------------------------
       ECRIRE-TITRE.
           MOVE 'EXO15ACTIV - ACTIVITE SIGNEE DES OPERATEURS'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-CRITERE-OPERATEUR = SPACES
               STRING 'EDITE LE ' WS-DATE-EDITION
                   '  PERIODE DU ' WS-DATE-DU ' AU ' WS-DATE-AU
                   '  TOUS OPERATEURS'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'EDITE LE ' WS-DATE-EDITION
                   '  PERIODE DU ' WS-DATE-DU ' AU ' WS-DATE-AU
                   '  OPERATEUR ' WS-CRITERE-OPERATEUR
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-SYNTHESE.
           IF WS-NB-OPERATEURS = 0
               MOVE 'AUCUNE ACTION SIGNEE SUR LA PERIODE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE-SOURCE
               VARYING WS-NO-SOURCE FROM 1 BY 1
               UNTIL WS-NO-SOURCE > 7
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-TOTAL-TYPE
               VARYING WS-NO-TYPE FROM 1 BY 1
               UNTIL WS-NO-TYPE > 8
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-ACTIONS TO WS-NB-EDITE
           STRING 'ACTIONS EDITEES              : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-SIGNALEES TO WS-NB-EDITE
           STRING 'ACTIONS SIGNALEES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-NON-SIGNES TO WS-NB-EDITE
           STRING 'ENTREES NON SIGNEES (HISTO)  : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-ANOMALIE
               STRING 'CONTROLE ACTIVITE : ANOMALIE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               IF WS-A-REVOIR = 1
                   STRING 'CONTROLE ACTIVITE : A REVOIR'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               ELSE
                   STRING 'CONTROLE ACTIVITE : OK'
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-IF
           END-IF
           WRITE LIGNE-RAPPORT.
       ECRIRE-LIGNE-SOURCE.
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-SRC-ETAT (WS-NO-SOURCE) = 'L'
               MOVE WS-SRC-NB-LIGNES (WS-NO-SOURCE) TO WS-NB-EDITE
               MOVE WS-SRC-NB-ACTIONS (WS-NO-SOURCE) TO WS-NB-EDITE2
               STRING 'SOURCE ' WS-SOURCE-NOM (WS-NO-SOURCE)
                   ' : ' WS-NB-EDITE ' LU(S) ' WS-NB-EDITE2
                   ' RETENU(S)  ' WS-SRC-DSN (WS-NO-SOURCE)
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'SOURCE ' WS-SOURCE-NOM (WS-NO-SOURCE)
                   ' : ABSENTE OU ILLISIBLE  '
                   WS-SRC-DSN (WS-NO-SOURCE)
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.
       ECRIRE-TOTAL-TYPE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-TOTAL-TYPE (WS-NO-TYPE) TO WS-NB-EDITE
           STRING 'TOTAL ' WS-TYPE-LIBELLE (WS-NO-TYPE)
               '         : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
      *----------------------------------------------------------------
      *    PARAMETRES
      *----------------------------------------------------------------
       CALCULER-TRIMESTRE-PRECEDENT.
           ACCEPT WS-JOUR-N FROM DATE YYYYMMDD
           COMPUTE WS-TRIMESTRE = (WS-JOUR-MM - 1) / 3
           IF WS-TRIMESTRE = 0
               SUBTRACT 1 FROM WS-JOUR-AAAA
               MOVE 10 TO WS-MOIS-DEBUT
           ELSE
               COMPUTE WS-MOIS-DEBUT = (WS-TRIMESTRE - 1) * 3 + 1
           END-IF
           COMPUTE WS-MOIS-FIN = WS-MOIS-DEBUT + 2
           MOVE WS-MOIS-DEBUT TO WS-JOUR-MM
           MOVE 1 TO WS-JOUR-JJ
           MOVE WS-JOUR-N TO WS-DATE-DU
           MOVE WS-MOIS-FIN TO WS-JOUR-MM
           MOVE WS-JOURS-MOIS (WS-MOIS-FIN) TO WS-JOUR-JJ
           MOVE WS-JOUR-N TO WS-DATE-AU.
       LIRE-PARAMETRES.
           ACCEPT WS-MAINT-JNL-DSN
               FROM ENVIRONMENT 'EXO15_MAINT_JOURNAL_DSN'
           IF WS-MAINT-JNL-DSN = SPACES
               MOVE 'EXO15-MAINT.JOURNAL' TO WS-MAINT-JNL-DSN
           END-IF
           ACCEPT WS-HABIL-JNL-DSN
               FROM ENVIRONMENT 'EXO15_HABIL_JOURNAL_DSN'
           IF WS-HABIL-JNL-DSN = SPACES
               MOVE 'EXO15-HABIL.JOURNAL' TO WS-HABIL-JNL-DSN
           END-IF
           ACCEPT WS-APPROB-JNL-DSN
               FROM ENVIRONMENT 'EXO15_APPROB_JOURNAL_DSN'
           IF WS-APPROB-JNL-DSN = SPACES
               MOVE 'EXO15-APPROB.JOURNAL' TO WS-APPROB-JNL-DSN
           END-IF
           ACCEPT WS-SITES-JNL-DSN
               FROM ENVIRONMENT 'EXO15_SITES_JOURNAL_DSN'
           IF WS-SITES-JNL-DSN = SPACES
               MOVE 'EXO15-SITES.JOURNAL' TO WS-SITES-JNL-DSN
           END-IF
           ACCEPT WS-RETOUR-JNL-DSN
               FROM ENVIRONMENT 'EXO15_DELTA_JOURNAL_DSN'
           IF WS-RETOUR-JNL-DSN = SPACES
               MOVE 'EXO15-DELTA.RETOUR.JOURNAL' TO WS-RETOUR-JNL-DSN
           END-IF
           ACCEPT WS-CHAINE-DSN FROM ENVIRONMENT 'EXO15_CHAINE_DSN'
           IF WS-CHAINE-DSN = SPACES
               MOVE 'EXO15.CHAINE' TO WS-CHAINE-DSN
           END-IF
           ACCEPT WS-HISTO-DSN FROM ENVIRONMENT 'EXO15_HISTO_DSN'
           IF WS-HISTO-DSN = SPACES
               MOVE 'EXO15.HISTO' TO WS-HISTO-DSN
           END-IF
           ACCEPT WS-HABIL-DSN FROM ENVIRONMENT 'EXO15_HABIL_DSN'
           IF WS-HABIL-DSN = SPACES
               MOVE 'EXO15.HABIL' TO WS-HABIL-DSN
           END-IF
           ACCEPT WS-DOCUMENT-BASE FROM ENVIRONMENT 'EXO15_ACTIV_DSN'
           IF WS-DOCUMENT-BASE = SPACES
               MOVE 'EXO15-ACTIV' TO WS-DOCUMENT-BASE
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_ACTIV_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-ACTIV.RPT' TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-SORTWORK-DSN
               FROM ENVIRONMENT 'EXO15_ACTIV_SORTWORK_DSN'
           IF WS-SORTWORK-DSN = SPACES
               MOVE 'EXO15-ACTIV.SORTWORK' TO WS-SORTWORK-DSN
           END-IF
           ACCEPT WS-CRITERE-OPERATEUR
               FROM ENVIRONMENT 'EXO15_ACTIV_OPERATEUR'
      *    PERIODE : PAR DEFAUT LE TRIMESTRE CIVIL PRECEDENT, CELUI
      *    DE LA REVUE DES ACCES. UNE BORNE MAL FORMEE EST REFUSEE :
      *    UNE REVUE SUR UNE AUTRE PERIODE QUE CELLE DEMANDEE NE VAUT
      *    RIEN.
           PERFORM CALCULER-TRIMESTRE-PRECEDENT
           MOVE SPACES TO WS-DATE-DU-TXT
           ACCEPT WS-DATE-DU-TXT FROM ENVIRONMENT 'EXO15_ACTIV_DU'
           IF WS-DATE-DU-TXT NOT = SPACES
               IF WS-DATE-DU-TXT IS NUMERIC
                   MOVE WS-DATE-DU-TXT TO WS-DATE-DU
               ELSE
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'EXO15_ACTIV_DU MAL FORMEE ('
                       WS-DATE-DU-TXT ') - AAAAMMJJ ATTENDU'
               END-IF
           END-IF
           MOVE SPACES TO WS-DATE-AU-TXT
           ACCEPT WS-DATE-AU-TXT FROM ENVIRONMENT 'EXO15_ACTIV_AU'
           IF WS-DATE-AU-TXT NOT = SPACES
               IF WS-DATE-AU-TXT IS NUMERIC
                   MOVE WS-DATE-AU-TXT TO WS-DATE-AU
               ELSE
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'EXO15_ACTIV_AU MAL FORMEE ('
                       WS-DATE-AU-TXT ') - AAAAMMJJ ATTENDU'
               END-IF
           END-IF
           IF CONTROLE-OK AND WS-DATE-DU > WS-DATE-AU
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'PERIODE INVERSEE : DU ' WS-DATE-DU
                   ' AU ' WS-DATE-AU
           END-IF.
       END PROGRAM Exo15Activ.
