      ******************************************************************
      * Author:
      * Date:
      * Purpose: Etat du matin de la chaine Exo15 : relecture du
      *          fichier de conduite tenu par Exo15Chn pour une date de
      *          traitement, etape attendue par etape attendue dans
      *          l'ordre de la chaine (debut, fin, duree, code retour,
      *          outrepassement et son signataire), avec signalement
      *          des etapes manquantes, encore en cours, en echec ou
      *          lancees plusieurs fois, et un fichier d'alertes a
      *          format fixe, une ligne par etape anormale, que le
      *          pupitre reprend sans relire le rapport.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : la conduite de la chaine garde chaque
      *                 debut, fin et outrepassement avec son code
      *                 retour, mais ne se lisait qu'en brut, et une
      *                 etape jamais lancee n'y laisse aucune ligne -
      *                 personne ne la voyait manquer. La date relue est
      *                 EXO15_DATE_TRAITEMENT, a defaut la veille (le
      *                 rapport passe le matin sur la nuit ecoulee).
      *                 CHARG et DELTA sont des alternatives : l'une ou
      *                 l'autre suffit. RAPPR est facultative. Une etape
      *                 inconnue de la liste est editee a la suite. Code
      *                 retour 4 des qu'une alerte est ecrite, 16 si la
      *                 conduite est illisible.
      * 2026-10-15  RB  Sites manquants d'une fusion en coupure : les
      *                 lignes M (site ecarte) et R (site rattrape)
      *                 d'Exo15Fusion ne sont plus prises pour des
      *                 lancements mais tenues site par site. Tout site
      *                 encore ouvert en fin de journee est edite en
      *                 exception ouverte, avec le signataire de la
      *                 coupure, et donne une alerte SMQ (code retour
      *                 4). Les etapes RATTRAP et RUPTADD rejoignent la
      *                 liste comme facultatives.
      * 2026-10-15  RB  Etape facultative DELTARAT : le DELTA d'un
      *                 rattrapage, applique par Exo15Delta en lot de
      *                 rang 2 a 9 derriere RATTRAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Matin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAINE ASSIGN TO DYNAMIC WS-CHAINE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINE-STATUT.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ALERTES ASSIGN TO DYNAMIC WS-ALERTES-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    MEME DESSIN QUE LA LIGNE ECRITE PAR EXO15CHN.
       FD  CHAINE.
      *    LES LIGNES M ET R PORTENT EN FIN LE CODE DU SITE MANQUANT
      *    OU RATTRAPE.
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
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(80).
      *    UNE ALERTE PAR ETAPE ANORMALE : DATE DE TRAITEMENT, ETAPE,
      *    CODE DE L'ANOMALIE PRINCIPALE (MAN = MANQUANTE, ENC = EN
      *    COURS, ECH = ECHEC, FSD = FIN SANS DEBUT, MUL = LANCEE
      *    PLUSIEURS FOIS, FOR = LANCEE SUR OUTREPASSEMENT), PUIS LES
      *    SIX INDICATEURS DANS CE MEME ORDRE (O OU -), LE NOMBRE DE
      *    LANCEMENTS, LE CODE RETOUR DU DERNIER, LE SIGNATAIRE DU
      *    DERNIER OUTREPASSEMENT ET UN LIBELLE. UN SITE ECARTE PAR
      *    UNE COUPURE ET JAMAIS RATTRAPE DONNE UNE ALERTE DE L'ETAPE
      *    FUSION SOUS LE CODE SMQ, SIGNEE DE L'AUTEUR DE LA COUPURE.
       FD  ALERTES.
       01  ENR-ALERTE.
           02 AL-DATE-TRT PIC 9(08).
           02 FILLER PIC X(01).
           02 AL-ETAPE PIC X(08).
           02 FILLER PIC X(01).
           02 AL-CODE PIC X(03).
           02 FILLER PIC X(01).
           02 AL-INDICATEURS.
              03 AL-IND-MANQUANTE PIC X(01).
              03 AL-IND-EN-COURS PIC X(01).
              03 AL-IND-ECHEC PIC X(01).
              03 AL-IND-FIN-SANS-DEBUT PIC X(01).
              03 AL-IND-MULTIPLE PIC X(01).
              03 AL-IND-FORCEE PIC X(01).
           02 FILLER PIC X(01).
           02 AL-NB-LANCEMENTS PIC 9(02).
           02 FILLER PIC X(01).
           02 AL-RC PIC X(02).
           02 FILLER PIC X(01).
           02 AL-OPERATEUR PIC X(08).
           02 FILLER PIC X(01).
           02 AL-LIBELLE PIC X(36).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-CHAINE-DSN PIC X(100).
       77  WS-CHAINE-STATUT PIC XX.
       77  WS-RAPPORT-DSN PIC X(100).
       77  WS-ALERTES-DSN PIC X(100).
       77  WS-DATE-TRT-TXT PIC X(08).
       77  WS-DATE-TRT PIC 9(08).
       77  WS-DATE-DEBUT PIC 9(08).
       77  WS-HEURE-DEBUT PIC 9(08).
      *    RECUL D'UN JOUR POUR LA DATE PAR DEFAUT (MEME CALCUL QUE
      *    PRECEDER-JOUR D'EXO15RAPPR).
       01  WS-JOUR.
           05 WS-JOUR-AAAA PIC 9(04).
           05 WS-JOUR-MM PIC 9(02).
           05 WS-JOUR-JJ PIC 9(02).
       01  WS-JOUR-N REDEFINES WS-JOUR PIC 9(08).
       01  WS-TABLE-MOIS-VAL PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-VAL.
           05 WS-JOURS-MOIS PIC 9(02) OCCURS 12 TIMES.
       77  WS-BISSEXTILE PIC 9.
       77  WS-QUOTIENT PIC 9(04).
       77  WS-RESTE PIC 9(04).
      *    ETAPES ATTENDUES, DANS L'ORDRE DE LA CHAINE, AVEC LEUR
      *    REGLE : O = OBLIGATOIRE, A = ALTERNATIVE (UNE SEULE ETAPE
      *    DU GROUPE SUFFIT), F = FACULTATIVE. LES ETAPES TROUVEES
      *    DANS LA CONDUITE SANS FIGURER ICI PRENNENT LA REGLE H (HORS
      *    LISTE) ET SONT EDITEES A LA SUITE.
       01  WS-ATTENDUES-VAL.
           05 FILLER PIC X(09) VALUE 'FUSION  O'.
           05 FILLER PIC X(09) VALUE 'TRI     O'.
           05 FILLER PIC X(09) VALUE 'RUPT    O'.
           05 FILLER PIC X(09) VALUE 'RATTRAP F'.
           05 FILLER PIC X(09) VALUE 'RUPTADD F'.
           05 FILLER PIC X(09) VALUE 'DELTARATF'.
           05 FILLER PIC X(09) VALUE 'CHARG   A'.
           05 FILLER PIC X(09) VALUE 'DELTA   A'.
           05 FILLER PIC X(09) VALUE 'RAPPR   F'.
           05 FILLER PIC X(09) VALUE 'EXPORT  O'.
           05 FILLER PIC X(09) VALUE 'EXTR    O'.
           05 FILLER PIC X(09) VALUE 'DISP    O'.
       01  WS-ATTENDUES REDEFINES WS-ATTENDUES-VAL.
           05 WS-ATTENDUE OCCURS 12 TIMES.
              10 WS-ATT-ETAPE PIC X(08).
              10 WS-ATT-REGLE PIC X(01).
       77  WS-NB-ATTENDUES PIC 9(02) VALUE 12.
      *    ETAT RECONSTITUE PAR ETAPE : LES NEUF PREMIERS LANCEMENTS
      *    SONT DETAILLES, LES SUIVANTS SEULEMENT COMPTES. UN
      *    OUTREPASSEMENT EST ECRIT PAR EXO15CHN JUSTE AVANT LE DEBUT
      *    QU'IL AUTORISE : IL RESTE EN ATTENTE SUR L'ETAPE JUSQU'A CE
      *    DEBUT.
       01  WS-TABLE-ETAPES.
           05 WS-NB-ETAPES PIC 9(02) VALUE 0.
           05 WS-ETP OCCURS 20 TIMES.
              10 WS-ETP-NOM PIC X(08).
              10 WS-ETP-REGLE PIC X(01).
              10 WS-ETP-NB-LANCEMENTS PIC 9(02).
              10 WS-ETP-NB-RUNS PIC 9(01).
              10 WS-ETP-FORCAGE PIC X(08).
              10 WS-ETP-RUN OCCURS 9 TIMES.
                 15 WS-RUN-DEBUT-VU PIC 9.
                 15 WS-RUN-DEB-DATE PIC 9(08).
                 15 WS-RUN-DEB-HEURE PIC 9(08).
                 15 WS-RUN-FIN-VUE PIC 9.
                 15 WS-RUN-FIN-DATE PIC 9(08).
                 15 WS-RUN-FIN-HEURE PIC 9(08).
                 15 WS-RUN-RC PIC X(02).
                 15 WS-RUN-OPERATEUR PIC X(08).
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
      *    SITES VUS DANS LES LIGNES M ET R DE LA DATE : UN M OUVRE LE
      *    SITE, UN R LE SOLDE, UN NOUVEAU M LE ROUVRE (MEME REGLE QUE
      *    EXO15CHN). LE SIGNATAIRE EST CELUI DE LA DERNIERE COUPURE.
       01  WS-TABLE-SITES.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SIT OCCURS 20 TIMES.
              10 WS-SIT-CODE PIC X(02).
              10 WS-SIT-OUVERT PIC 9.
              10 WS-SIT-OPERATEUR PIC X(08).
       77  WS-IDX-SITE PIC 9(02).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-NB-EXCEPTIONS PIC 9(03) VALUE 0.
       77  WS-NB-RATTRAPES PIC 9(03) VALUE 0.
       77  WS-IDX-ETAPE PIC 9(02).
       77  WS-ETAPE-RETENUE PIC 9(02).
       77  WS-IDX-RUN PIC S9(02).
       77  WS-RUN-RETENU PIC 9(01).
       77  WS-TROUVE PIC 9.
      *    ALTERNATIVE CHARG/DELTA : A 1 UNE FOIS LE GROUPE EXAMINE
      *    (C'EST SA PREMIERE ETAPE NON LANCEE QUI PORTE L'ALERTE
      *    QUAND AUCUNE N'A TOURNE).
       77  WS-ALTERNATIVE-VUE PIC 9 VALUE 0.
       77  WS-IDX-ALTERNATIVE PIC 9(02).
      *    INDICATEURS DE L'ETAPE EN COURS D'EDITION.
       77  WS-IND-MANQUANTE PIC 9.
       77  WS-IND-EN-COURS PIC 9.
       77  WS-IND-ECHEC PIC 9.
       77  WS-IND-FIN-SANS-DEBUT PIC 9.
       77  WS-IND-MULTIPLE PIC 9.
       77  WS-IND-FORCEE PIC 9.
       77  WS-DERNIER-OPERATEUR PIC X(08).
       77  WS-RC-LU PIC 9(02).
       77  WS-ETAT PIC X(20).
      *    DUREE D'UN LANCEMENT : MEME CONVERSION HHMMSSCC VERS
      *    SECONDES QUE L'HISTORISATION D'EXO15, UN JOUR DE PLUS QUAND
      *    LA FIN TOMBE APRES MINUIT.
       77  WS-HEURE-TRAVAIL PIC 9(08).
       77  WS-SECONDES-TRAVAIL PIC 9(07).
       77  WS-SECONDES-DEBUT PIC 9(07).
       77  WS-SECONDES-FIN PIC 9(07).
       77  WS-DUREE PIC 9(07).
       77  WS-HEURE-HH PIC 9(02).
       77  WS-HEURE-MM PIC 9(02).
       77  WS-HEURE-SS PIC 9(02).
       77  WS-HEURE-CC PIC 9(02).
       77  WS-HEURE-RESTE PIC 9(06).
       77  WS-HEURE-RESTE2 PIC 9(04).
       77  WS-DUREE-HH PIC 9(02).
       77  WS-DUREE-RESTE PIC 9(07).
      *    ZONES EDITEES D'UNE LIGNE DE DETAIL : JJ/MM HH:MM:SS.
       01  WS-DATE-VUE.
           05 WS-DV-AAAA PIC X(04).
           05 WS-DV-MM PIC X(02).
           05 WS-DV-JJ PIC X(02).
       01  WS-HEURE-VUE.
           05 WS-HV-HH PIC X(02).
           05 WS-HV-MM PIC X(02).
           05 WS-HV-SS PIC X(02).
           05 WS-HV-CC PIC X(02).
       77  WS-DEBUT-EDITE PIC X(14).
       77  WS-FIN-EDITE PIC X(14).
       77  WS-DUREE-EDITEE PIC X(08).
       77  WS-NOM-EDITE PIC X(08).
       77  WS-NB-EDITE PIC ZZZZZZ9.
      *    COMPTES DE L'ETAT.
       77  WS-NB-ETAPES-OK PIC 9(03) VALUE 0.
       77  WS-NB-ALERTES PIC 9(03) VALUE 0.
       77  WS-NB-LIGNES-DATE PIC 9(07) VALUE 0.
       77  WS-NB-LIGNES-LUES PIC 9(07) VALUE 0.
      *    RESULTAT DU CONTROLE : O = OK, N = ANOMALIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-DEBUT FROM TIME
           PERFORM LIRE-PARAMETRES
           PERFORM RANGER-ATTENDUE
               VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > WS-NB-ATTENDUES
      *    UNE CONDUITE ABSENTE EST UNE CHAINE QUI N'A JAMAIS TOURNE :
      *    TOUTES LES ETAPES SORTENT MANQUANTES. TOUT AUTRE STATUT
      *    EMPECHE D'ETABLIR L'ETAT.
           OPEN INPUT CHAINE
           EVALUATE WS-CHAINE-STATUT
               WHEN '00'
                   MOVE 0 TO EOF
                   PERFORM LIRE-CHAINE
                   PERFORM EXAMINER-LIGNE-CHAINE UNTIL EOF = 1
                   CLOSE CHAINE
               WHEN '35'
                   DISPLAY 'CONDUITE DE LA CHAINE ABSENTE - AUCUNE '
                       'ETAPE LANCEE'
               WHEN OTHER
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'CONDUITE DE LA CHAINE ILLISIBLE - STATUT '
                       WS-CHAINE-STATUT
           END-EVALUATE
           OPEN OUTPUT RAPPORT
           OPEN OUTPUT ALERTES
           PERFORM ECRIRE-TITRE
           IF CONTROLE-OK
               PERFORM EDITER-ETAPE
                   VARYING WS-IDX-ETAPE FROM 1 BY 1
                   UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
               IF WS-NB-SITES > 0
                   PERFORM EDITER-SITES
               END-IF
           END-IF
           PERFORM FIN2
           CLOSE ALERTES
           CLOSE RAPPORT
      *    CODE RETOUR 4 = CHAINE A REGARDER (ALERTES ECRITES), 16 =
      *    ETAT IMPOSSIBLE A ETABLIR.
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NB-ALERTES > 0 OR WS-NB-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       RANGER-ATTENDUE.
           MOVE WS-ATT-ETAPE (WS-IDX-ETAPE) TO CHA-ETAPE
           PERFORM AJOUTER-ETAPE
           MOVE WS-ATT-REGLE (WS-IDX-ETAPE)
               TO WS-ETP-REGLE (WS-NB-ETAPES).
       AJOUTER-ETAPE.
           ADD 1 TO WS-NB-ETAPES
           MOVE CHA-ETAPE TO WS-ETP-NOM (WS-NB-ETAPES)
           MOVE 'H' TO WS-ETP-REGLE (WS-NB-ETAPES)
           MOVE 0 TO WS-ETP-NB-LANCEMENTS (WS-NB-ETAPES)
           MOVE 0 TO WS-ETP-NB-RUNS (WS-NB-ETAPES)
           MOVE SPACES TO WS-ETP-FORCAGE (WS-NB-ETAPES).
       EXAMINER-LIGNE-CHAINE.
           ADD 1 TO WS-NB-LIGNES-LUES
           IF CHA-DATE-TRT IS NUMERIC
                   AND CHA-DATE-TRT = WS-DATE-TRT
               ADD 1 TO WS-NB-LIGNES-DATE
               IF CHA-TYPE = 'M' OR CHA-TYPE = 'R'
                   PERFORM NOTER-SITE
               ELSE
                   PERFORM NOTER-ETAPE
               END-IF
           END-IF
           PERFORM LIRE-CHAINE.
       NOTER-ETAPE.
           PERFORM CHERCHER-ETAPE
           IF WS-TROUVE = 0
               IF WS-NB-ETAPES < 20
                   PERFORM AJOUTER-ETAPE
                   MOVE WS-NB-ETAPES TO WS-ETAPE-RETENUE
                   MOVE 1 TO WS-TROUVE
               ELSE
                   IF WS-TABLE-SATUREE = 0
                       MOVE 1 TO WS-TABLE-SATUREE
                       DISPLAY 'PLUS DE 20 ETAPES POUR LA DATE - '
                           'ETAPES AU-DELA IGNOREES'
                   END-IF
               END-IF
           END-IF
           IF WS-TROUVE = 1
               EVALUATE CHA-TYPE
                   WHEN 'D'
                       PERFORM NOTER-DEBUT
                   WHEN 'F'
                       PERFORM NOTER-FIN
                   WHEN 'O'
                       MOVE CHA-OPERATEUR
                           TO WS-ETP-FORCAGE (WS-ETAPE-RETENUE)
               END-EVALUATE
           END-IF.
       NOTER-SITE.
           MOVE 0 TO WS-TROUVE
           PERFORM COMPARER-SITE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES OR WS-TROUVE = 1
           IF WS-TROUVE = 0 AND WS-NB-SITES < 20
               ADD 1 TO WS-NB-SITES
               MOVE WS-NB-SITES TO WS-SITE-RETENU
               MOVE CHA-SITE TO WS-SIT-CODE (WS-SITE-RETENU)
               MOVE SPACES TO WS-SIT-OPERATEUR (WS-SITE-RETENU)
               MOVE 1 TO WS-TROUVE
           END-IF
           IF WS-TROUVE = 1
               IF CHA-TYPE = 'M'
                   MOVE 1 TO WS-SIT-OUVERT (WS-SITE-RETENU)
                   MOVE CHA-OPERATEUR
                       TO WS-SIT-OPERATEUR (WS-SITE-RETENU)
               ELSE
                   MOVE 0 TO WS-SIT-OUVERT (WS-SITE-RETENU)
               END-IF
           END-IF.
       COMPARER-SITE.
           IF WS-SIT-CODE (WS-IDX-SITE) = CHA-SITE
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       CHERCHER-ETAPE.
           MOVE 0 TO WS-TROUVE
           PERFORM COMPARER-ETAPE
               VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > WS-NB-ETAPES OR WS-TROUVE = 1.
       COMPARER-ETAPE.
           IF WS-ETP-NOM (WS-IDX-ETAPE) = CHA-ETAPE
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-ETAPE TO WS-ETAPE-RETENUE
           END-IF.
       NOTER-DEBUT.
           ADD 1 TO WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE)
           IF WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) < 9
               ADD 1 TO WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
               MOVE WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) TO WS-RUN-RETENU
               PERFORM VIDER-RUN
               MOVE 1 TO WS-RUN-DEBUT-VU
                   (WS-ETAPE-RETENUE WS-RUN-RETENU)
               MOVE CHA-DATE TO WS-RUN-DEB-DATE
                   (WS-ETAPE-RETENUE WS-RUN-RETENU)
               MOVE CHA-HEURE TO WS-RUN-DEB-HEURE
                   (WS-ETAPE-RETENUE WS-RUN-RETENU)
               MOVE WS-ETP-FORCAGE (WS-ETAPE-RETENUE)
                   TO WS-RUN-OPERATEUR (WS-ETAPE-RETENUE WS-RUN-RETENU)
           END-IF
           MOVE SPACES TO WS-ETP-FORCAGE (WS-ETAPE-RETENUE).
       NOTER-FIN.
      *    UNE FIN CLOT LE DERNIER LANCEMENT ENCORE OUVERT DE L'ETAPE.
      *    SANS LANCEMENT OUVERT, C'EST UNE FIN SANS DEBUT : ELLE EST
      *    EDITEE COMME UN LANCEMENT A PART.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-RUN-OUVERT
               VARYING WS-IDX-RUN FROM WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
               BY -1
               UNTIL WS-IDX-RUN < 1 OR WS-TROUVE = 1
           IF WS-TROUVE = 0
               ADD 1 TO WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE)
               IF WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) < 9
                   ADD 1 TO WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
                   MOVE WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
                       TO WS-RUN-RETENU
                   PERFORM VIDER-RUN
                   MOVE 1 TO WS-TROUVE
               END-IF
           END-IF
           IF WS-TROUVE = 1
               MOVE 1 TO WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-RUN-RETENU)
               MOVE CHA-DATE TO WS-RUN-FIN-DATE
                   (WS-ETAPE-RETENUE WS-RUN-RETENU)
               MOVE CHA-HEURE TO WS-RUN-FIN-HEURE
                   (WS-ETAPE-RETENUE WS-RUN-RETENU)
               MOVE CHA-RC TO WS-RUN-RC (WS-ETAPE-RETENUE WS-RUN-RETENU)
           END-IF.
       CHERCHER-RUN-OUVERT.
           IF WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
                   AND WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 0
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-RUN TO WS-RUN-RETENU
           END-IF.
       VIDER-RUN.
           MOVE 0 TO WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE 0 TO WS-RUN-DEB-DATE (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE 0 TO WS-RUN-DEB-HEURE (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE 0 TO WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE 0 TO WS-RUN-FIN-DATE (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE 0 TO WS-RUN-FIN-HEURE (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE '--' TO WS-RUN-RC (WS-ETAPE-RETENUE WS-RUN-RETENU)
           MOVE SPACES TO WS-RUN-OPERATEUR
               (WS-ETAPE-RETENUE WS-RUN-RETENU).
       LIRE-CHAINE.
           READ CHAINE
               AT END MOVE 1 TO EOF
           END-READ.
       EDITER-ETAPE.
           MOVE WS-IDX-ETAPE TO WS-ETAPE-RETENUE
           PERFORM EVALUER-ETAPE
           MOVE WS-ETP-NOM (WS-ETAPE-RETENUE) TO WS-NOM-EDITE
           IF WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) = 0
               PERFORM EDITER-ETAPE-NON-LANCEE
           ELSE
               PERFORM EDITER-RUN
                   VARYING WS-IDX-RUN FROM 1 BY 1
                   UNTIL WS-IDX-RUN > WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
           END-IF
           IF WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE)
                   > WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE)
                   TO WS-NB-EDITE
               STRING '         ... ' WS-NB-EDITE
                   ' LANCEMENTS AU TOTAL, NEUF PREMIERS DETAILLES'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-IND-MANQUANTE = 1 OR WS-IND-EN-COURS = 1
                   OR WS-IND-ECHEC = 1 OR WS-IND-FIN-SANS-DEBUT = 1
                   OR WS-IND-MULTIPLE = 1 OR WS-IND-FORCEE = 1
               PERFORM ECRIRE-ALERTE
           ELSE
               IF WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE) > 0
                   ADD 1 TO WS-NB-ETAPES-OK
               END-IF
           END-IF.
       EVALUER-ETAPE.
      *    LES INDICATEURS PORTENT SUR TOUS LES LANCEMENTS DETAILLES ;
      *    L'ECHEC NE RETIENT QUE LE DERNIER, UNE RELANCE REUSSIE
      *    SOLDANT L'ECHEC QUI L'A PRECEDEE.
           MOVE 0 TO WS-IND-MANQUANTE
           MOVE 0 TO WS-IND-EN-COURS
           MOVE 0 TO WS-IND-ECHEC
           MOVE 0 TO WS-IND-FIN-SANS-DEBUT
           MOVE 0 TO WS-IND-MULTIPLE
           MOVE 0 TO WS-IND-FORCEE
           MOVE SPACES TO WS-DERNIER-OPERATEUR
           IF WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE) = 0
               EVALUATE WS-ETP-REGLE (WS-ETAPE-RETENUE)
                   WHEN 'O'
                       MOVE 1 TO WS-IND-MANQUANTE
                   WHEN 'A'
                       PERFORM EVALUER-ALTERNATIVE
               END-EVALUATE
           END-IF
           IF WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE) > 1
               MOVE 1 TO WS-IND-MULTIPLE
           END-IF
           PERFORM EVALUER-RUN
               VARYING WS-IDX-RUN FROM 1 BY 1
               UNTIL WS-IDX-RUN > WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
           IF WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) > 0
               MOVE WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) TO WS-IDX-RUN
               IF WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
                   IF WS-RUN-RC (WS-ETAPE-RETENUE WS-IDX-RUN)
                           IS NUMERIC
                       MOVE WS-RUN-RC (WS-ETAPE-RETENUE WS-IDX-RUN)
                           TO WS-RC-LU
                       IF WS-RC-LU > 4
                           MOVE 1 TO WS-IND-ECHEC
                       END-IF
                   ELSE
                       MOVE 1 TO WS-IND-ECHEC
                   END-IF
               END-IF
           END-IF.
       EVALUER-ALTERNATIVE.
      *    LE GROUPE CHARG/DELTA EST MANQUANT SI AUCUNE DE SES ETAPES
      *    N'A TOURNE ; L'ALERTE EST PORTEE PAR LA PREMIERE DU GROUPE.
           IF WS-ALTERNATIVE-VUE = 0
               MOVE 1 TO WS-ALTERNATIVE-VUE
               MOVE 0 TO WS-TROUVE
               PERFORM COMPTER-ALTERNATIVE
                   VARYING WS-IDX-ALTERNATIVE FROM 1 BY 1
                   UNTIL WS-IDX-ALTERNATIVE > WS-NB-ETAPES
               IF WS-TROUVE = 0
                   MOVE 1 TO WS-IND-MANQUANTE
               END-IF
           END-IF.
       COMPTER-ALTERNATIVE.
           IF WS-ETP-REGLE (WS-IDX-ALTERNATIVE) = 'A'
                   AND WS-ETP-NB-LANCEMENTS (WS-IDX-ALTERNATIVE) > 0
               MOVE 1 TO WS-TROUVE
           END-IF.
       EVALUER-RUN.
      *    UN DEBUT SANS FIN SUIVI D'UN AUTRE DEBUT EST UN LANCEMENT
      *    INTERROMPU PUIS RELANCE (L'INDICATEUR MULTIPLE LE DIT) ;
      *    SEUL LE DERNIER LANCEMENT PEUT ETRE ENCORE EN COURS.
           IF WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
                   AND WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 0
                   AND WS-IDX-RUN = WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
               MOVE 1 TO WS-IND-EN-COURS
           END-IF
           IF WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-IDX-RUN) = 0
               MOVE 1 TO WS-IND-FIN-SANS-DEBUT
           END-IF
           IF WS-RUN-OPERATEUR (WS-ETAPE-RETENUE WS-IDX-RUN)
                   NOT = SPACES
               MOVE 1 TO WS-IND-FORCEE
               MOVE WS-RUN-OPERATEUR (WS-ETAPE-RETENUE WS-IDX-RUN)
                   TO WS-DERNIER-OPERATEUR
           END-IF.
       EDITER-ETAPE-NON-LANCEE.
           EVALUATE TRUE
               WHEN WS-IND-MANQUANTE = 1
                   MOVE '*** MANQUANTE' TO WS-ETAT
               WHEN WS-ETP-REGLE (WS-ETAPE-RETENUE) = 'A'
                   MOVE 'ALTERNATIVE' TO WS-ETAT
               WHEN OTHER
                   MOVE 'FACULTATIVE' TO WS-ETAT
           END-EVALUATE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-NOM-EDITE ' NON LANCEE'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           MOVE WS-ETAT TO LIGNE-RAPPORT (61:)
           WRITE LIGNE-RAPPORT.
       EDITER-RUN.
           MOVE SPACES TO WS-DEBUT-EDITE
           MOVE SPACES TO WS-FIN-EDITE
           MOVE SPACES TO WS-DUREE-EDITEE
           IF WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
               MOVE WS-RUN-DEB-DATE (WS-ETAPE-RETENUE WS-IDX-RUN)
                   TO WS-DATE-VUE
               MOVE WS-RUN-DEB-HEURE (WS-ETAPE-RETENUE WS-IDX-RUN)
                   TO WS-HEURE-VUE
               STRING WS-DV-JJ '/' WS-DV-MM ' ' WS-HV-HH ':' WS-HV-MM
                   ':' WS-HV-SS
                   DELIMITED BY SIZE INTO WS-DEBUT-EDITE
           END-IF
           IF WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
               MOVE WS-RUN-FIN-DATE (WS-ETAPE-RETENUE WS-IDX-RUN)
                   TO WS-DATE-VUE
               MOVE WS-RUN-FIN-HEURE (WS-ETAPE-RETENUE WS-IDX-RUN)
                   TO WS-HEURE-VUE
               STRING WS-DV-JJ '/' WS-DV-MM ' ' WS-HV-HH ':' WS-HV-MM
                   ':' WS-HV-SS
                   DELIMITED BY SIZE INTO WS-FIN-EDITE
           END-IF
           IF WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
                   AND WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 1
               PERFORM CALCULER-DUREE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-DEBUT-VU (WS-ETAPE-RETENUE WS-IDX-RUN) = 0
                   MOVE '*** FIN SANS DEBUT' TO WS-ETAT
               WHEN WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 0
                       AND WS-IDX-RUN
                           < WS-ETP-NB-RUNS (WS-ETAPE-RETENUE)
                   MOVE '*** INTERROMPU' TO WS-ETAT
               WHEN WS-RUN-FIN-VUE (WS-ETAPE-RETENUE WS-IDX-RUN) = 0
                   MOVE '*** EN COURS' TO WS-ETAT
               WHEN WS-RUN-RC (WS-ETAPE-RETENUE WS-IDX-RUN) = '00'
                   MOVE 'OK' TO WS-ETAT
               WHEN WS-RUN-RC (WS-ETAPE-RETENUE WS-IDX-RUN) = '04'
                   MOVE 'OK (A REVOIR)' TO WS-ETAT
               WHEN OTHER
                   MOVE '*** ECHEC' TO WS-ETAT
           END-EVALUATE
           IF WS-IDX-RUN = 2
               MOVE SPACES TO WS-NOM-EDITE
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-NOM-EDITE ' ' WS-DEBUT-EDITE ' ' WS-FIN-EDITE ' '
               WS-DUREE-EDITEE ' '
               WS-RUN-RC (WS-ETAPE-RETENUE WS-IDX-RUN) ' '
               WS-RUN-OPERATEUR (WS-ETAPE-RETENUE WS-IDX-RUN) ' '
               WS-ETAT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       CALCULER-DUREE.
           MOVE WS-RUN-DEB-HEURE (WS-ETAPE-RETENUE WS-IDX-RUN)
               TO WS-HEURE-TRAVAIL
           PERFORM CONVERTIR-HEURE-EN-SECONDES
           MOVE WS-SECONDES-TRAVAIL TO WS-SECONDES-DEBUT
           MOVE WS-RUN-FIN-HEURE (WS-ETAPE-RETENUE WS-IDX-RUN)
               TO WS-HEURE-TRAVAIL
           PERFORM CONVERTIR-HEURE-EN-SECONDES
           MOVE WS-SECONDES-TRAVAIL TO WS-SECONDES-FIN
           IF WS-RUN-FIN-DATE (WS-ETAPE-RETENUE WS-IDX-RUN)
                   NOT = WS-RUN-DEB-DATE (WS-ETAPE-RETENUE WS-IDX-RUN)
               ADD 86400 TO WS-SECONDES-FIN
           END-IF
           IF WS-SECONDES-FIN >= WS-SECONDES-DEBUT
               COMPUTE WS-DUREE = WS-SECONDES-FIN - WS-SECONDES-DEBUT
           ELSE
               MOVE 0 TO WS-DUREE
           END-IF
           DIVIDE WS-DUREE BY 3600
               GIVING WS-DUREE-HH REMAINDER WS-DUREE-RESTE
           DIVIDE WS-DUREE-RESTE BY 60
               GIVING WS-HEURE-MM REMAINDER WS-HEURE-SS
           STRING WS-DUREE-HH ':' WS-HEURE-MM ':' WS-HEURE-SS
               DELIMITED BY SIZE INTO WS-DUREE-EDITEE.
       CONVERTIR-HEURE-EN-SECONDES.
      *    HHMMSSCC (ACCEPT FROM TIME) VERS UN NOMBRE DE SECONDES
      *    DANS LA JOURNEE, LES CENTIEMES ETANT IGNORES.
           DIVIDE WS-HEURE-TRAVAIL BY 1000000
               GIVING WS-HEURE-HH REMAINDER WS-HEURE-RESTE
           DIVIDE WS-HEURE-RESTE BY 10000
               GIVING WS-HEURE-MM REMAINDER WS-HEURE-RESTE2
           DIVIDE WS-HEURE-RESTE2 BY 100
               GIVING WS-HEURE-SS REMAINDER WS-HEURE-CC
           COMPUTE WS-SECONDES-TRAVAIL
               = WS-HEURE-HH * 3600 + WS-HEURE-MM * 60 + WS-HEURE-SS.
       ECRIRE-ALERTE.
      *    UNE LIGNE PAR ETAPE ANORMALE ; LE CODE EST CELUI DE
      *    L'ANOMALIE LA PLUS GRAVE, LES INDICATEURS DISENT LE RESTE.
           ADD 1 TO WS-NB-ALERTES
           MOVE SPACES TO ENR-ALERTE
           MOVE WS-DATE-TRT TO AL-DATE-TRT
           MOVE WS-ETP-NOM (WS-ETAPE-RETENUE) TO AL-ETAPE
           MOVE '------' TO AL-INDICATEURS
           IF WS-IND-MANQUANTE = 1
               MOVE 'O' TO AL-IND-MANQUANTE
           END-IF
           IF WS-IND-EN-COURS = 1
               MOVE 'O' TO AL-IND-EN-COURS
           END-IF
           IF WS-IND-ECHEC = 1
               MOVE 'O' TO AL-IND-ECHEC
           END-IF
           IF WS-IND-FIN-SANS-DEBUT = 1
               MOVE 'O' TO AL-IND-FIN-SANS-DEBUT
           END-IF
           IF WS-IND-MULTIPLE = 1
               MOVE 'O' TO AL-IND-MULTIPLE
           END-IF
           IF WS-IND-FORCEE = 1
               MOVE 'O' TO AL-IND-FORCEE
           END-IF
           EVALUATE TRUE
               WHEN WS-IND-MANQUANTE = 1
                   MOVE 'MAN' TO AL-CODE
                   IF WS-ETP-REGLE (WS-ETAPE-RETENUE) = 'A'
                       MOVE 'AUCUNE ETAPE CHARG/DELTA LANCEE'
                           TO AL-LIBELLE
                   ELSE
                       MOVE 'ETAPE ATTENDUE NON LANCEE' TO AL-LIBELLE
                   END-IF
               WHEN WS-IND-EN-COURS = 1
                   MOVE 'ENC' TO AL-CODE
                   MOVE 'DEBUT SANS FIN (EN COURS OU TOMBEE)'
                       TO AL-LIBELLE
               WHEN WS-IND-ECHEC = 1
                   MOVE 'ECH' TO AL-CODE
                   MOVE 'DERNIER LANCEMENT EN ECHEC' TO AL-LIBELLE
               WHEN WS-IND-FIN-SANS-DEBUT = 1
                   MOVE 'FSD' TO AL-CODE
                   MOVE 'FIN ENREGISTREE SANS DEBUT' TO AL-LIBELLE
               WHEN WS-IND-MULTIPLE = 1
                   MOVE 'MUL' TO AL-CODE
                   MOVE 'ETAPE LANCEE PLUSIEURS FOIS' TO AL-LIBELLE
               WHEN OTHER
                   MOVE 'FOR' TO AL-CODE
                   MOVE 'LANCEE SUR OUTREPASSEMENT' TO AL-LIBELLE
           END-EVALUATE
           MOVE WS-ETP-NB-LANCEMENTS (WS-ETAPE-RETENUE)
               TO AL-NB-LANCEMENTS
           IF WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) > 0
               MOVE WS-ETP-NB-RUNS (WS-ETAPE-RETENUE) TO WS-IDX-RUN
               MOVE WS-RUN-RC (WS-ETAPE-RETENUE WS-IDX-RUN) TO AL-RC
           ELSE
               MOVE '--' TO AL-RC
           END-IF
           MOVE WS-DERNIER-OPERATEUR TO AL-OPERATEUR
           WRITE ENR-ALERTE.
       EDITER-SITES.
      *    SITES ECARTES PAR UNE COUPURE : RATTRAPES DANS LA JOURNEE
      *    OU ENCORE EN EXCEPTION OUVERTE, ALORS SIGNALES AU PUPITRE.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'SITES ECARTES PAR COUPURE' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM EDITER-SITE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES.
       EDITER-SITE.
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-SIT-OUVERT (WS-IDX-SITE) = 1
               ADD 1 TO WS-NB-EXCEPTIONS
               STRING 'SITE ' WS-SIT-CODE (WS-IDX-SITE)
                   ' NON RECU - COUPURE SIGNEE '
                   WS-SIT-OPERATEUR (WS-IDX-SITE)
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               MOVE '*** EXCEPTION' TO LIGNE-RAPPORT (61:)
               PERFORM ECRIRE-ALERTE-SITE
           ELSE
               ADD 1 TO WS-NB-RATTRAPES
               STRING 'SITE ' WS-SIT-CODE (WS-IDX-SITE)
                   ' RATTRAPE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               MOVE 'OK' TO LIGNE-RAPPORT (61:)
           END-IF
           WRITE LIGNE-RAPPORT.
       ECRIRE-ALERTE-SITE.
           MOVE SPACES TO ENR-ALERTE
           MOVE WS-DATE-TRT TO AL-DATE-TRT
           MOVE 'FUSION' TO AL-ETAPE
           MOVE 'SMQ' TO AL-CODE
           MOVE '------' TO AL-INDICATEURS
           MOVE 0 TO AL-NB-LANCEMENTS
           MOVE '--' TO AL-RC
           MOVE WS-SIT-OPERATEUR (WS-IDX-SITE) TO AL-OPERATEUR
           STRING 'SITE ' WS-SIT-CODE (WS-IDX-SITE)
               ' NON RECU - EXCEPTION OUVERTE'
               DELIMITED BY SIZE INTO AL-LIBELLE
           WRITE ENR-ALERTE.
       ECRIRE-TITRE.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EXO15MATIN - ETAT DE LA CHAINE POUR LE '
               'TRAITEMENT DU ' WS-DATE-TRT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EDITE LE : ' WS-DATE-DEBUT ' ' WS-HEURE-DEBUT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ETAPE    DEBUT          FIN            DUREE    '
               'RC OUTREP.  ETAT'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       FIN2.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-LIGNES-LUES TO WS-NB-EDITE
           STRING 'LIGNES DE CONDUITE LUES      : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-LIGNES-DATE TO WS-NB-EDITE
           STRING 'DONT POUR LA DATE            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-ETAPES-OK TO WS-NB-EDITE
           STRING 'ETAPES SANS ANOMALIE         : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-ALERTES TO WS-NB-EDITE
           STRING 'ETAPES EN ALERTE             : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-NB-SITES > 0
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-NB-RATTRAPES TO WS-NB-EDITE
               STRING 'SITES RATTRAPES              : ' WS-NB-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-NB-EXCEPTIONS TO WS-NB-EDITE
               STRING 'SITES EN EXCEPTION OUVERTE   : ' WS-NB-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-TABLE-SATUREE = 1
               MOVE 'PLUS DE 20 ETAPES POUR LA DATE - SUITE IGNOREE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK
               STRING 'CONTROLE CONDUITE : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'CONTROLE CONDUITE : ANOMALIE - '
                   'CONDUITE ILLISIBLE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.
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
       LIRE-PARAMETRES.
           ACCEPT WS-CHAINE-DSN FROM ENVIRONMENT 'EXO15_CHAINE_DSN'
           IF WS-CHAINE-DSN = SPACES
               MOVE 'EXO15.CHAINE' TO WS-CHAINE-DSN
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_MATIN_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-MATIN.RPT' TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-ALERTES-DSN
               FROM ENVIRONMENT 'EXO15_MATIN_ALERTES_DSN'
           IF WS-ALERTES-DSN = SPACES
               MOVE 'EXO15-MATIN.ALERTES' TO WS-ALERTES-DSN
           END-IF
      *    DATE RELUE : EXO15_DATE_TRAITEMENT, COMME LE CONTROLE
      *    D'ENCHAINEMENT ; A DEFAUT LA VEILLE, LE RAPPORT PASSANT LE
      *    MATIN SUR LA NUIT ECOULEE. UNE VALEUR MAL FORMEE RETOMBE
      *    SUR LA VEILLE, EN LE SIGNALANT.
           MOVE WS-DATE-DEBUT TO WS-JOUR-N
           PERFORM PRECEDER-JOUR
           MOVE WS-JOUR-N TO WS-DATE-TRT
           MOVE SPACES TO WS-DATE-TRT-TXT
           ACCEPT WS-DATE-TRT-TXT
               FROM ENVIRONMENT 'EXO15_DATE_TRAITEMENT'
           IF WS-DATE-TRT-TXT NOT = SPACES
               IF WS-DATE-TRT-TXT IS NUMERIC
                   MOVE WS-DATE-TRT-TXT TO WS-DATE-TRT
               ELSE
                   DISPLAY 'EXO15_DATE_TRAITEMENT MAL FORMEE ('
                       WS-DATE-TRT-TXT ') - VEILLE RETENUE'
               END-IF
           END-IF.
       END PROGRAM Exo15Matin.
