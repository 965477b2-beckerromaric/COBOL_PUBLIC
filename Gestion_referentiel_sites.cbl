      ******************************************************************
      * Author:
      * Date:
      * Purpose: Administration du referentiel des sites (EXO15.SITES,
      *          dessin EXO15SIT) : creation et modification des fiches
      *          site (nom de l'agence, destination du fichier de
      *          retour, fichier recu, indicateur actif, dates
      *          d'ouverture et de fermeture, volume quotidien minimal),
      *          consultation d'une fiche et liste complete. Seance
      *          reservee aux operateurs actifs porteurs du droit
      *          d'administration d'EXO15.HABIL ; toute decision est
      *          journalisee et signee, comme chez Exo15Habil.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : la liste des sites quitte les
      *                 variables d'environnement de la fusion pour un
      *                 fichier de reference partage par toute la
      *                 chaine. Meme dialogue et memes regles que
      *                 l'administration des habilitations : on ferme
      *                 un site (date de fermeture, indicateur actif),
      *                 on ne le supprime pas - les SITE du maitre et
      *                 de l'historique doivent rester lisibles. Le
      *                 code XX est reserve (provenance inconnue dans
      *                 les recapitulatifs) et refuse a la creation.
      *                 Au premier lancement le fichier est cree vide ;
      *                 le droit d'administration, lui, est toujours
      *                 controle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Sites.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITES ASSIGN TO DYNAMIC WS-SITES-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SIT-CODE
               FILE STATUS IS WS-SITES-STATUT.
           SELECT HABILITATION ASSIGN TO DYNAMIC WS-HABIL-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HAB-CODE
               FILE STATUS IS WS-HABIL-STATUT.
           SELECT JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SITES.
       01  ENR-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==SIT==.
       FD  HABILITATION.
       01  ENR-HABILITATION.
           COPY EXO15HAB REPLACING ==:PFX:== BY ==HAB==.
       FD  JOURNAL.
       01  LIGNE-JOURNAL PIC X(110).
       WORKING-STORAGE SECTION.
       77  WS-SITES-DSN PIC X(100).
       77  WS-SITES-STATUT PIC XX.
       77  WS-HABIL-DSN PIC X(100).
       77  WS-HABIL-STATUT PIC XX.
       77  WS-JOURNAL-DSN PIC X(100).
      *    OPERATEUR DE LA SEANCE ET SON VERDICT D'ADMISSION.
       77  WS-OPERATEUR PIC X(08).
       77  WS-SEANCE-ADMISE PIC 9 VALUE 0.
      *    A 1 QUAND LE REFERENTIEL VIENT D'ETRE CREE (PREMIER
      *    LANCEMENT), POUR LE DIRE AU JOURNAL.
       77  WS-PREMIER-LANCEMENT PIC 9 VALUE 0.
      *    DIALOGUE DE SEANCE.
       77  WS-ACTION PIC X(01).
       77  WS-FIN-DEMANDEE PIC 9 VALUE 0.
       77  WS-SAISIE-CODE PIC X(02).
       77  WS-SAISIE-NOM PIC X(30).
       77  WS-SAISIE-FICHIER PIC X(60).
       77  WS-SAISIE-DROIT PIC X(01).
       77  WS-DROIT-OK PIC 9.
       77  WS-SAISIE-DATE PIC X(08).
       77  WS-DATE-OK PIC 9.
       01  WS-DATE-SAISIE PIC 9(08).
       01  WS-DATE-DECOUPEE REDEFINES WS-DATE-SAISIE.
           05 WS-DATE-AAAA PIC 9(04).
           05 WS-DATE-MM PIC 9(02).
           05 WS-DATE-JJ PIC 9(02).
       77  WS-SAISIE-VOLUME PIC X(07).
       77  WS-VOLUME-OK PIC 9.
       77  WS-VOLUME-SAISI PIC 9(07).
       77  WS-POS-CAR PIC 9(01).
       01  WS-CHIFFRE-X PIC X(01).
       01  WS-CHIFFRE-9 REDEFINES WS-CHIFFRE-X PIC 9(01).
       77  WS-FIN-LISTE PIC 9.
       77  WS-NB-LISTES PIC 9(05).
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-DATE-SEANCE PIC 9(08).
       77  WS-HEURE-SEANCE PIC 9(08).
      *    LIBELLE DE LA DECISION POUR LE JOURNAL, DEPOSE PAR
      *    L'APPELANT.
       77  WS-DECISION PIC X(10).
       PROCEDURE DIVISION.
       DEBUT.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-SEANCE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SEANCE FROM TIME
           PERFORM IDENTIFIER-OPERATEUR
           IF WS-OPERATEUR = SPACES
               DISPLAY 'AUCUN CODE OPERATEUR - SEANCE REFUSEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLER-ADMINISTRATEUR
           IF WS-SEANCE-ADMISE = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OUVRIR-REFERENTIEL
           IF WS-SITES-STATUT NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL
           PERFORM ECRIRE-ENTETE-JOURNAL
           PERFORM TRAITER-ACTION UNTIL WS-FIN-DEMANDEE = 1
           CLOSE JOURNAL
           CLOSE SITES
           STOP RUN.
       IDENTIFIER-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'EXO15_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               DISPLAY 'CODE OPERATEUR ?'
               ACCEPT WS-OPERATEUR
           END-IF.
       CONTROLER-ADMINISTRATEUR.
      *    PAS DE SEANCE SANS FICHIER D'HABILITATION : LE PREMIER
      *    ADMINISTRATEUR SE POSE PAR EXO15HABIL, PAS ICI.
           OPEN INPUT HABILITATION
           IF WS-HABIL-STATUT NOT = '00'
               DISPLAY 'FICHIER HABILITATIONS ILLISIBLE - STATUT '
                   WS-HABIL-STATUT ' - SEANCE REFUSEE'
           ELSE
               MOVE WS-OPERATEUR TO HAB-CODE
               READ HABILITATION
                   INVALID KEY CONTINUE
               END-READ
               IF WS-HABIL-STATUT NOT = '00'
                   DISPLAY 'OPERATEUR ' WS-OPERATEUR
                       ' INCONNU - SEANCE REFUSEE'
               ELSE
                   IF HAB-ACTIF NOT = 'O'
                       DISPLAY 'OPERATEUR ' WS-OPERATEUR
                           ' INACTIF - SEANCE REFUSEE'
                   ELSE
                       IF HAB-DROIT-ADMIN NOT = 'O'
                           DISPLAY 'OPERATEUR ' WS-OPERATEUR
                               ' SANS DROIT D ADMINISTRATION - '
                               'SEANCE REFUSEE'
                       ELSE
                           MOVE 1 TO WS-SEANCE-ADMISE
                       END-IF
                   END-IF
               END-IF
               CLOSE HABILITATION
           END-IF.
       OUVRIR-REFERENTIEL.
           OPEN I-O SITES
           IF WS-SITES-STATUT = '35'
               OPEN OUTPUT SITES
               CLOSE SITES
               OPEN I-O SITES
               MOVE 1 TO WS-PREMIER-LANCEMENT
               DISPLAY 'REFERENTIEL DES SITES CREE VIDE'
           END-IF
           IF WS-SITES-STATUT NOT = '00'
               DISPLAY 'OUVERTURE REFERENTIEL DES SITES IMPOSSIBLE - '
                   'STATUT ' WS-SITES-STATUT
           END-IF.
       TRAITER-ACTION.
           DISPLAY 'ACTION ? C=CREER M=MODIFIER A=AFFICHER '
               'L=LISTER F=FIN'
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'cmalf' TO 'CMALF'
           EVALUATE WS-ACTION
               WHEN 'C'
                   PERFORM CREER-FICHE
               WHEN 'M'
                   PERFORM MODIFIER-FICHE
               WHEN 'A'
                   PERFORM AFFICHER-UNE-FICHE
               WHEN 'L'
                   PERFORM LISTER-FICHES
               WHEN 'F'
                   MOVE 1 TO WS-FIN-DEMANDEE
               WHEN OTHER
                   DISPLAY 'REPONSE NON RECONNUE'
           END-EVALUATE.
       CREER-FICHE.
           PERFORM SAISIR-CODE
           IF WS-SAISIE-CODE NOT = SPACES
               IF WS-SAISIE-CODE (1:1) = SPACE
                       OR WS-SAISIE-CODE (2:1) = SPACE
                       OR WS-SAISIE-CODE = 'XX'
                   DISPLAY 'CODE SITE INVALIDE - DEUX CARACTERES, '
                       'XX RESERVE'
               ELSE
                   MOVE WS-SAISIE-CODE TO SIT-CODE
                   READ SITES
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-SITES-STATUT = '00'
                       DISPLAY 'CODE DEJA PRESENT - PASSER PAR '
                           'M=MODIFIER'
                   ELSE
      *                VALEURS DE NAISSANCE : ACTIF, OUVERT DU JOUR,
      *                SANS FERMETURE, PLANCHER DE VOLUME A 1.
                       MOVE SPACES TO ENR-SITE
                       MOVE WS-SAISIE-CODE TO SIT-CODE
                       MOVE 'O' TO SIT-ACTIF
                       MOVE WS-DATE-SEANCE TO SIT-DATE-OUVERTURE
                       MOVE 0 TO SIT-DATE-FERMETURE
                       MOVE 1 TO SIT-VOLUME-MIN
                       PERFORM SAISIR-FICHE
                       WRITE ENR-SITE
                       IF WS-SITES-STATUT = '00'
                               OR WS-SITES-STATUT = '02'
                           MOVE 'CREE' TO WS-DECISION
                           PERFORM JOURNALISER-FICHE
                       ELSE
                           DISPLAY 'ECRITURE IMPOSSIBLE - STATUT '
                               WS-SITES-STATUT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MODIFIER-FICHE.
           PERFORM SAISIR-CODE
           IF WS-SAISIE-CODE NOT = SPACES
               MOVE WS-SAISIE-CODE TO SIT-CODE
               READ SITES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SITES-STATUT NOT = '00'
                   DISPLAY 'CODE INCONNU - PASSER PAR C=CREER'
               ELSE
                   PERFORM AFFICHER-FICHE
                   PERFORM SAISIR-FICHE
                   REWRITE ENR-SITE
                   IF WS-SITES-STATUT = '00'
                       MOVE 'MODIFIE' TO WS-DECISION
                       PERFORM JOURNALISER-FICHE
                   ELSE
                       DISPLAY 'REECRITURE IMPOSSIBLE - STATUT '
                           WS-SITES-STATUT
                   END-IF
               END-IF
           END-IF.
       AFFICHER-UNE-FICHE.
           PERFORM SAISIR-CODE
           IF WS-SAISIE-CODE NOT = SPACES
               MOVE WS-SAISIE-CODE TO SIT-CODE
               READ SITES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SITES-STATUT = '00'
                   PERFORM AFFICHER-FICHE
               ELSE
                   DISPLAY 'CODE INCONNU'
               END-IF
           END-IF.
       LISTER-FICHES.
           MOVE 0 TO WS-NB-LISTES
           MOVE 0 TO WS-FIN-LISTE
           MOVE LOW-VALUES TO SIT-CODE
           START SITES KEY NOT < SIT-CODE
               INVALID KEY MOVE 1 TO WS-FIN-LISTE
           END-START
           IF WS-FIN-LISTE = 0
               PERFORM LIRE-FICHE-SUIVANTE
           END-IF
           PERFORM LISTER-UNE-FICHE UNTIL WS-FIN-LISTE = 1
           MOVE WS-NB-LISTES TO WS-NB-EDITE
           DISPLAY WS-NB-EDITE ' SITE(S) AU REFERENTIEL'.
       LISTER-UNE-FICHE.
           PERFORM AFFICHER-FICHE
           ADD 1 TO WS-NB-LISTES
           PERFORM LIRE-FICHE-SUIVANTE.
       LIRE-FICHE-SUIVANTE.
           READ SITES NEXT
               AT END MOVE 1 TO WS-FIN-LISTE
           END-READ
           IF WS-FIN-LISTE = 0
                   AND WS-SITES-STATUT NOT = '00'
                   AND WS-SITES-STATUT NOT = '02'
               MOVE 1 TO WS-FIN-LISTE
           END-IF.
       SAISIR-CODE.
           DISPLAY 'CODE SITE (VIDE = ABANDON) ?'
           MOVE SPACES TO WS-SAISIE-CODE
           ACCEPT WS-SAISIE-CODE.
       SAISIR-FICHE.
      *    UNE SAISIE VIDE LAISSE LA ZONE EN PLACE (EN CREATION, LES
      *    VALEURS DE NAISSANCE POSEES PAR CREER-FICHE).
           DISPLAY 'NOM DE L AGENCE (VIDE = INCHANGE) ?'
           MOVE SPACES TO WS-SAISIE-NOM
           ACCEPT WS-SAISIE-NOM
           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO SIT-NOM
           END-IF
           DISPLAY 'DESTINATION DU FICHIER DE RETOUR (VIDE = '
               'INCHANGE, * = CONVENTION) ?'
           MOVE SPACES TO WS-SAISIE-FICHIER
           ACCEPT WS-SAISIE-FICHIER
           IF WS-SAISIE-FICHIER = '*'
               MOVE SPACES TO SIT-DESTINATION
           ELSE
               IF WS-SAISIE-FICHIER NOT = SPACES
                   MOVE WS-SAISIE-FICHIER TO SIT-DESTINATION
               END-IF
           END-IF
           DISPLAY 'FICHIER RECU DU SITE (VIDE = INCHANGE, '
               '* = CONVENTION) ?'
           MOVE SPACES TO WS-SAISIE-FICHIER
           ACCEPT WS-SAISIE-FICHIER
           IF WS-SAISIE-FICHIER = '*'
               MOVE SPACES TO SIT-FICHIER-RECU
           ELSE
               IF WS-SAISIE-FICHIER NOT = SPACES
                   MOVE WS-SAISIE-FICHIER TO SIT-FICHIER-RECU
               END-IF
           END-IF
           DISPLAY 'ACTIF O/N (VIDE = INCHANGE, ' SIT-ACTIF ') ?'
           PERFORM SAISIR-DROIT
           IF WS-SAISIE-DROIT NOT = SPACES
               MOVE WS-SAISIE-DROIT TO SIT-ACTIF
           END-IF
           DISPLAY 'DATE D OUVERTURE AAAAMMJJ (VIDE = INCHANGE, '
               SIT-DATE-OUVERTURE ') ?'
           PERFORM SAISIR-DATE
           IF WS-SAISIE-DATE NOT = SPACES
               MOVE WS-DATE-SAISIE TO SIT-DATE-OUVERTURE
           END-IF
           DISPLAY 'DATE DE FERMETURE AAAAMMJJ OU 0 (VIDE = '
               'INCHANGE, ' SIT-DATE-FERMETURE ') ?'
           PERFORM SAISIR-DATE
           IF WS-SAISIE-DATE NOT = SPACES
               MOVE WS-DATE-SAISIE TO SIT-DATE-FERMETURE
           END-IF
           DISPLAY 'VOLUME QUOTIDIEN MINIMAL (VIDE = INCHANGE, '
               SIT-VOLUME-MIN ') ?'
           PERFORM SAISIR-VOLUME
           IF WS-SAISIE-VOLUME NOT = SPACES
               MOVE WS-VOLUME-SAISI TO SIT-VOLUME-MIN
           END-IF.
       SAISIR-DROIT.
      *    SEULS O, N OU VIDE SONT ADMIS ; TOUTE AUTRE REPONSE EST
      *    REDEMANDEE.
           MOVE 0 TO WS-DROIT-OK
           PERFORM SAISIR-DROIT-REPONSE UNTIL WS-DROIT-OK = 1.
       SAISIR-DROIT-REPONSE.
           MOVE SPACES TO WS-SAISIE-DROIT
           ACCEPT WS-SAISIE-DROIT
           INSPECT WS-SAISIE-DROIT CONVERTING 'on' TO 'ON'
           IF WS-SAISIE-DROIT = 'O' OR WS-SAISIE-DROIT = 'N'
                   OR WS-SAISIE-DROIT = SPACES
               MOVE 1 TO WS-DROIT-OK
           ELSE
               DISPLAY 'REPONSE NON RECONNUE - O, N OU VIDE'
           END-IF.
       SAISIR-DATE.
      *    HUIT CHIFFRES AAAAMMJJ AU MOIS ET AU JOUR PLAUSIBLES, OU 0
      *    SEUL (PAS DE DATE), OU VIDE ; TOUT LE RESTE EST REDEMANDE.
           MOVE 0 TO WS-DATE-OK
           PERFORM SAISIR-DATE-REPONSE UNTIL WS-DATE-OK = 1.
       SAISIR-DATE-REPONSE.
           MOVE SPACES TO WS-SAISIE-DATE
           ACCEPT WS-SAISIE-DATE
           MOVE 0 TO WS-DATE-SAISIE
           IF WS-SAISIE-DATE = SPACES OR WS-SAISIE-DATE = '0'
               MOVE 1 TO WS-DATE-OK
               IF WS-SAISIE-DATE = '0'
      *            ZERO EST UNE VRAIE REPONSE ("PAS DE DATE") : LA
      *            ZONE N'EST PLUS A BLANC POUR L'APPELANT.
                   MOVE '00000000' TO WS-SAISIE-DATE
               END-IF
           ELSE
               IF WS-SAISIE-DATE IS NUMERIC
                   MOVE WS-SAISIE-DATE TO WS-DATE-SAISIE
                   IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                           AND WS-DATE-JJ >= 1 AND WS-DATE-JJ <= 31
                       MOVE 1 TO WS-DATE-OK
                   END-IF
               END-IF
               IF WS-DATE-OK = 0
                   DISPLAY 'DATE NON RECONNUE - AAAAMMJJ, 0 OU VIDE'
               END-IF
           END-IF.
       SAISIR-VOLUME.
      *    CHIFFRES CADRES A GAUCHE ('100' COMME '0000100'), LA VALEUR
      *    ETANT RECONSTRUITE CHIFFRE PAR CHIFFRE COMME LE PLANCHER
      *    DE LA FUSION ; UNE REPONSE MAL FORMEE EST REDEMANDEE.
           MOVE 0 TO WS-VOLUME-OK
           PERFORM SAISIR-VOLUME-REPONSE UNTIL WS-VOLUME-OK = 1.
       SAISIR-VOLUME-REPONSE.
           MOVE SPACES TO WS-SAISIE-VOLUME
           ACCEPT WS-SAISIE-VOLUME
           MOVE 1 TO WS-VOLUME-OK
           MOVE 0 TO WS-VOLUME-SAISI
           IF WS-SAISIE-VOLUME NOT = SPACES
               PERFORM CONVERTIR-CAR-VOLUME
                   VARYING WS-POS-CAR FROM 1 BY 1
                   UNTIL WS-POS-CAR > 7
                       OR WS-SAISIE-VOLUME (WS-POS-CAR:1) = SPACE
                       OR WS-VOLUME-OK = 0
               IF WS-VOLUME-OK = 0
                   DISPLAY 'VOLUME NON RECONNU - CHIFFRES OU VIDE'
               END-IF
           END-IF.
       CONVERTIR-CAR-VOLUME.
           MOVE WS-SAISIE-VOLUME (WS-POS-CAR:1) TO WS-CHIFFRE-X
           IF WS-CHIFFRE-X IS NUMERIC
               COMPUTE WS-VOLUME-SAISI
                   = WS-VOLUME-SAISI * 10 + WS-CHIFFRE-9
           ELSE
               MOVE 0 TO WS-VOLUME-OK
           END-IF.
       AFFICHER-FICHE.
           DISPLAY '------------------------------------------'
           DISPLAY 'CODE       : ' SIT-CODE
           DISPLAY 'AGENCE     : ' SIT-NOM
           DISPLAY 'RETOUR     : ' SIT-DESTINATION
           DISPLAY 'RECU       : ' SIT-FICHIER-RECU
           DISPLAY 'ACTIF      : ' SIT-ACTIF
           DISPLAY 'OUVERTURE  : ' SIT-DATE-OUVERTURE
               '  FERMETURE : ' SIT-DATE-FERMETURE
           DISPLAY 'VOLUME MIN : ' SIT-VOLUME-MIN.
       ECRIRE-ENTETE-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '=== REFERENTIEL DES SITES DU ' WS-DATE-SEANCE
               ' A ' WS-HEURE-SEANCE
               ' PAR ' WS-OPERATEUR ' ==='
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           IF WS-PREMIER-LANCEMENT = 1
               MOVE SPACES TO LIGNE-JOURNAL
               STRING WS-OPERATEUR ' PREMIER LANCEMENT - REFERENTIEL '
                   'CREE VIDE'
                   DELIMITED BY SIZE INTO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
           END-IF.
       JOURNALISER-FICHE.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING WS-OPERATEUR ' ' WS-DECISION
               ' CODE=' SIT-CODE
               ' ACTIF=' SIT-ACTIF
               ' OUVERT=' SIT-DATE-OUVERTURE
               ' FERME=' SIT-DATE-FERMETURE
               ' MIN=' SIT-VOLUME-MIN
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '         AGENCE=' SIT-NOM
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '         RETOUR=' SIT-DESTINATION
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '         RECU=' SIT-FICHIER-RECU
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
       LIRE-PARAMETRES.
           ACCEPT WS-SITES-DSN FROM ENVIRONMENT 'EXO15_SITES_DSN'
           IF WS-SITES-DSN = SPACES
               MOVE 'EXO15.SITES' TO WS-SITES-DSN
           END-IF
           ACCEPT WS-HABIL-DSN FROM ENVIRONMENT 'EXO15_HABIL_DSN'
           IF WS-HABIL-DSN = SPACES
               MOVE 'EXO15.HABIL' TO WS-HABIL-DSN
           END-IF
           ACCEPT WS-JOURNAL-DSN
               FROM ENVIRONMENT 'EXO15_SITES_JOURNAL_DSN'
           IF WS-JOURNAL-DSN = SPACES
               MOVE 'EXO15-SITES.JOURNAL' TO WS-JOURNAL-DSN
           END-IF.
       END PROGRAM Exo15Sites.
