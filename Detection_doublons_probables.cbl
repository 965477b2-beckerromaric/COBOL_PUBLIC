      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recherche des doublons probables du fichier maitre
      *          indexe : un meme client tenu sous deux ID differents,
      *          le plus souvent par deux sites depuis la fusion des
      *          agences. Le NOM de chaque fiche est normalise (casse,
      *          lettres accentuees, ponctuation, blancs repetes,
      *          ordre des mots, abreviations courantes), puis les
      *          fiches dont les NOM normalises concordent ou
      *          concordent presque sont regroupees. Le rapport de
      *          revue liste chaque groupe candidat avec ID, SITE,
      *          MONTANT et score de ressemblance ; le fichier des
      *          candidats (dessin EXO15CAN) est la file de revue
      *          chargee par Exo15Maint.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : RECHERCHE-DOUBLON d'EXO15 et le
      *                 motif DBL d'Exo15Maint ne voient qu'un ID
      *                 repete ; "DUPONT JEAN" au site 03 et "JEAN
      *                 DUPONT" ou "DUPONT  J." au site 05 passent, et
      *                 le client compte deux fois dans les totaux de
      *                 region d'Exo15Rupt. Le programme charge le
      *                 maitre en table (meme capacite de 5000 que la
      *                 validation d'EXO15), normalise chaque NOM en
      *                 une liste de mots triee, compare les fiches
      *                 deux a deux mot a mot (mot identique, initiale,
      *                 ou une seule lettre d'ecart) et rattache en
      *                 groupe toute paire au-dela du seuil
      *                 EXO15_SIMIL_SEUIL (80 par defaut). RC 4 quand
      *                 un groupe au moins est a revoir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Simil.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAITRE ASSIGN TO DYNAMIC WS-MAITRE-DSN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY MA-ID
               FILE STATUS IS WS-MAITRE-STATUT.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
      *    FILE DE REVUE POUR EXO15MAINT : UNE FICHE PAR ENREGISTREMENT,
      *    LES FICHES D'UN MEME GROUPE A LA SUITE.
           SELECT CANDIDATS ASSIGN TO DYNAMIC WS-CANDIDATS-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD  MAITRE.
       01  ENR-MAITRE.
           COPY EXO15MAI REPLACING ==:PFX:== BY ==MA==.
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(100).
       FD  CANDIDATS.
       01  ENR-CANDIDAT.
           COPY EXO15CAN REPLACING ==:PFX:== BY ==CA==.
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-MAITRE-DSN PIC X(100).
       77  WS-MAITRE-STATUT PIC XX.
       77  WS-RAPPORT-DSN PIC X(100).
       77  WS-CANDIDATS-DSN PIC X(100).
      *    SEUIL DE RESSEMBLANCE (1 A 100) : CHIFFRES CADRES A GAUCHE,
      *    VALEUR RECONSTRUITE CHIFFRE PAR CHIFFRE. 80 PAR DEFAUT.
       77  WS-SEUIL PIC 9(03).
       77  WS-SEUIL-TXT PIC X(03).
       77  WS-POS-SEUIL PIC 9(01).
       77  WS-SEUIL-VALIDE PIC 9.
       01  WS-CHIFFRE-X PIC X(01).
       01  WS-CHIFFRE-9 REDEFINES WS-CHIFFRE-X PIC 9(01).
      *    LETTRES ACCENTUEES DU JEU LATIN-1 (MAJUSCULES PUIS
      *    MINUSCULES) ET LEUR LETTRE DE BASE EN MAJUSCULE. LES
      *    LIGATURES (AE, OE) NE SONT PAS DEVELOPPEES : ELLES TOMBENT
      *    COMME LA PONCTUATION.
       01  WS-ACCENTS-LATIN1.
           05 FILLER PIC X(26) VALUE
            X'C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD'.
           05 FILLER PIC X(27) VALUE
            X'E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFDFF'.
      *    MEMES LETTRES SAISIES EN UTF-8 PAR LES POSTES RECENTS : UN
      *    OCTET X'C3' SUIVI DE L'OCTET CI-DESSOUS (CODE LATIN-1 MOINS
      *    X'40'), DANS LE MEME ORDRE.
       01  WS-SUITES-UTF8.
           05 FILLER PIC X(26) VALUE
            X'8081828384858788898A8B8C8D8E8F919293949596999A9B9C9D'.
           05 FILLER PIC X(27) VALUE
            X'A0A1A2A3A4A5A7A8A9AAABACADAEAFB1B2B3B4B5B6B9BABBBCBDBF'.
       01  WS-ACCENTS-SANS.
           05 FILLER PIC X(26) VALUE 'AAAAAACEEEEIIIINOOOOOUUUUY'.
           05 FILLER PIC X(27) VALUE 'AAAAAACEEEEIIIINOOOOOUUUUYY'.
      *    ABREVIATIONS COURANTES ET LEUR FORME DEVELOPPEE ; UNE FORME
      *    A BLANC FAIT TOMBER LE MOT (CIVILITES, FORMES JURIDIQUES,
      *    "ET" DE "DUPONT ET FILS" CONTRE "DUPONT & FILS"). STE VAUT
      *    SOCIETE, PAS SAINTE : C'EST L'USAGE DES FICHIERS CLIENTS.
       01  WS-VALEURS-ABREGES.
           05 FILLER PIC X(22) VALUE 'MR                    '.
           05 FILLER PIC X(22) VALUE 'MME                   '.
           05 FILLER PIC X(22) VALUE 'MLLE                  '.
           05 FILLER PIC X(22) VALUE 'MM                    '.
           05 FILLER PIC X(22) VALUE 'MONSIEUR              '.
           05 FILLER PIC X(22) VALUE 'MADAME                '.
           05 FILLER PIC X(22) VALUE 'ET                    '.
           05 FILLER PIC X(22) VALUE 'SA                    '.
           05 FILLER PIC X(22) VALUE 'SARL                  '.
           05 FILLER PIC X(22) VALUE 'SAS                   '.
           05 FILLER PIC X(22) VALUE 'EURL                  '.
           05 FILLER PIC X(22) VALUE 'STE     SOCIETE       '.
           05 FILLER PIC X(22) VALUE 'SOC     SOCIETE       '.
           05 FILLER PIC X(22) VALUE 'CIE     COMPAGNIE     '.
           05 FILLER PIC X(22) VALUE 'ETS     ETABLISSEMENTS'.
           05 FILLER PIC X(22) VALUE 'ETAB    ETABLISSEMENTS'.
           05 FILLER PIC X(22) VALUE 'ST      SAINT         '.
           05 FILLER PIC X(22) VALUE 'ASSOC   ASSOCIATION   '.
           05 FILLER PIC X(22) VALUE 'ASS     ASSOCIATION   '.
           05 FILLER PIC X(22) VALUE 'FRS     FRERES        '.
           05 FILLER PIC X(22) VALUE 'VVE     VEUVE         '.
       01  WS-TABLE-ABREGES REDEFINES WS-VALEURS-ABREGES.
           05 WS-ABREGE OCCURS 21 TIMES.
              10 WS-AB-COURT PIC X(08).
              10 WS-AB-FORME PIC X(14).
       77  WS-IDX-AB PIC 9(02).
       77  WS-AB-TROUVE PIC 9(02).
      *    NORMALISATION D'UN NOM : MOTS RETENUS (DOUZE AU PLUS, VINGT
      *    CARACTERES CHACUN), TRIES PAR ORDRE ALPHABETIQUE POUR QUE
      *    "JEAN DUPONT" ET "DUPONT JEAN" DONNENT LA MEME LISTE.
       77  WS-NOM-TRAVAIL PIC X(30).
       77  WS-CAR PIC X(01).
       77  WS-CAR-SUIVANT PIC X(01).
       77  WS-POS-CAR PIC 9(02).
       77  WS-SAUTER-CAR PIC 9.
       77  WS-NB-OCC PIC 9(02).
       77  WS-MOT-COURANT PIC X(20).
       77  WS-LG-MOT PIC 9(02).
       01  WS-MOTS-NORMES.
           05 WS-N-NB-MOTS PIC 9(02).
           05 WS-N-MOT OCCURS 12 TIMES.
              10 WS-N-MOT-TEXTE PIC X(20).
              10 WS-N-MOT-LG PIC 9(02).
       01  WS-MOT-ECHANGE PIC X(22).
       77  WS-PASSE PIC 9(02).
       77  WS-K PIC 9(02).
       77  WS-NORME PIC X(60).
       77  WS-PTR PIC 9(03).
      *    TABLE DU MAITRE : FICHE BRUTE, ESTAMPILLES, NOM NORMALISE
      *    ET SA LISTE DE MOTS, GROUPE DE RATTACHEMENT (0 = AUCUN) ET
      *    MEILLEUR SCORE OBTENU. MEME CAPACITE QUE LA VALIDATION
      *    D'EXO15.
       01  WS-TABLE-FICHES.
           05 WS-NB-FICHES PIC 9(05) VALUE 0.
           05 WS-ENTREE OCCURS 5000 TIMES.
              10 WS-E-FICHE PIC X(44).
              10 WS-E-DATE-CREATION PIC 9(08).
              10 WS-E-DATE-MAJ PIC 9(08).
              10 WS-E-NORME PIC X(60).
              10 WS-E-MOTS.
                 15 WS-E-NB-MOTS PIC 9(02).
                 15 WS-E-MOT OCCURS 12 TIMES.
                    20 WS-E-MOT-TEXTE PIC X(20).
                    20 WS-E-MOT-LG PIC 9(02).
              10 WS-E-GROUPE PIC 9(05).
              10 WS-E-SCORE PIC 9(03).
              10 WS-E-EDITE PIC 9.
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
      *    COMPARAISON D'UNE PAIRE : CHAQUE MOT DE LA PREMIERE FICHE
      *    PREND LE MEILLEUR MOT LIBRE DE LA SECONDE (10 POINTS S'IL
      *    EST IDENTIQUE, 8 POUR UNE INITIALE OU UNE SEULE LETTRE
      *    D'ECART) ; SCORE = POINTS RAPPORTES AU PLUS LONG DES DEUX
      *    NOMS, SUR 100.
       77  WS-I PIC 9(05).
       77  WS-J PIC 9(05).
       77  WS-DEBUT-J PIC 9(05).
       77  WS-K2 PIC 9(05).
       77  WS-KA PIC 9(02).
       77  WS-KB PIC 9(02).
       01  WS-MOTS-PRIS.
           05 WS-MOT-PRIS PIC 9 OCCURS 12 TIMES.
       77  WS-POINTS PIC 9(03).
       77  WS-VALEUR PIC 9(02).
       77  WS-MEILLEUR PIC 9(02).
       77  WS-MEILLEUR-KB PIC 9(02).
       77  WS-NB-MAX PIC 9(02).
       77  WS-NB-MIN PIC 9(02).
       77  WS-SCORE PIC 9(03).
       77  WS-MOT-A PIC X(20).
       77  WS-MOT-B PIC X(20).
       77  WS-LG-A PIC 9(02).
       77  WS-LG-B PIC 9(02).
       77  WS-MOT-LONG PIC X(20).
       77  WS-MOT-COURT PIC X(20).
       77  WS-LG-COURT PIC 9(02).
       77  WS-P PIC 9(02).
       77  WS-RESTE PIC 9(02).
       77  WS-NB-DIFF PIC 9(02).
       77  WS-ECART-OK PIC 9.
      *    GROUPES : NUMERO INTERNE DE RATTACHEMENT PUIS NUMERO
      *    D'EDITION CONTINU DANS LE RAPPORT ET LA FILE DE REVUE.
       77  WS-NB-GROUPES PIC 9(05) VALUE 0.
       77  WS-GROUPE-ANCIEN PIC 9(05).
       77  WS-GROUPE-NOUVEAU PIC 9(05).
       77  WS-GROUPE-COURANT PIC 9(05).
       77  WS-NO-EDITION PIC 9(05) VALUE 0.
       77  WS-NB-MEMBRES PIC 9(05).
       77  WS-RANG PIC 9(05).
       77  WS-SITE-PREMIER PIC X(02).
       77  WS-GROUPE-INTER-SITES PIC 9.
       77  WS-GROUPE-ILLISIBLE PIC 9.
       77  WS-MONTANT-GROUPE PIC S9(11)V99 COMP-3.
       01  WS-FICHE-EDITEE.
           COPY EXO15REC REPLACING ==:PFX:== BY ==FE==.
      *    COMPTES DU BALAYAGE ET EDITION.
       77  WS-NB-LUS PIC 9(07) VALUE 0.
       77  WS-NB-SANS-NOM PIC 9(07) VALUE 0.
       77  WS-NB-CANDIDATS PIC 9(07) VALUE 0.
       77  WS-NB-INTER-SITES PIC 9(07) VALUE 0.
       77  WS-DATE-EDITION PIC 9(08).
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-SCORE-EDITE PIC ZZ9.
       77  WS-MONTANT-EDITE PIC -9(9).99.
       77  WS-CUMUL-EDITE PIC -9(11).99.
      *    RESULTAT DU CONTROLE : O = OK, N = ANOMALIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
       PROCEDURE DIVISION.
       DEBUT.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           OPEN INPUT MAITRE
           IF WS-MAITRE-STATUT NOT = '00'
               DISPLAY 'OUVERTURE MAITRE IMPOSSIBLE - STATUT '
                   WS-MAITRE-STATUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EOF
           PERFORM LIRE-MAITRE
           PERFORM CHARGER-FICHE UNTIL EOF = 1
           CLOSE MAITRE
           PERFORM COMPARER-LIGNE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-NB-FICHES
           OPEN OUTPUT RAPPORT
           OPEN OUTPUT CANDIDATS
           PERFORM ECRIRE-TITRE
           PERFORM EDITER-GROUPE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NB-FICHES
           PERFORM ECRIRE-SYNTHESE
           CLOSE CANDIDATS
           CLOSE RAPPORT
           DISPLAY 'EXO15SIMIL : ' WS-NO-EDITION ' GROUPE(S), '
               WS-NB-CANDIDATS ' FICHE(S) CANDIDATE(S)'
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NO-EDITION > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       CHARGER-FICHE.
           ADD 1 TO WS-NB-LUS
           IF WS-NB-FICHES < 5000
               ADD 1 TO WS-NB-FICHES
               MOVE MA-FICHE TO WS-E-FICHE (WS-NB-FICHES)
               MOVE MA-DATE-CREATION
                   TO WS-E-DATE-CREATION (WS-NB-FICHES)
               MOVE MA-DATE-MAJ TO WS-E-DATE-MAJ (WS-NB-FICHES)
               MOVE MA-NOM TO WS-NOM-TRAVAIL
               PERFORM NORMALISER-NOM
               MOVE WS-NORME TO WS-E-NORME (WS-NB-FICHES)
               MOVE WS-MOTS-NORMES TO WS-E-MOTS (WS-NB-FICHES)
               MOVE 0 TO WS-E-GROUPE (WS-NB-FICHES)
               MOVE 0 TO WS-E-SCORE (WS-NB-FICHES)
               MOVE 0 TO WS-E-EDITE (WS-NB-FICHES)
               IF WS-N-NB-MOTS = 0
      *            NOM A BLANC OU FAIT SEULEMENT DE CIVILITES ET DE
      *            PONCTUATION : RIEN A COMPARER.
                   ADD 1 TO WS-NB-SANS-NOM
               END-IF
           ELSE
               IF WS-TABLE-SATUREE = 0
                   MOVE 1 TO WS-TABLE-SATUREE
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'TABLE DES FICHES SATUREE A 5000 - '
                       'RECHERCHE DES DOUBLONS PROBABLES INCOMPLETE'
               END-IF
           END-IF
           PERFORM LIRE-MAITRE.
      *----------------------------------------------------------------
      *    NORMALISATION DU NOM : UN CARACTERE A LA FOIS, LETTRES
      *    ACCENTUEES RAMENEES A LEUR BASE, MINUSCULES EN MAJUSCULES,
      *    APOSTROPHE SUPPRIMEE (D'ARTAGNAN = DARTAGNAN), TOUT AUTRE
      *    SIGNE VAUT UN BLANC ET UN BLANC CLOT LE MOT EN COURS - LES
      *    BLANCS REPETES NE PRODUISENT DONC AUCUN MOT VIDE.
      *----------------------------------------------------------------
       NORMALISER-NOM.
           MOVE 0 TO WS-N-NB-MOTS
           MOVE SPACES TO WS-MOT-COURANT
           MOVE 0 TO WS-LG-MOT
           MOVE 0 TO WS-SAUTER-CAR
           PERFORM NETTOYER-CAR
               VARYING WS-POS-CAR FROM 1 BY 1
               UNTIL WS-POS-CAR > 30
           PERFORM CLORE-MOT
           PERFORM TRIER-MOTS-PASSE
               VARYING WS-PASSE FROM 1 BY 1
               UNTIL WS-PASSE >= WS-N-NB-MOTS
           MOVE SPACES TO WS-NORME
           MOVE 1 TO WS-PTR
           PERFORM ASSEMBLER-MOT
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-N-NB-MOTS.
       NETTOYER-CAR.
           IF WS-SAUTER-CAR = 1
      *        SECOND OCTET D'UNE LETTRE UTF-8 DEJA TRADUITE.
               MOVE 0 TO WS-SAUTER-CAR
           ELSE
               MOVE WS-NOM-TRAVAIL (WS-POS-CAR:1) TO WS-CAR
               IF WS-CAR = X'C3' AND WS-POS-CAR < 30
                   PERFORM DECODER-ACCENT-UTF8
               END-IF
               INSPECT WS-CAR
                   CONVERTING WS-ACCENTS-LATIN1 TO WS-ACCENTS-SANS
               INSPECT WS-CAR
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EVALUATE TRUE
                   WHEN WS-CAR = "'"
                       CONTINUE
                   WHEN WS-CAR = SPACE
                       PERFORM CLORE-MOT
                   WHEN WS-CAR IS ALPHABETIC-UPPER
                       PERFORM AJOUTER-CAR
                   WHEN WS-CAR IS NUMERIC
                       PERFORM AJOUTER-CAR
                   WHEN OTHER
                       PERFORM CLORE-MOT
               END-EVALUATE
           END-IF.
       DECODER-ACCENT-UTF8.
           MOVE WS-NOM-TRAVAIL (WS-POS-CAR + 1:1) TO WS-CAR-SUIVANT
           MOVE 0 TO WS-NB-OCC
           INSPECT WS-SUITES-UTF8
               TALLYING WS-NB-OCC FOR ALL WS-CAR-SUIVANT
           IF WS-NB-OCC > 0
               INSPECT WS-CAR-SUIVANT
                   CONVERTING WS-SUITES-UTF8 TO WS-ACCENTS-SANS
               MOVE WS-CAR-SUIVANT TO WS-CAR
               MOVE 1 TO WS-SAUTER-CAR
           END-IF.
       AJOUTER-CAR.
           IF WS-LG-MOT < 20
               ADD 1 TO WS-LG-MOT
               MOVE WS-CAR TO WS-MOT-COURANT (WS-LG-MOT:1)
           END-IF.
       CLORE-MOT.
           IF WS-LG-MOT > 0
               PERFORM RETENIR-MOT
           END-IF
           MOVE SPACES TO WS-MOT-COURANT
           MOVE 0 TO WS-LG-MOT.
       RETENIR-MOT.
           MOVE 0 TO WS-AB-TROUVE
           PERFORM CHERCHER-ABREGE
               VARYING WS-IDX-AB FROM 1 BY 1
               UNTIL WS-IDX-AB > 21 OR WS-AB-TROUVE > 0
           IF WS-AB-TROUVE > 0
               MOVE WS-AB-FORME (WS-AB-TROUVE) TO WS-MOT-COURANT
               MOVE 0 TO WS-LG-MOT
               INSPECT WS-MOT-COURANT TALLYING WS-LG-MOT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
      *    AU-DELA DE DOUZE MOTS LE RESTE DU NOM EST IGNORE (UN NOM DE
      *    TRENTE CARACTERES N'Y ARRIVE QU'EN INITIALES ISOLEES).
           IF WS-LG-MOT > 0 AND WS-N-NB-MOTS < 12
               ADD 1 TO WS-N-NB-MOTS
               MOVE WS-MOT-COURANT TO WS-N-MOT-TEXTE (WS-N-NB-MOTS)
               MOVE WS-LG-MOT TO WS-N-MOT-LG (WS-N-NB-MOTS)
           END-IF.
       CHERCHER-ABREGE.
           IF WS-AB-COURT (WS-IDX-AB) = WS-MOT-COURANT
               MOVE WS-IDX-AB TO WS-AB-TROUVE
           END-IF.
       TRIER-MOTS-PASSE.
           PERFORM COMPARER-VOISINS
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-N-NB-MOTS - WS-PASSE.
       COMPARER-VOISINS.
           IF WS-N-MOT-TEXTE (WS-K) > WS-N-MOT-TEXTE (WS-K + 1)
               MOVE WS-N-MOT (WS-K) TO WS-MOT-ECHANGE
               MOVE WS-N-MOT (WS-K + 1) TO WS-N-MOT (WS-K)
               MOVE WS-MOT-ECHANGE TO WS-N-MOT (WS-K + 1)
           END-IF.
       ASSEMBLER-MOT.
           IF WS-K > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-NORME WITH POINTER WS-PTR
           END-IF
           STRING WS-N-MOT-TEXTE (WS-K) (1:WS-N-MOT-LG (WS-K))
               DELIMITED BY SIZE
               INTO WS-NORME WITH POINTER WS-PTR.
      *----------------------------------------------------------------
      *    COMPARAISON DEUX A DEUX. UNE PAIRE N'EST EVALUEE QUE SI LES
      *    PREMIERS MOTS TRIES COMMENCENT PAR LA MEME LETTRE (UN MOT
      *    RETENU, MEME EN INITIALE, GARDE SA PREMIERE LETTRE) ET SI
      *    L'ECART DU NOMBRE DE MOTS LAISSE LE SEUIL ATTEIGNABLE.
      *----------------------------------------------------------------
       COMPARER-LIGNE.
           IF WS-E-NB-MOTS (WS-I) > 0
               COMPUTE WS-DEBUT-J = WS-I + 1
               PERFORM COMPARER-PAIRE
                   VARYING WS-J FROM WS-DEBUT-J BY 1
                   UNTIL WS-J > WS-NB-FICHES
           END-IF.
       COMPARER-PAIRE.
           IF WS-E-NB-MOTS (WS-J) > 0
                   AND WS-E-MOT-TEXTE (WS-I, 1) (1:1)
                     = WS-E-MOT-TEXTE (WS-J, 1) (1:1)
               PERFORM SCORER-PAIRE
               IF WS-SCORE >= WS-SEUIL
                   PERFORM RATTACHER-PAIRE
               END-IF
           END-IF.
       SCORER-PAIRE.
           MOVE 0 TO WS-SCORE
           IF WS-E-NB-MOTS (WS-I) > WS-E-NB-MOTS (WS-J)
               MOVE WS-E-NB-MOTS (WS-I) TO WS-NB-MAX
               MOVE WS-E-NB-MOTS (WS-J) TO WS-NB-MIN
           ELSE
               MOVE WS-E-NB-MOTS (WS-J) TO WS-NB-MAX
               MOVE WS-E-NB-MOTS (WS-I) TO WS-NB-MIN
           END-IF
           IF WS-NB-MIN * 100 >= WS-SEUIL * WS-NB-MAX
               MOVE 0 TO WS-POINTS
               MOVE ZEROS TO WS-MOTS-PRIS
               PERFORM APPARIER-MOT
                   VARYING WS-KA FROM 1 BY 1
                   UNTIL WS-KA > WS-E-NB-MOTS (WS-I)
               COMPUTE WS-SCORE = WS-POINTS * 10 / WS-NB-MAX
           END-IF.
       APPARIER-MOT.
           MOVE 0 TO WS-MEILLEUR
           MOVE 0 TO WS-MEILLEUR-KB
           MOVE WS-E-MOT-TEXTE (WS-I, WS-KA) TO WS-MOT-A
           MOVE WS-E-MOT-LG (WS-I, WS-KA) TO WS-LG-A
           PERFORM COMPARER-MOT
               VARYING WS-KB FROM 1 BY 1
               UNTIL WS-KB > WS-E-NB-MOTS (WS-J) OR WS-MEILLEUR = 10
           IF WS-MEILLEUR > 0
               ADD WS-MEILLEUR TO WS-POINTS
               MOVE 1 TO WS-MOT-PRIS (WS-MEILLEUR-KB)
           END-IF.
       COMPARER-MOT.
           IF WS-MOT-PRIS (WS-KB) = 0
               MOVE WS-E-MOT-TEXTE (WS-J, WS-KB) TO WS-MOT-B
               MOVE WS-E-MOT-LG (WS-J, WS-KB) TO WS-LG-B
               PERFORM EVALUER-MOTS
               IF WS-VALEUR > WS-MEILLEUR
                   MOVE WS-VALEUR TO WS-MEILLEUR
                   MOVE WS-KB TO WS-MEILLEUR-KB
               END-IF
           END-IF.
       EVALUER-MOTS.
      *    10 = MEME MOT ; 8 = INITIALE DE L'AUTRE (J / JEAN) OU, POUR
      *    DEUX MOTS DE QUATRE LETTRES AU MOINS COMMENCANT PAREIL, UNE
      *    SEULE LETTRE CHANGEE, AJOUTEE OU OTEE (DUPOND / DUPONT).
           MOVE 0 TO WS-VALEUR
           IF WS-MOT-A = WS-MOT-B
               MOVE 10 TO WS-VALEUR
           ELSE
               IF WS-MOT-A (1:1) = WS-MOT-B (1:1)
                   IF WS-LG-A = 1 OR WS-LG-B = 1
                       MOVE 8 TO WS-VALEUR
                   ELSE
                       IF WS-LG-A > 3 AND WS-LG-B > 3
                           PERFORM VERIFIER-ECART-UN
                           IF WS-ECART-OK = 1
                               MOVE 8 TO WS-VALEUR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       VERIFIER-ECART-UN.
           MOVE 0 TO WS-ECART-OK
           IF WS-LG-A = WS-LG-B
               MOVE 0 TO WS-NB-DIFF
               PERFORM COMPTER-DIFFERENCE
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-LG-A OR WS-NB-DIFF > 1
               IF WS-NB-DIFF = 1
                   MOVE 1 TO WS-ECART-OK
               END-IF
           END-IF
           IF WS-LG-A = WS-LG-B + 1
               MOVE WS-MOT-A TO WS-MOT-LONG
               MOVE WS-MOT-B TO WS-MOT-COURT
               MOVE WS-LG-B TO WS-LG-COURT
               PERFORM VERIFIER-INSERTION
           END-IF
           IF WS-LG-B = WS-LG-A + 1
               MOVE WS-MOT-B TO WS-MOT-LONG
               MOVE WS-MOT-A TO WS-MOT-COURT
               MOVE WS-LG-A TO WS-LG-COURT
               PERFORM VERIFIER-INSERTION
           END-IF.
       COMPTER-DIFFERENCE.
           IF WS-MOT-A (WS-P:1) NOT = WS-MOT-B (WS-P:1)
               ADD 1 TO WS-NB-DIFF
           END-IF.
       VERIFIER-INSERTION.
      *    LE MOT LONG EGALE LE MOT COURT A UNE LETTRE PRES : TETES
      *    COMMUNES JUSQU'A LA PREMIERE DIFFERENCE, PUIS LE RESTE DU
      *    MOT COURT DOIT SE RETROUVER UNE POSITION PLUS LOIN.
           MOVE 1 TO WS-P
           PERFORM AVANCER-TETE-COMMUNE
               UNTIL WS-P > WS-LG-COURT
                   OR WS-MOT-LONG (WS-P:1) NOT = WS-MOT-COURT (WS-P:1)
           IF WS-P > WS-LG-COURT
               MOVE 1 TO WS-ECART-OK
           ELSE
               COMPUTE WS-RESTE = WS-LG-COURT - WS-P + 1
               IF WS-MOT-LONG (WS-P + 1:WS-RESTE)
                     = WS-MOT-COURT (WS-P:WS-RESTE)
                   MOVE 1 TO WS-ECART-OK
               END-IF
           END-IF.
       AVANCER-TETE-COMMUNE.
           ADD 1 TO WS-P.
       RATTACHER-PAIRE.
      *    LES GROUPES SONT TRANSITIFS : SI A RESSEMBLE A B ET B A C,
      *    A, B ET C SONT REVUS ENSEMBLE ; DEUX GROUPES RELIES PAR UNE
      *    PAIRE SONT FONDUS DANS LE PREMIER.
           EVALUATE TRUE
               WHEN WS-E-GROUPE (WS-I) = 0 AND WS-E-GROUPE (WS-J) = 0
                   ADD 1 TO WS-NB-GROUPES
                   MOVE WS-NB-GROUPES TO WS-E-GROUPE (WS-I)
                   MOVE WS-NB-GROUPES TO WS-E-GROUPE (WS-J)
               WHEN WS-E-GROUPE (WS-I) = 0
                   MOVE WS-E-GROUPE (WS-J) TO WS-E-GROUPE (WS-I)
               WHEN WS-E-GROUPE (WS-J) = 0
                   MOVE WS-E-GROUPE (WS-I) TO WS-E-GROUPE (WS-J)
               WHEN WS-E-GROUPE (WS-I) NOT = WS-E-GROUPE (WS-J)
                   MOVE WS-E-GROUPE (WS-J) TO WS-GROUPE-ANCIEN
                   MOVE WS-E-GROUPE (WS-I) TO WS-GROUPE-NOUVEAU
                   PERFORM FONDRE-GROUPE
                       VARYING WS-K2 FROM 1 BY 1
                       UNTIL WS-K2 > WS-NB-FICHES
           END-EVALUATE
           IF WS-SCORE > WS-E-SCORE (WS-I)
               MOVE WS-SCORE TO WS-E-SCORE (WS-I)
           END-IF
           IF WS-SCORE > WS-E-SCORE (WS-J)
               MOVE WS-SCORE TO WS-E-SCORE (WS-J)
           END-IF.
       FONDRE-GROUPE.
           IF WS-E-GROUPE (WS-K2) = WS-GROUPE-ANCIEN
               MOVE WS-GROUPE-NOUVEAU TO WS-E-GROUPE (WS-K2)
           END-IF.
      *----------------------------------------------------------------
      *    EDITION : UN GROUPE EST EDITE A SA PREMIERE FICHE DANS
      *    L'ORDRE DES ID, TOUTES SES FICHES A LA SUITE.
      *----------------------------------------------------------------
       EDITER-GROUPE.
           IF WS-E-GROUPE (WS-I) > 0 AND WS-E-EDITE (WS-I) = 0
               ADD 1 TO WS-NO-EDITION
               MOVE WS-E-GROUPE (WS-I) TO WS-GROUPE-COURANT
               MOVE 0 TO WS-NB-MEMBRES
               MOVE 0 TO WS-GROUPE-INTER-SITES
               MOVE 0 TO WS-GROUPE-ILLISIBLE
               MOVE 0 TO WS-MONTANT-GROUPE
               MOVE WS-E-FICHE (WS-I) TO WS-FICHE-EDITEE
               MOVE FE-SITE TO WS-SITE-PREMIER
               PERFORM MESURER-GROUPE
                   VARYING WS-K2 FROM WS-I BY 1
                   UNTIL WS-K2 > WS-NB-FICHES
               ADD WS-NB-MEMBRES TO WS-NB-CANDIDATS
               IF WS-GROUPE-INTER-SITES = 1
                   ADD 1 TO WS-NB-INTER-SITES
               END-IF
               PERFORM ECRIRE-ENTETE-GROUPE
               MOVE 0 TO WS-RANG
               PERFORM EDITER-MEMBRE
                   VARYING WS-K2 FROM WS-I BY 1
                   UNTIL WS-K2 > WS-NB-FICHES
               PERFORM ECRIRE-PIED-GROUPE
           END-IF.
       MESURER-GROUPE.
           IF WS-E-GROUPE (WS-K2) = WS-GROUPE-COURANT
               ADD 1 TO WS-NB-MEMBRES
               MOVE WS-E-FICHE (WS-K2) TO WS-FICHE-EDITEE
               IF FE-SITE NOT = WS-SITE-PREMIER
                   MOVE 1 TO WS-GROUPE-INTER-SITES
               END-IF
               IF FE-MONTANT IS NUMERIC
                   ADD FE-MONTANT TO WS-MONTANT-GROUPE
               ELSE
                   MOVE 1 TO WS-GROUPE-ILLISIBLE
               END-IF
           END-IF.
       EDITER-MEMBRE.
           IF WS-E-GROUPE (WS-K2) = WS-GROUPE-COURANT
               ADD 1 TO WS-RANG
               MOVE 1 TO WS-E-EDITE (WS-K2)
               MOVE WS-E-FICHE (WS-K2) TO WS-FICHE-EDITEE
               MOVE WS-E-SCORE (WS-K2) TO WS-SCORE-EDITE
               MOVE SPACES TO LIGNE-RAPPORT
               IF FE-MONTANT IS NUMERIC
                   MOVE FE-MONTANT TO WS-MONTANT-EDITE
                   STRING '  ID ' FE-ID ' SITE ' FE-SITE
                       ' MONTANT ' WS-MONTANT-EDITE
                       ' SCORE ' WS-SCORE-EDITE ' ' FE-NOM
                       ' MAJ ' WS-E-DATE-MAJ (WS-K2)
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               ELSE
                   STRING '  ID ' FE-ID ' SITE ' FE-SITE
                       ' MONTANT *ILLISIBLE*'
                       ' SCORE ' WS-SCORE-EDITE ' ' FE-NOM
                       ' MAJ ' WS-E-DATE-MAJ (WS-K2)
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-IF
               WRITE LIGNE-RAPPORT
               PERFORM ECRIRE-CANDIDAT
           END-IF.
       ECRIRE-CANDIDAT.
           MOVE WS-NO-EDITION TO CA-GROUPE
           MOVE WS-NB-MEMBRES TO CA-NB-MEMBRES
           MOVE WS-RANG TO CA-RANG
           MOVE WS-E-SCORE (WS-K2) TO CA-SCORE
           MOVE WS-E-NORME (WS-K2) TO CA-NOM-NORMALISE
           MOVE WS-E-FICHE (WS-K2) TO CA-FICHE
           MOVE WS-E-DATE-CREATION (WS-K2) TO CA-DATE-CREATION
           MOVE WS-E-DATE-MAJ (WS-K2) TO CA-DATE-MAJ
           WRITE ENR-CANDIDAT.
       ECRIRE-ENTETE-GROUPE.
           MOVE WS-NB-MEMBRES TO WS-NB-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'GROUPE ' WS-NO-EDITION ' ' WS-NB-EDITE ' FICHES'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           IF WS-GROUPE-INTER-SITES = 1
               MOVE 'INTER-SITES' TO LIGNE-RAPPORT (30:)
           END-IF
           STRING 'NORME : ' WS-E-NORME (WS-I)
               DELIMITED BY SIZE INTO LIGNE-RAPPORT (43:)
           WRITE LIGNE-RAPPORT.
       ECRIRE-PIED-GROUPE.
           MOVE WS-MONTANT-GROUPE TO WS-CUMUL-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-GROUPE-ILLISIBLE = 1
               STRING '  CUMUL DU GROUPE ' WS-CUMUL-EDITE
                   ' (MONTANT ILLISIBLE EXCLU)'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING '  CUMUL DU GROUPE ' WS-CUMUL-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       LIRE-MAITRE.
           READ MAITRE
               AT END MOVE 1 TO EOF
           END-READ.
       ECRIRE-TITRE.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EXO15SIMIL - DOUBLONS PROBABLES DU MAITRE'
               ' SUR NOM NORMALISE'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SEUIL TO WS-SCORE-EDITE
           STRING 'EDITE LE ' WS-DATE-EDITION
               '  SEUIL DE RESSEMBLANCE : ' WS-SCORE-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-SYNTHESE.
           IF WS-NO-EDITION = 0
               MOVE 'AUCUN DOUBLON PROBABLE AU SEUIL' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-LUS TO WS-NB-EDITE
           STRING 'FICHES BALAYEES              : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-SANS-NOM TO WS-NB-EDITE
           STRING 'FICHES SANS NOM EXPLOITABLE  : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NO-EDITION TO WS-NB-EDITE
           STRING 'GROUPES CANDIDATS            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-INTER-SITES TO WS-NB-EDITE
           STRING '  DONT INTER-SITES           : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-CANDIDATS TO WS-NB-EDITE
           STRING 'FICHES CANDIDATES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK
               STRING 'CONTROLE DOUBLONS PROBABLES : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'CONTROLE DOUBLONS PROBABLES : ANOMALIE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.
       LIRE-PARAMETRES.
           ACCEPT WS-MAITRE-DSN FROM ENVIRONMENT 'EXO15_MAITRE_DSN'
           IF WS-MAITRE-DSN = SPACES
               MOVE 'EXO15.MAITRE' TO WS-MAITRE-DSN
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_SIMIL_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-SIMIL.RPT' TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-CANDIDATS-DSN
               FROM ENVIRONMENT 'EXO15_SIMIL_CANDIDATS_DSN'
           IF WS-CANDIDATS-DSN = SPACES
               MOVE 'EXO15-SIMIL.CANDIDATS' TO WS-CANDIDATS-DSN
           END-IF
      *    SEUIL DE RESSEMBLANCE : MEME TOLERANCE DE CADRAGE QUE LE
      *    SEUIL DE DORMANCE ; HORS DE 1 A 100 IL RETOMBE A 80.
           MOVE SPACES TO WS-SEUIL-TXT
           ACCEPT WS-SEUIL-TXT FROM ENVIRONMENT 'EXO15_SIMIL_SEUIL'
           MOVE 1 TO WS-SEUIL-VALIDE
           MOVE 0 TO WS-SEUIL
           PERFORM CONVERTIR-CAR-SEUIL
               VARYING WS-POS-SEUIL FROM 1 BY 1
               UNTIL WS-POS-SEUIL > 3
                   OR WS-SEUIL-TXT (WS-POS-SEUIL:1) = SPACE
                   OR WS-SEUIL-VALIDE = 0
           IF WS-SEUIL-TXT = SPACES OR WS-SEUIL-VALIDE = 0
                   OR WS-SEUIL = 0 OR WS-SEUIL > 100
               IF WS-SEUIL-TXT NOT = SPACES
                   DISPLAY 'EXO15_SIMIL_SEUIL MAL FORME ('
                       WS-SEUIL-TXT ') - SEUIL RAMENE A 80'
               END-IF
               MOVE 80 TO WS-SEUIL
           END-IF.
       CONVERTIR-CAR-SEUIL.
           MOVE WS-SEUIL-TXT (WS-POS-SEUIL:1) TO WS-CHIFFRE-X
           IF WS-CHIFFRE-X IS NUMERIC
               COMPUTE WS-SEUIL = WS-SEUIL * 10 + WS-CHIFFRE-9
           ELSE
               MOVE 0 TO WS-SEUIL-VALIDE
           END-IF.
       END PROGRAM Exo15Simil.
