      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consultation du referentiel des sites (EXO15.SITES,
      *          dessin EXO15SIT) pour le compte des programmes de la
      *          chaine : fiche d'un code site, ou fiche de rang n dans
      *          l'ordre des codes pour qui doit parcourir la liste,
      *          avec le verdict d'ouverture du site a la date de
      *          traitement. Sous-programme appele ('C' consulter un
      *          code, 'L' lire un rang), comme Exo15Chn.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : la fusion, la validation d'Exo15, la
      *                 mise a jour delta et les rapports qui impriment
      *                 un SITE ont tous besoin du meme referentiel.
      *                 Le fichier est charge en table au premier appel
      *                 (les sites se comptent en unites, les appels en
      *                 millions pendant la validation) et la table
      *                 reste en place jusqu'a la fin du programme
      *                 appelant. Un referentiel absent ou illisible
      *                 rend le verdict A a chaque appel : c'est
      *                 l'appelant qui decide si c'est fatal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Ref.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITES ASSIGN TO DYNAMIC WS-SITES-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SIT-CODE
               FILE STATUS IS WS-SITES-STATUT.
       DATA DIVISION.
       FILE SECTION.
       FD  SITES.
       01  ENR-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==SIT==.
       WORKING-STORAGE SECTION.
       77  WS-SITES-DSN PIC X(100).
       77  WS-SITES-STATUT PIC XX.
      *    ETAT DU CHARGEMENT : 0 = PAS ENCORE TENTE, 1 = TABLE EN
      *    PLACE, 2 = REFERENTIEL ABSENT OU ILLISIBLE. LA WORKING-
      *    STORAGE D'UN SOUS-PROGRAMME SURVIT D'UN APPEL A L'AUTRE :
      *    LE FICHIER N'EST LU QU'UNE FOIS PAR EXECUTION.
       77  WS-CHARGEMENT PIC 9 VALUE 0.
       77  WS-FIN-SITES PIC 9.
       77  WS-DATE-TRT-TXT PIC X(08).
       77  WS-DATE-TRT PIC 9(08) VALUE 0.
      *    TABLE DES FICHES EN IMAGE BRUTE, DANS L'ORDRE DES CODES
      *    (ORDRE DE LECTURE DU FICHIER INDEXE) ; LE CODE EST EN TETE
      *    DE L'IMAGE.
       01  WS-TABLE-SITES.
           05 WS-NB-SITES PIC 9(03) VALUE 0.
           05 WS-FICHE-SITE OCCURS 99 TIMES PIC X(176).
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
       77  WS-IDX-SITE PIC 9(03).
       77  WS-SITE-RETENU PIC 9(03).
       77  WS-TROUVE PIC 9.
       01  WS-FICHE-VUE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==FV==.
       LINKAGE SECTION.
      *    CONTRAT D'APPEL : L'APPELANT REMPLIT OPERATION ('C' AVEC LE
      *    CODE EN REF-CODE, OU 'L' AVEC LE RANG EN REF-RANG) ET, S'IL
      *    LE VEUT, LA DATE DE TRAITEMENT (ZERO = EXO15_DATE_TRAITEMENT
      *    OU, A DEFAUT, LE JOUR) ; LE VERDICT REVIENT EN REF-VERDICT
      *    (O = SITE CONNU ET OUVERT A LA DATE, F = CONNU MAIS INACTIF,
      *    PAS ENCORE OUVERT OU FERME, I = CODE INCONNU OU RANG AU-DELA
      *    DE LA LISTE, A = REFERENTIEL ABSENT OU ILLISIBLE), LA FICHE
      *    EN REF-SITE ET LA DATE RETENUE EN REF-DATE-TRT.
       01  REF-DEMANDE.
           05 REF-OPERATION PIC X(01).
           05 REF-RANG PIC 9(03).
           05 REF-VERDICT PIC X(01).
           05 REF-DATE-TRT PIC 9(08).
       01  REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==REF==.
       PROCEDURE DIVISION USING REF-DEMANDE REF-SITE.
       DEBUT.
           IF WS-CHARGEMENT = 0
               PERFORM LIRE-PARAMETRES
               PERFORM CHARGER-REFERENTIEL
           END-IF
           IF REF-DATE-TRT = 0
               MOVE WS-DATE-TRT TO REF-DATE-TRT
           END-IF
           IF WS-CHARGEMENT = 2
               MOVE 'A' TO REF-VERDICT
           ELSE
               IF REF-OPERATION = 'L'
                   PERFORM LIRE-RANG
               ELSE
                   PERFORM CONSULTER-CODE
               END-IF
           END-IF
           GOBACK.
       CONSULTER-CODE.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-CODE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES OR WS-TROUVE = 1
           IF WS-TROUVE = 1
               PERFORM RENDRE-FICHE
           ELSE
               MOVE 'I' TO REF-VERDICT
           END-IF.
       CHERCHER-CODE.
           IF WS-FICHE-SITE (WS-IDX-SITE) (1:2) = REF-CODE
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       LIRE-RANG.
           IF REF-RANG = 0 OR REF-RANG > WS-NB-SITES
               MOVE 'I' TO REF-VERDICT
           ELSE
               MOVE REF-RANG TO WS-SITE-RETENU
               PERFORM RENDRE-FICHE
           END-IF.
       RENDRE-FICHE.
      *    UN SITE EST OUVERT A LA DATE S'IL EST ACTIF, DEJA OUVERT ET
      *    PAS ENCORE FERME : LA DATE DE FERMETURE EST LE PREMIER JOUR
      *    SANS ACTIVITE, ZERO VOULANT DIRE "PAS DE FERMETURE PREVUE".
           MOVE WS-FICHE-SITE (WS-SITE-RETENU) TO WS-FICHE-VUE
           MOVE WS-FICHE-VUE TO REF-SITE
           MOVE 'O' TO REF-VERDICT
           IF FV-ACTIF NOT = 'O'
               MOVE 'F' TO REF-VERDICT
           END-IF
           IF FV-DATE-OUVERTURE IS NOT NUMERIC
                   OR FV-DATE-OUVERTURE > REF-DATE-TRT
               MOVE 'F' TO REF-VERDICT
           END-IF
           IF FV-DATE-FERMETURE IS NUMERIC
                   AND FV-DATE-FERMETURE NOT = 0
                   AND FV-DATE-FERMETURE NOT > REF-DATE-TRT
               MOVE 'F' TO REF-VERDICT
           END-IF.
       CHARGER-REFERENTIEL.
           MOVE 0 TO WS-NB-SITES
           OPEN INPUT SITES
           IF WS-SITES-STATUT NOT = '00'
               MOVE 2 TO WS-CHARGEMENT
               DISPLAY 'REFERENTIEL DES SITES ABSENT OU ILLISIBLE - '
                   'STATUT ' WS-SITES-STATUT ' (' WS-SITES-DSN ')'
           ELSE
               MOVE 1 TO WS-CHARGEMENT
               MOVE 0 TO WS-FIN-SITES
               PERFORM LIRE-SITE
               PERFORM RANGER-SITE UNTIL WS-FIN-SITES = 1
               CLOSE SITES
           END-IF.
       RANGER-SITE.
           IF WS-NB-SITES < 99
               ADD 1 TO WS-NB-SITES
               MOVE ENR-SITE TO WS-FICHE-SITE (WS-NB-SITES)
           ELSE
               IF WS-TABLE-SATUREE = 0
                   MOVE 1 TO WS-TABLE-SATUREE
                   DISPLAY 'REFERENTIEL DES SITES : TABLE SATUREE A 99 '
                       '- SITES AU-DELA IGNORES'
               END-IF
           END-IF
           PERFORM LIRE-SITE.
       LIRE-SITE.
           READ SITES NEXT
               AT END MOVE 1 TO WS-FIN-SITES
           END-READ
           IF WS-FIN-SITES = 0
                   AND WS-SITES-STATUT NOT = '00'
                   AND WS-SITES-STATUT NOT = '02'
               MOVE 1 TO WS-FIN-SITES
               MOVE 2 TO WS-CHARGEMENT
               DISPLAY 'LECTURE DU REFERENTIEL DES SITES IMPOSSIBLE - '
                   'STATUT ' WS-SITES-STATUT
           END-IF.
       LIRE-PARAMETRES.
           ACCEPT WS-SITES-DSN FROM ENVIRONMENT 'EXO15_SITES_DSN'
           IF WS-SITES-DSN = SPACES
               MOVE 'EXO15.SITES' TO WS-SITES-DSN
           END-IF
      *    MEME DATE DE TRAITEMENT QUE LE CONTROLE D'ENCHAINEMENT :
      *    CELLE DE EXO15_DATE_TRAITEMENT, A DEFAUT CELLE DU JOUR.
           MOVE SPACES TO WS-DATE-TRT-TXT
           ACCEPT WS-DATE-TRT-TXT
               FROM ENVIRONMENT 'EXO15_DATE_TRAITEMENT'
           ACCEPT WS-DATE-TRT FROM DATE YYYYMMDD
           IF WS-DATE-TRT-TXT NOT = SPACES
                   AND WS-DATE-TRT-TXT IS NUMERIC
               MOVE WS-DATE-TRT-TXT TO WS-DATE-TRT
           END-IF.
       END PROGRAM Exo15Ref.
