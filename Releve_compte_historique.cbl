      ******************************************************************
      * Author:
      * Date:
      * Purpose: Releve de compte tire de l'historique cumulatif des
      *          mouvements du maitre (EXO15.HISTO, dessin EXO15HIS) :
      *          pour un ID complet ou un prefixe d'ID et une periode,
      *          solde d'ouverture, chaque mouvement de la periode
      *          (date, canal, effet, ancien et nouveau MONTANT, ecart,
      *          operateur signataire) et solde de cloture, ID par ID.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : le guichet recoit chaque semaine la
      *                 question "tout ce qui est arrive a l'ID 071234
      *                 depuis janvier" et n'avait que la fiche du jour
      *                 (Exo15Inq) et des journaux organises par lot.
      *                 Le releve lit l'historique dans l'ordre de sa
      *                 cle (ID, date, sequence) : les entrees d'avant
      *                 la periode fixent le solde d'ouverture, celles
      *                 de la periode sont editees, le dernier solde
      *                 atteint est le solde de cloture. Criteres par
      *                 EXO15_RELEVE_ID (ID complet ou prefixe,
      *                 obligatoire), EXO15_RELEVE_DU et
      *                 EXO15_RELEVE_AU (AAAAMMJJ, par defaut depuis
      *                 l'origine et jusqu'au jour).
      * 2026-10-15  RB  Canal V (mouvement retenu pour approbation puis
      *                 approuve, applique par Exo15Delta) edite en
      *                 clair.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Releve.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE ASSIGN TO DYNAMIC WS-HISTO-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HI-CLE
               FILE STATUS IS WS-HISTO-STATUT.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIQUE.
       01  ENR-HISTORIQUE.
           COPY EXO15HIS REPLACING ==:PFX:== BY ==HI==.
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(100).
       WORKING-STORAGE SECTION.
       77  WS-HISTO-DSN PIC X(100).
       77  WS-HISTO-STATUT PIC XX.
       77  WS-RAPPORT-DSN PIC X(100).
      *    CRITERES : ID OU PREFIXE CADRE A GAUCHE (MEME EXIGENCE DE
      *    FORME QUE LA CONSULTATION EXO15INQ), BORNES DE LA PERIODE.
       77  WS-CRITERE-ID PIC X(06).
       77  WS-CRITERE-LG PIC 9(01).
       77  WS-CRITERE-VALIDE PIC 9.
       77  WS-POS-CAR PIC 9(01).
       77  WS-ESPACE-VU PIC 9.
       77  WS-DATE-DU-TXT PIC X(08).
       77  WS-DATE-AU-TXT PIC X(08).
       77  WS-DATE-DU PIC 9(08).
       77  WS-DATE-AU PIC 9(08).
       77  WS-DATE-EDITION PIC 9(08).
       77  WS-FIN-HISTO PIC 9.
      *    COMPTE EN COURS : ID, SOLDE ATTEINT, NOM ET SITE CONNUS,
      *    EN-TETE DEJA ECRIT OU NON, ET EXISTENCE D'UNE ENTREE DANS
      *    OU AVANT LA PERIODE (UN ID NE AU-DELA DE LA PERIODE N'A
      *    PAS DE RELEVE).
       77  WS-ID-COURANT PIC X(06).
       77  WS-SOLDE PIC S9(09)V99 COMP-3.
       77  WS-NOM-COURANT PIC X(30).
       77  WS-SITE-COURANT PIC X(02).
       77  WS-ENTETE-ECRIT PIC 9.
       77  WS-COMPTE-VU PIC 9.
       77  WS-NB-MVT-COMPTE PIC 9(07).
       77  WS-ECART PIC S9(09)V99 COMP-3.
      *    LIBELLES DU CANAL ET DE L'EFFET POUR L'EDITION.
       77  WS-LIB-CANAL PIC X(10).
       77  WS-LIB-ACTION PIC X(08).
       77  WS-NB-COMPTES PIC 9(07) VALUE 0.
       77  WS-NB-MOUVEMENTS PIC 9(07) VALUE 0.
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-MONTANT-EDITE PIC -9(9).99.
       77  WS-MONTANT-EDITE2 PIC -9(9).99.
       77  WS-MONTANT-EDITE3 PIC -9(9).99.
      *    RESULTAT : O = OK, N = ANOMALIE DE LECTURE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRES
           OPEN INPUT HISTORIQUE
           IF WS-HISTO-STATUT NOT = '00'
               DISPLAY 'HISTORIQUE ILLISIBLE - STATUT '
                   WS-HISTO-STATUT ' (' WS-HISTO-DSN ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORT
           PERFORM ECRIRE-TITRE
           MOVE SPACES TO WS-ID-COURANT
           MOVE 0 TO WS-FIN-HISTO
           MOVE LOW-VALUES TO HI-CLE
           MOVE WS-CRITERE-ID (1:WS-CRITERE-LG)
               TO HI-ID (1:WS-CRITERE-LG)
           START HISTORIQUE KEY NOT < HI-CLE
               INVALID KEY MOVE 1 TO WS-FIN-HISTO
           END-START
           IF WS-FIN-HISTO = 0
               PERFORM LIRE-HISTORIQUE
           END-IF
           PERFORM TRAITER-ENTREE UNTIL WS-FIN-HISTO = 1
           IF WS-ID-COURANT NOT = SPACES
               PERFORM CLORE-COMPTE
           END-IF
           PERFORM ECRIRE-SYNTHESE
           CLOSE RAPPORT
           CLOSE HISTORIQUE
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
       TRAITER-ENTREE.
           IF HI-ID NOT = WS-ID-COURANT
               IF WS-ID-COURANT NOT = SPACES
                   PERFORM CLORE-COMPTE
               END-IF
               PERFORM OUVRIR-COMPTE
           END-IF
           IF HI-DATE < WS-DATE-DU
      *        AVANT LA PERIODE : L'ENTREE NE FAIT QUE POSER LE SOLDE
      *        D'OUVERTURE (ZERO APRES UN RETRAIT).
               MOVE 1 TO WS-COMPTE-VU
               MOVE HI-MONTANT-APRES TO WS-SOLDE
               MOVE HI-NOM TO WS-NOM-COURANT
               MOVE HI-SITE TO WS-SITE-COURANT
           ELSE
               IF HI-DATE NOT > WS-DATE-AU
                   MOVE 1 TO WS-COMPTE-VU
                   IF WS-ENTETE-ECRIT = 0
                       IF WS-NOM-COURANT = SPACES
                           MOVE HI-NOM TO WS-NOM-COURANT
                           MOVE HI-SITE TO WS-SITE-COURANT
                       END-IF
                       PERFORM ECRIRE-ENTETE-COMPTE
                   END-IF
                   PERFORM EDITER-MOUVEMENT
                   MOVE HI-MONTANT-APRES TO WS-SOLDE
                   MOVE HI-NOM TO WS-NOM-COURANT
                   MOVE HI-SITE TO WS-SITE-COURANT
               END-IF
           END-IF
           PERFORM LIRE-HISTORIQUE.
       OUVRIR-COMPTE.
           MOVE HI-ID TO WS-ID-COURANT
           MOVE 0 TO WS-SOLDE
           MOVE SPACES TO WS-NOM-COURANT
           MOVE SPACES TO WS-SITE-COURANT
           MOVE 0 TO WS-ENTETE-ECRIT
           MOVE 0 TO WS-COMPTE-VU
           MOVE 0 TO WS-NB-MVT-COMPTE.
       CLORE-COMPTE.
           IF WS-COMPTE-VU = 1
               IF WS-ENTETE-ECRIT = 0
                   PERFORM ECRIRE-ENTETE-COMPTE
                   MOVE '    AUCUN MOUVEMENT SUR LA PERIODE'
                       TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE WS-SOLDE TO WS-MONTANT-EDITE
               MOVE WS-NB-MVT-COMPTE TO WS-NB-EDITE
               STRING '    SOLDE DE CLOTURE AU ' WS-DATE-AU
                   '   : ' WS-MONTANT-EDITE
                   '   (' WS-NB-EDITE ' MOUVEMENT(S))'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       ECRIRE-ENTETE-COMPTE.
           ADD 1 TO WS-NB-COMPTES
           MOVE 1 TO WS-ENTETE-ECRIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ID ' WS-ID-COURANT '  NOM ' WS-NOM-COURANT
               '  SITE ' WS-SITE-COURANT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SOLDE TO WS-MONTANT-EDITE
           STRING '    SOLDE D OUVERTURE AU ' WS-DATE-DU
               ' : ' WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '    DATE     CANAL      EFFET        ANCIEN'
               '        NOUVEAU         ECART  OPERATEUR'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       EDITER-MOUVEMENT.
           ADD 1 TO WS-NB-MVT-COMPTE
           ADD 1 TO WS-NB-MOUVEMENTS
           EVALUATE HI-CANAL
               WHEN 'D'
                   MOVE 'LOT DELTA' TO WS-LIB-CANAL
               WHEN 'E'
                   MOVE 'ECHEANCE' TO WS-LIB-CANAL
               WHEN 'R'
                   MOVE 'RETOUR' TO WS-LIB-CANAL
               WHEN 'C'
                   MOVE 'RECONSTR.' TO WS-LIB-CANAL
               WHEN 'V'
                   MOVE 'APPROUVE' TO WS-LIB-CANAL
               WHEN OTHER
                   MOVE HI-CANAL TO WS-LIB-CANAL
           END-EVALUATE
           EVALUATE HI-ACTION
               WHEN 'A'
                   MOVE 'POSEE' TO WS-LIB-ACTION
               WHEN 'M'
                   MOVE 'MODIFIEE' TO WS-LIB-ACTION
               WHEN 'S'
                   MOVE 'RETIREE' TO WS-LIB-ACTION
               WHEN OTHER
                   MOVE HI-ACTION TO WS-LIB-ACTION
           END-EVALUATE
           COMPUTE WS-ECART = HI-MONTANT-APRES - HI-MONTANT-AVANT
           MOVE HI-MONTANT-AVANT TO WS-MONTANT-EDITE
           MOVE HI-MONTANT-APRES TO WS-MONTANT-EDITE2
           MOVE WS-ECART TO WS-MONTANT-EDITE3
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '    ' HI-DATE ' ' WS-LIB-CANAL ' ' WS-LIB-ACTION
               ' ' WS-MONTANT-EDITE ' ' WS-MONTANT-EDITE2
               ' ' WS-MONTANT-EDITE3 '  ' HI-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
      *    UN CHANGEMENT DE NOM OU DE SITE EST DIT EN CLAIR SOUS LE
      *    MOUVEMENT : LE MONTANT SEUL NE RACONTE PAS TOUT.
           IF HI-ACTION = 'M' AND (HI-NOM NOT = WS-NOM-COURANT
                   OR HI-SITE NOT = WS-SITE-COURANT)
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '             DESORMAIS NOM ' HI-NOM
                   '  SITE ' HI-SITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       LIRE-HISTORIQUE.
           READ HISTORIQUE NEXT
               AT END MOVE 1 TO WS-FIN-HISTO
           END-READ
           IF WS-FIN-HISTO = 0
               IF WS-HISTO-STATUT NOT = '00'
                       AND WS-HISTO-STATUT NOT = '02'
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   DISPLAY 'LECTURE HISTORIQUE IMPOSSIBLE - STATUT '
                       WS-HISTO-STATUT
                   MOVE 1 TO WS-FIN-HISTO
               ELSE
                   IF HI-ID (1:WS-CRITERE-LG)
                           NOT = WS-CRITERE-ID (1:WS-CRITERE-LG)
                       MOVE 1 TO WS-FIN-HISTO
                   END-IF
               END-IF
           END-IF.
       ECRIRE-TITRE.
           MOVE 'EXO15RELEVE - RELEVE DE COMPTE DES FICHES DU MAITRE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EDITE LE ' WS-DATE-EDITION
               '  ID/PREFIXE : ' WS-CRITERE-ID
               '  PERIODE DU ' WS-DATE-DU ' AU ' WS-DATE-AU
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
       ECRIRE-SYNTHESE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-COMPTES TO WS-NB-EDITE
           STRING 'COMPTES EDITES               : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-MOUVEMENTS TO WS-NB-EDITE
           STRING 'MOUVEMENTS EDITES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK
               STRING 'CONTROLE RELEVE : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'CONTROLE RELEVE : ANOMALIE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.
       CONTROLER-CRITERE.
      *    CADRE A GAUCHE, PAS DE BLANC EN TETE NI INTERCALE ; LA
      *    LONGUEUR UTILE EST CELLE DU PREFIXE A RESPECTER.
           MOVE 1 TO WS-CRITERE-VALIDE
           MOVE 0 TO WS-CRITERE-LG
           MOVE 0 TO WS-ESPACE-VU
           PERFORM CONTROLER-CAR-CRITERE
               VARYING WS-POS-CAR FROM 1 BY 1
               UNTIL WS-POS-CAR > 6 OR WS-CRITERE-VALIDE = 0.
       CONTROLER-CAR-CRITERE.
           IF WS-CRITERE-ID (WS-POS-CAR:1) = SPACE
               MOVE 1 TO WS-ESPACE-VU
           ELSE
               IF WS-ESPACE-VU = 1
                   MOVE 0 TO WS-CRITERE-VALIDE
               ELSE
                   MOVE WS-POS-CAR TO WS-CRITERE-LG
               END-IF
           END-IF.
       LIRE-PARAMETRES.
           ACCEPT WS-HISTO-DSN FROM ENVIRONMENT 'EXO15_HISTO_DSN'
           IF WS-HISTO-DSN = SPACES
               MOVE 'EXO15.HISTO' TO WS-HISTO-DSN
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_RELEVE_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-RELEVE.RPT' TO WS-RAPPORT-DSN
           END-IF
      *    PAS DE DEFAUT POUR L'ID : UN RELEVE DE TOUT LE MAITRE
      *    N'EST JAMAIS CE QUE LE GUICHET DEMANDE.
           MOVE SPACES TO WS-CRITERE-ID
           ACCEPT WS-CRITERE-ID FROM ENVIRONMENT 'EXO15_RELEVE_ID'
           PERFORM CONTROLER-CRITERE
           IF WS-CRITERE-ID = SPACES OR WS-CRITERE-VALIDE = 0
               DISPLAY 'EXO15_RELEVE_ID OBLIGATOIRE : ID COMPLET OU '
                   'PREFIXE CADRE A GAUCHE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    BORNES DE LA PERIODE : UNE DATE MAL FORMEE EST REFUSEE,
      *    PAS DEVINEE - UN RELEVE SUR LA MAUVAISE PERIODE PART CHEZ
      *    UN CLIENT.
           MOVE SPACES TO WS-DATE-DU-TXT
           ACCEPT WS-DATE-DU-TXT FROM ENVIRONMENT 'EXO15_RELEVE_DU'
           IF WS-DATE-DU-TXT = SPACES
               MOVE 0 TO WS-DATE-DU
           ELSE
               IF WS-DATE-DU-TXT IS NUMERIC
                   MOVE WS-DATE-DU-TXT TO WS-DATE-DU
               ELSE
                   DISPLAY 'EXO15_RELEVE_DU MAL FORMEE ('
                       WS-DATE-DU-TXT ') - AAAAMMJJ ATTENDU'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-DATE-AU-TXT
           ACCEPT WS-DATE-AU-TXT FROM ENVIRONMENT 'EXO15_RELEVE_AU'
           IF WS-DATE-AU-TXT = SPACES
               MOVE WS-DATE-EDITION TO WS-DATE-AU
           ELSE
               IF WS-DATE-AU-TXT IS NUMERIC
                   MOVE WS-DATE-AU-TXT TO WS-DATE-AU
               ELSE
                   DISPLAY 'EXO15_RELEVE_AU MAL FORMEE ('
                       WS-DATE-AU-TXT ') - AAAAMMJJ ATTENDU'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-DATE-AU < WS-DATE-DU
               DISPLAY 'PERIODE VIDE : EXO15_RELEVE_AU AVANT '
                   'EXO15_RELEVE_DU'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END PROGRAM Exo15Releve.
