      *                 l'anciennete fine est perdue et c'est assume,
      *                 la voie quotidienne (Exo15Delta) entretient
      *                 les estampilles entre deux reconstructions.
      * 2026-10-15  RB  Historique par ID (EXO15.HISTO, dessin
      *                 EXO15HIS) : la reconstruction y inscrit, canal
      *                 C, chaque fiche qu'elle pose et dont l'etat
      *                 differe du dernier etat historise (fiche
      *                 nouvelle ou reapparue, NOM, MONTANT ou SITE
      *                 changes), puis chaque ID encore vivant a
      *                 l'historique que le SORTIE ne porte plus. Le
      *                 releve de compte voit ainsi les reconstructions
      *                 comme des mouvements, sans qu'une semaine sans
      *                 changement ne gonfle le fichier. Historique
      *                 illisible = reconstruction non engagee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Charg.
               ACCESS MODE DYNAMIC
               RECORD KEY MA-ID
               FILE STATUS IS WS-MAITRE-STATUT.
           SELECT HISTORIQUE ASSIGN TO DYNAMIC WS-HISTO-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HI-CLE
               FILE STATUS IS WS-HISTO-STATUT.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FD  MAITRE.
       01  ENR-MAITRE.
           COPY EXO15MAI REPLACING ==:PFX:== BY ==MA==.
       FD  HISTORIQUE.
       01  ENR-HISTORIQUE.
           COPY EXO15HIS REPLACING ==:PFX:== BY ==HI==.
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-DATE-DEBUT PIC 9(08).
       77  WS-HEURE-DEBUT PIC 9(08).
      *    HISTORIQUE PAR ID : DERNIER ETAT HISTORISE DE L'ID EN COURS
      *    (CONNU = 1 SI L'ID A DEJA UNE ENTREE), RANG DU GESTE DANS
      *    LE RUN ET SIGNATAIRE EVENTUEL (EXO15_OPERATEUR).
       77  WS-HISTO-DSN PIC X(100).
       77  WS-HISTO-STATUT PIC XX.
       77  WS-OPERATEUR PIC X(08).
       77  WS-HIS-ORDRE PIC 9(05) VALUE 0.
       77  WS-NB-HISTORISES PIC 9(07) VALUE 0.
       77  WS-NB-DISPARUS PIC 9(07) VALUE 0.
       77  WS-FIN-HISTO PIC 9.
       77  WS-ID-CHERCHE PIC X(06).
       01  WS-DERNIER-ETAT.
           05 WS-DER-CONNU PIC 9.
           05 WS-DER-ID PIC X(06).
           05 WS-DER-ACTION PIC X(01).
           05 WS-DER-MONTANT PIC S9(09)V99 COMP-3.
           05 WS-DER-NOM PIC X(30).
           05 WS-DER-SITE PIC X(02).
      *    ID VIVANTS A L'HISTORIQUE ET ABSENTS DU NOUVEAU MAITRE,
      *    RELEVES PENDANT LE BALAYAGE PUIS HISTORISES APRES (ON
      *    N'ECRIT PAS DANS UN FICHIER QU'ON PARCOURT). MEME CAPACITE
      *    DE 5000 QUE LES TABLES D'ID D'EXO15.
       01  WS-TABLE-DISPARUS.
           05 WS-NB-TAB-DISPARUS PIC 9(05) VALUE 0.
           05 WS-DISPARU OCCURS 5000 TIMES.
              10 WS-DIS-ID PIC X(06).
              10 WS-DIS-MONTANT PIC S9(09)V99 COMP-3.
              10 WS-DIS-NOM PIC X(30).
              10 WS-DIS-SITE PIC X(02).
       77  WS-IDX-DISPARU PIC 9(05).
      *    GESTE A HISTORISER, DEPOSE PAR L'APPELANT DE
      *    HISTORISER-GESTE.
       01  WS-GESTE.
           05 WS-GES-ID PIC X(06).
           05 WS-GES-ACTION PIC X(01).
           05 WS-GES-MONTANT-AVANT PIC S9(09)V99 COMP-3.
           05 WS-GES-MONTANT-APRES PIC S9(09)V99 COMP-3.
           05 WS-GES-NOM PIC X(30).
           05 WS-GES-SITE PIC X(02).
      *    RESULTAT DU CONTROLE : O = OK, N = ANOMALIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
               STOP RUN
           END-IF
           OPEN INPUT SORTIE
           PERFORM OUVRIR-HISTORIQUE
           IF CONTROLE-OK
               OPEN OUTPUT MAITRE
               IF WS-MAITRE-STATUT NOT = '00'
                   DISPLAY 'OUVERTURE MAITRE IMPOSSIBLE - STATUT '
                       WS-MAITRE-STATUT
                   MOVE 'N' TO WS-STATUT-CONTROLE
               ELSE
                   MOVE 0 TO EOF
                   PERFORM LIRE-SORTIE
                   PERFORM TRAITER-LIGNE UNTIL EOF = 1
                   CLOSE MAITRE
                   PERFORM HISTORISER-DISPARITIONS
               END-IF
               CLOSE HISTORIQUE
           END-IF
           CLOSE SORTIE
           PERFORM CONTROLE-ENVELOPPE
           WRITE ENR-MAITRE
           IF WS-MAITRE-STATUT = '00' OR WS-MAITRE-STATUT = '02'
               ADD 1 TO WS-NB-CHARGES
               PERFORM HISTORISER-CHARGEMENT
           ELSE
               IF WS-MAITRE-STATUT = '22'
      *            ID DEJA CHARGE : SORTIE PEUT PORTER DES DOUBLONS
                       WS-MAITRE-STATUT ' ID ' MA-ID
               END-IF
           END-IF.
       OUVRIR-HISTORIQUE.
      *    PREMIER LANCEMENT : L'HISTORIQUE EST CREE VIDE, COMME LE
      *    FICHIER D'HABILITATION PAR EXO15HABIL.
           OPEN I-O HISTORIQUE
           IF WS-HISTO-STATUT = '35'
               OPEN OUTPUT HISTORIQUE
               CLOSE HISTORIQUE
               OPEN I-O HISTORIQUE
           END-IF
           IF WS-HISTO-STATUT NOT = '00'
               DISPLAY 'OUVERTURE HISTORIQUE IMPOSSIBLE - STATUT '
                   WS-HISTO-STATUT
               MOVE 'N' TO WS-STATUT-CONTROLE
           END-IF.
       HISTORISER-CHARGEMENT.
      *    LA FICHE POSEE N'EST HISTORISEE QUE SI ELLE CHANGE QUELQUE
      *    CHOSE AU DERNIER ETAT CONNU : ID JAMAIS VU OU RETIRE (A),
      *    NOM, MONTANT OU SITE DIFFERENTS (M).
           MOVE MA-ID TO WS-ID-CHERCHE
           PERFORM CHERCHER-DERNIER-ETAT
           MOVE MA-ID TO WS-GES-ID
           MOVE MA-MONTANT TO WS-GES-MONTANT-APRES
           MOVE MA-NOM TO WS-GES-NOM
           MOVE MA-SITE TO WS-GES-SITE
           IF WS-DER-CONNU = 0 OR WS-DER-ACTION = 'S'
               MOVE 'A' TO WS-GES-ACTION
               MOVE 0 TO WS-GES-MONTANT-AVANT
               PERFORM HISTORISER-GESTE
           ELSE
               IF WS-DER-MONTANT NOT = MA-MONTANT
                       OR WS-DER-NOM NOT = MA-NOM
                       OR WS-DER-SITE NOT = MA-SITE
                   MOVE 'M' TO WS-GES-ACTION
                   MOVE WS-DER-MONTANT TO WS-GES-MONTANT-AVANT
                   PERFORM HISTORISER-GESTE
               END-IF
           END-IF.
       CHERCHER-DERNIER-ETAT.
      *    POSITIONNEMENT SUR LA PREMIERE ENTREE DE L'ID PUIS LECTURE
      *    AVANT JUSQU'AU CHANGEMENT D'ID : LA DERNIERE LUE EST LE
      *    DERNIER ETAT (LA CLE EST EN ORDRE CHRONOLOGIQUE).
           MOVE 0 TO WS-DER-CONNU
           MOVE 0 TO WS-FIN-HISTO
           MOVE LOW-VALUES TO HI-CLE
           MOVE WS-ID-CHERCHE TO HI-ID
           START HISTORIQUE KEY NOT < HI-CLE
               INVALID KEY MOVE 1 TO WS-FIN-HISTO
           END-START
           IF WS-FIN-HISTO = 0
               PERFORM LIRE-HISTORIQUE-SUIVANT
           END-IF
           PERFORM NOTER-ETAT-ID
               UNTIL WS-FIN-HISTO = 1 OR HI-ID NOT = WS-ID-CHERCHE.
       NOTER-ETAT-ID.
           MOVE 1 TO WS-DER-CONNU
           PERFORM NOTER-DERNIER-ETAT
           PERFORM LIRE-HISTORIQUE-SUIVANT.
       NOTER-DERNIER-ETAT.
           MOVE HI-ID TO WS-DER-ID
           MOVE HI-ACTION TO WS-DER-ACTION
           MOVE HI-MONTANT-APRES TO WS-DER-MONTANT
           MOVE HI-NOM TO WS-DER-NOM
           MOVE HI-SITE TO WS-DER-SITE.
       LIRE-HISTORIQUE-SUIVANT.
           READ HISTORIQUE NEXT
               AT END MOVE 1 TO WS-FIN-HISTO
           END-READ
           IF WS-FIN-HISTO = 0
                   AND WS-HISTO-STATUT NOT = '00'
                   AND WS-HISTO-STATUT NOT = '02'
               MOVE 1 TO WS-FIN-HISTO
           END-IF.
       HISTORISER-DISPARITIONS.
      *    BALAYAGE COMPLET DE L'HISTORIQUE, RUPTURE SUR L'ID : UN ID
      *    DONT LE DERNIER ETAT EST VIVANT ET QUE LE NOUVEAU MAITRE NE
      *    PORTE PAS A DISPARU A LA RECONSTRUCTION.
           OPEN INPUT MAITRE
           IF WS-MAITRE-STATUT NOT = '00'
               DISPLAY 'RELECTURE MAITRE IMPOSSIBLE - STATUT '
                   WS-MAITRE-STATUT
               MOVE 'N' TO WS-STATUT-CONTROLE
           ELSE
               MOVE 0 TO WS-NB-TAB-DISPARUS
               MOVE 0 TO WS-DER-CONNU
               MOVE 0 TO WS-FIN-HISTO
               MOVE LOW-VALUES TO HI-CLE
               START HISTORIQUE KEY NOT < HI-CLE
                   INVALID KEY MOVE 1 TO WS-FIN-HISTO
               END-START
               IF WS-FIN-HISTO = 0
                   PERFORM LIRE-HISTORIQUE-SUIVANT
               END-IF
               PERFORM EXAMINER-ENTREE-HISTO UNTIL WS-FIN-HISTO = 1
               IF WS-DER-CONNU = 1
                   PERFORM EXAMINER-DERNIER-ETAT
               END-IF
               CLOSE MAITRE
               PERFORM HISTORISER-DISPARU
                   VARYING WS-IDX-DISPARU FROM 1 BY 1
                   UNTIL WS-IDX-DISPARU > WS-NB-TAB-DISPARUS
           END-IF.
       EXAMINER-ENTREE-HISTO.
           IF WS-DER-CONNU = 1 AND HI-ID NOT = WS-DER-ID
               PERFORM EXAMINER-DERNIER-ETAT
           END-IF
           MOVE 1 TO WS-DER-CONNU
           PERFORM NOTER-DERNIER-ETAT
           PERFORM LIRE-HISTORIQUE-SUIVANT.
       EXAMINER-DERNIER-ETAT.
           IF WS-DER-ACTION NOT = 'S'
               MOVE WS-DER-ID TO MA-ID
               READ MAITRE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MAITRE-STATUT = '23'
                   IF WS-NB-TAB-DISPARUS < 5000
                       ADD 1 TO WS-NB-TAB-DISPARUS
                       MOVE WS-DER-ID
                           TO WS-DIS-ID (WS-NB-TAB-DISPARUS)
                       MOVE WS-DER-MONTANT
                           TO WS-DIS-MONTANT (WS-NB-TAB-DISPARUS)
                       MOVE WS-DER-NOM
                           TO WS-DIS-NOM (WS-NB-TAB-DISPARUS)
                       MOVE WS-DER-SITE
                           TO WS-DIS-SITE (WS-NB-TAB-DISPARUS)
                   ELSE
                       IF CONTROLE-OK
                           DISPLAY 'PLUS DE 5000 ID DISPARUS - '
                               'HISTORIQUE INCOMPLET'
                       END-IF
                       MOVE 'N' TO WS-STATUT-CONTROLE
                   END-IF
               END-IF
           END-IF.
       HISTORISER-DISPARU.
           ADD 1 TO WS-NB-DISPARUS
           MOVE WS-DIS-ID (WS-IDX-DISPARU) TO WS-GES-ID
           MOVE 'S' TO WS-GES-ACTION
           MOVE WS-DIS-MONTANT (WS-IDX-DISPARU) TO WS-GES-MONTANT-AVANT
           MOVE 0 TO WS-GES-MONTANT-APRES
           MOVE WS-DIS-NOM (WS-IDX-DISPARU) TO WS-GES-NOM
           MOVE WS-DIS-SITE (WS-IDX-DISPARU) TO WS-GES-SITE
           PERFORM HISTORISER-GESTE.
       HISTORISER-GESTE.
           ADD 1 TO WS-HIS-ORDRE
           MOVE SPACES TO ENR-HISTORIQUE
           MOVE WS-GES-ID TO HI-ID
           MOVE WS-DATE-DEBUT TO HI-DATE
           MOVE WS-HEURE-DEBUT TO HI-HEURE
           MOVE WS-HIS-ORDRE TO HI-ORDRE
           MOVE 'C' TO HI-CANAL
           MOVE WS-GES-ACTION TO HI-ACTION
           MOVE WS-GES-MONTANT-AVANT TO HI-MONTANT-AVANT
           MOVE WS-GES-MONTANT-APRES TO HI-MONTANT-APRES
           MOVE WS-GES-NOM TO HI-NOM
           MOVE WS-GES-SITE TO HI-SITE
           MOVE WS-DATE-DEBUT TO HI-LOT
           MOVE WS-OPERATEUR TO HI-OPERATEUR
           WRITE ENR-HISTORIQUE
           IF WS-HISTO-STATUT = '00' OR WS-HISTO-STATUT = '02'
               ADD 1 TO WS-NB-HISTORISES
           ELSE
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'ECRITURE HISTORIQUE IMPOSSIBLE - STATUT '
                   WS-HISTO-STATUT ' ID ' WS-GES-ID
           END-IF.
       CONTROLE-ENVELOPPE.
           IF WS-ENTETE-VU = 0 OR WS-FIN-VUE = 0
               MOVE 'N' TO WS-STATUT-CONTROLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-HISTORISES TO WS-NB-EDITE
           STRING 'GESTES HISTORISES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-DISPARUS TO WS-NB-EDITE
           STRING '  DONT ID DISPARUS DU SORTIE : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK
               STRING 'CONTROLE CHARGEMENT : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               FROM ENVIRONMENT 'EXO15_CHARG_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-CHARG.RPT' TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-HISTO-DSN FROM ENVIRONMENT 'EXO15_HISTO_DSN'
           IF WS-HISTO-DSN = SPACES
               MOVE 'EXO15.HISTO' TO WS-HISTO-DSN
           END-IF
           MOVE SPACES TO WS-OPERATEUR
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'EXO15_OPERATEUR'.
       END PROGRAM Exo15Charg.
