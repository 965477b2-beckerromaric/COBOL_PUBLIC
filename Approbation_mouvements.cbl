      ******************************************************************
      * Author:
      * Date:
      * Purpose: Approbation des mouvements retenus par Exo15Delta
      *          (fichier EXO15.APPROB, dessin EXO15APR) : liste des
      *          mouvements en attente de decision, puis examen un a un
      *          - mouvement decode, MONTANT du maitre au moment de la
      *          retenue, motif et producteur - avec approbation ou
      *          refus par un second operateur. Le lot Exo15Delta
      *          suivant applique les approuves et rejette les refuses.
      *          Dialogue DISPLAY/ACCEPT comme Exo15Habil ; toute
      *          decision est journalisee et signee.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : double controle demande par l'audit
      *                 interne sur les gestes de gros montant. La
      *                 seance exige un operateur connu d'EXO15.HABIL,
      *                 actif et porteur du droit d'approbation ; il ne
      *                 peut pas decider d'un mouvement dont il est le
      *                 producteur (signataire du lot qui l'a retenu).
      *                 Un mouvement sans producteur (lot non signe)
      *                 se decide avec un avertissement au journal.
      * 2026-10-15  RB  Un mouvement sans producteur ne peut plus etre
      *                 approuve : le double controle n'y est pas
      *                 verifiable. Seuls le refus et le passage sont
      *                 proposes ; le refus est journalise avec
      *                 l'avertissement. Exo15Delta exige desormais un
      *                 lot signe, ce cas ne vient que des retenues
      *                 anterieures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Approb.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROBATION ASSIGN TO DYNAMIC WS-APPROB-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AP-CLE
               FILE STATUS IS WS-APPROB-STATUT.
      *    FICHIER D'HABILITATION (DESSIN EXO15HAB, ADMINISTRE PAR
      *    EXO15HABIL) : LU AU DEMARRAGE DE SEANCE.
           SELECT HABILITATION ASSIGN TO DYNAMIC WS-HABIL-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HAB-CODE
               FILE STATUS IS WS-HABIL-STATUT.
           SELECT JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROBATION.
       01  ENR-APPROBATION.
           COPY EXO15APR REPLACING ==:PFX:== BY ==AP==.
       FD  HABILITATION.
       01  ENR-HABILITATION.
           COPY EXO15HAB REPLACING ==:PFX:== BY ==HAB==.
       FD  JOURNAL.
       01  LIGNE-JOURNAL PIC X(110).
       WORKING-STORAGE SECTION.
       77  WS-APPROB-DSN PIC X(100).
       77  WS-APPROB-STATUT PIC XX.
       77  WS-HABIL-DSN PIC X(100).
       77  WS-HABIL-STATUT PIC XX.
       77  WS-JOURNAL-DSN PIC X(100).
      *    OPERATEUR DE LA SEANCE ET SON VERDICT D'ADMISSION.
       77  WS-OPERATEUR PIC X(08).
       77  WS-SEANCE-ADMISE PIC 9 VALUE 0.
      *    DIALOGUE DE SEANCE.
       77  WS-ACTION PIC X(01).
       77  WS-FIN-DEMANDEE PIC 9 VALUE 0.
       77  WS-REPONSE PIC X(01).
       77  WS-REPONSE-OK PIC 9.
       77  WS-FIN-LISTE PIC 9.
       77  WS-FIN-EXAMEN PIC 9.
       77  WS-NB-LISTES PIC 9(05).
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-DATE-SEANCE PIC 9(08).
       77  WS-HEURE-SEANCE PIC 9(08).
      *    VUE DECODEE DU DETAIL DU MOUVEMENT RETENU.
       01  WS-MOUVEMENT.
           COPY EXO15REC REPLACING ==:PFX:== BY ==MV==.
       77  WS-MONTANT-EDITE PIC -9(9).99.
       77  WS-AVANT-EDITE PIC -9(9).99.
       77  WS-LIB-MOTIF PIC X(44).
      *    LIBELLE DE LA DECISION POUR LE JOURNAL, DEPOSE PAR
      *    L'APPELANT.
       77  WS-DECISION PIC X(10).
       77  WS-NB-APPROUVES PIC 9(05) VALUE 0.
       77  WS-NB-REFUSES PIC 9(05) VALUE 0.
       77  WS-NB-PASSES PIC 9(05) VALUE 0.
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
           PERFORM CONTROLER-APPROBATEUR
           IF WS-SEANCE-ADMISE = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    LE FICHIER DES RETENUES EST CREE PAR LE PREMIER LOT QUI
      *    RETIENT UN MOUVEMENT : ABSENT, IL N'Y A RIEN A DECIDER.
           OPEN I-O APPROBATION
           IF WS-APPROB-STATUT = '35'
               DISPLAY 'AUCUN MOUVEMENT RETENU (' WS-APPROB-DSN ')'
               STOP RUN
           END-IF
           IF WS-APPROB-STATUT NOT = '00'
               DISPLAY 'OUVERTURE MOUVEMENTS RETENUS IMPOSSIBLE - '
                   'STATUT ' WS-APPROB-STATUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL
           PERFORM ECRIRE-ENTETE-JOURNAL
           PERFORM TRAITER-ACTION UNTIL WS-FIN-DEMANDEE = 1
           PERFORM ECRIRE-FIN-JOURNAL
           CLOSE JOURNAL
           CLOSE APPROBATION
           STOP RUN.
       IDENTIFIER-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'EXO15_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               DISPLAY 'CODE OPERATEUR ?'
               ACCEPT WS-OPERATEUR
           END-IF.
       CONTROLER-APPROBATEUR.
      *    LA FICHE OPERATEUR FAIT FOI : EXISTER, ETRE ACTIF, PORTER
      *    LE DROIT D'APPROBATION. UN FICHIER D'HABILITATION ABSENT
      *    REFUSE LA SEANCE, COMME EN MAINTENANCE.
           OPEN INPUT HABILITATION
           IF WS-HABIL-STATUT NOT = '00'
               DISPLAY 'FICHIER HABILITATIONS ILLISIBLE (STATUT '
                   WS-HABIL-STATUT ') - SEANCE REFUSEE, VOIR '
                   'EXO15HABIL'
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
                       IF HAB-DROIT-APPROUVER NOT = 'O'
                           DISPLAY 'OPERATEUR ' WS-OPERATEUR
                               ' SANS DROIT D APPROBATION - '
                               'SEANCE REFUSEE'
                       ELSE
                           MOVE 1 TO WS-SEANCE-ADMISE
                       END-IF
                   END-IF
               END-IF
               CLOSE HABILITATION
           END-IF.
       TRAITER-ACTION.
           DISPLAY 'ACTION ? L=LISTER LES RETENUES E=EXAMINER ET '
               'DECIDER F=FIN'
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'lef' TO 'LEF'
           EVALUATE WS-ACTION
               WHEN 'L'
                   PERFORM LISTER-RETENUES
               WHEN 'E'
                   PERFORM EXAMINER-RETENUES
               WHEN 'F'
                   MOVE 1 TO WS-FIN-DEMANDEE
               WHEN OTHER
                   DISPLAY 'REPONSE NON RECONNUE'
           END-EVALUATE.
       LISTER-RETENUES.
      *    UNE LIGNE PAR MOUVEMENT EN ATTENTE DE DECISION, DANS
      *    L'ORDRE DES LOTS ; LES MOUVEMENTS DEJA DECIDES NE SONT PLUS
      *    PROPOSES.
           MOVE 0 TO WS-NB-LISTES
           PERFORM POSITIONNER-DEBUT
           PERFORM LISTER-UNE-RETENUE UNTIL WS-FIN-LISTE = 1
           MOVE WS-NB-LISTES TO WS-NB-EDITE
           DISPLAY WS-NB-EDITE ' MOUVEMENT(S) EN ATTENTE DE DECISION'.
       LISTER-UNE-RETENUE.
           IF AP-STATUT = 'A'
               ADD 1 TO WS-NB-LISTES
               MOVE AP-MVT-DETAIL TO WS-MOUVEMENT
               MOVE MV-MONTANT TO WS-MONTANT-EDITE
               DISPLAY AP-DATE-LOT ' ' AP-HEURE-LOT ' ' AP-RANG
                   ' ' AP-MVT-CODE ' ID=' MV-ID ' SITE=' MV-SITE
                   ' MONTANT=' WS-MONTANT-EDITE ' MOTIF=' AP-MOTIF
                   ' PAR ' AP-PRODUCTEUR
           END-IF
           PERFORM LIRE-RETENUE-SUIVANTE.
       EXAMINER-RETENUES.
      *    CHAQUE MOUVEMENT EN ATTENTE EST AFFICHE EN CLAIR PUIS
      *    DECIDE, PASSE (IL RESTE EN ATTENTE) OU L'EXAMEN EST ARRETE.
           PERFORM POSITIONNER-DEBUT
           MOVE 0 TO WS-FIN-EXAMEN
           PERFORM EXAMINER-UNE-RETENUE
               UNTIL WS-FIN-LISTE = 1 OR WS-FIN-EXAMEN = 1
           DISPLAY 'FIN DE L EXAMEN'.
       EXAMINER-UNE-RETENUE.
           IF AP-STATUT = 'A'
               PERFORM AFFICHER-RETENUE
               IF AP-PRODUCTEUR = WS-OPERATEUR
      *            DOUBLE CONTROLE : LE PRODUCTEUR NE SE VALIDE PAS
      *            LUI-MEME, LA DECISION N'EST MEME PAS PROPOSEE.
                   DISPLAY 'MOUVEMENT PRODUIT PAR ' WS-OPERATEUR
                       ' - DECISION RESERVEE A UN AUTRE OPERATEUR'
                   ADD 1 TO WS-NB-PASSES
               ELSE
                   PERFORM DEMANDER-DECISION
                   PERFORM APPLIQUER-DECISION
               END-IF
           END-IF
           IF WS-FIN-EXAMEN = 0
               PERFORM LIRE-RETENUE-SUIVANTE
           END-IF.
       DEMANDER-DECISION.
           MOVE 0 TO WS-REPONSE-OK
           PERFORM DEMANDER-DECISION-REPONSE UNTIL WS-REPONSE-OK = 1.
       DEMANDER-DECISION-REPONSE.
      *    SANS PRODUCTEUR, RIEN NE GARANTIT QUE L'APPROBATEUR N'EST
      *    PAS L'AUTEUR DU MOUVEMENT : L'APPROBATION N'EST PAS
      *    PROPOSEE, LE MOUVEMENT NE PEUT QU'ETRE REFUSE OU PASSE.
           IF AP-PRODUCTEUR = SPACES
               DISPLAY 'DECISION ? R=REFUSER P=PASSER '
                   'F=FIN DE L EXAMEN'
           ELSE
               DISPLAY 'DECISION ? A=APPROUVER R=REFUSER P=PASSER '
                   'F=FIN DE L EXAMEN'
           END-IF
           MOVE SPACE TO WS-REPONSE
           ACCEPT WS-REPONSE
           INSPECT WS-REPONSE CONVERTING 'arpf' TO 'ARPF'
           IF WS-REPONSE = 'A' AND AP-PRODUCTEUR = SPACES
               DISPLAY 'APPROBATION IMPOSSIBLE - MOUVEMENT SANS '
                   'PRODUCTEUR'
           ELSE
               IF WS-REPONSE = 'A' OR WS-REPONSE = 'R'
                       OR WS-REPONSE = 'P' OR WS-REPONSE = 'F'
                   MOVE 1 TO WS-REPONSE-OK
               ELSE
                   DISPLAY 'REPONSE NON RECONNUE'
               END-IF
           END-IF.
       APPLIQUER-DECISION.
           EVALUATE WS-REPONSE
               WHEN 'A'
                   MOVE 'V' TO AP-STATUT
                   MOVE 'APPROUVE' TO WS-DECISION
                   PERFORM ENREGISTRER-DECISION
               WHEN 'R'
                   MOVE 'R' TO AP-STATUT
                   MOVE 'REFUSE' TO WS-DECISION
                   PERFORM ENREGISTRER-DECISION
               WHEN 'P'
                   ADD 1 TO WS-NB-PASSES
               WHEN 'F'
                   MOVE 1 TO WS-FIN-EXAMEN
           END-EVALUATE.
       ENREGISTRER-DECISION.
      *    LA DECISION EST SIGNEE ET HORODATEE DANS LA FICHE MEME ; LE
      *    LOT EXO15DELTA SUIVANT LA PREND EN COMPTE.
           MOVE WS-OPERATEUR TO AP-APPROBATEUR
           ACCEPT AP-DATE-DECISION FROM DATE YYYYMMDD
           ACCEPT AP-HEURE-DECISION FROM TIME
           REWRITE ENR-APPROBATION
           IF WS-APPROB-STATUT = '00'
               IF AP-STATUT = 'V'
                   ADD 1 TO WS-NB-APPROUVES
               ELSE
                   ADD 1 TO WS-NB-REFUSES
               END-IF
               PERFORM JOURNALISER-DECISION
               DISPLAY 'MOUVEMENT ' WS-DECISION
           ELSE
               DISPLAY 'REECRITURE IMPOSSIBLE - STATUT '
                   WS-APPROB-STATUT ' - MOUVEMENT LAISSE EN ATTENTE'
           END-IF.
       AFFICHER-RETENUE.
           MOVE AP-MVT-DETAIL TO WS-MOUVEMENT
           MOVE MV-MONTANT TO WS-MONTANT-EDITE
           MOVE AP-MONTANT-AVANT TO WS-AVANT-EDITE
           EVALUATE AP-MOTIF
               WHEN 'M'
                   MOVE 'MONTANT AU-DELA DU SEUIL' TO WS-LIB-MOTIF
               WHEN 'V'
                   MOVE 'ECART DE MONTANT AU-DELA DU SEUIL'
                       TO WS-LIB-MOTIF
               WHEN 'S'
                   MOVE 'SUPPRESSIONS DU SITE AU-DELA DU NOMBRE ADMIS'
                       TO WS-LIB-MOTIF
               WHEN OTHER
                   MOVE AP-MOTIF TO WS-LIB-MOTIF
           END-EVALUATE
           DISPLAY '------------------------------------------'
           DISPLAY 'LOT        : ' AP-DATE-LOT ' ' AP-HEURE-LOT
               ' RANG ' AP-RANG
           DISPLAY 'MOUVEMENT  : ' AP-MVT-CODE
               ' DATE D EFFET ' AP-MVT-DATE-EFFET
           DISPLAY 'ID         : ' MV-ID ' SITE ' MV-SITE
           DISPLAY 'NOM        : ' MV-NOM
           DISPLAY 'MONTANT    : ' WS-MONTANT-EDITE
               ' (MAITRE : ' WS-AVANT-EDITE ')'
           DISPLAY 'MOTIF      : ' WS-LIB-MOTIF
           IF AP-PRODUCTEUR = SPACES
               DISPLAY 'PRODUCTEUR : AUCUN (LOT NON SIGNE) - '
                   'APPROBATION EXCLUE'
           ELSE
               DISPLAY 'PRODUCTEUR : ' AP-PRODUCTEUR
           END-IF.
       POSITIONNER-DEBUT.
           MOVE 0 TO WS-FIN-LISTE
           MOVE LOW-VALUES TO AP-CLE
           START APPROBATION KEY NOT < AP-CLE
               INVALID KEY MOVE 1 TO WS-FIN-LISTE
           END-START
           IF WS-FIN-LISTE = 0
               PERFORM LIRE-RETENUE-SUIVANTE
           END-IF.
       LIRE-RETENUE-SUIVANTE.
           READ APPROBATION NEXT
               AT END MOVE 1 TO WS-FIN-LISTE
           END-READ
           IF WS-FIN-LISTE = 0
                   AND WS-APPROB-STATUT NOT = '00'
                   AND WS-APPROB-STATUT NOT = '02'
               MOVE 1 TO WS-FIN-LISTE
           END-IF.
       ECRIRE-ENTETE-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '=== APPROBATIONS DU ' WS-DATE-SEANCE
               ' A ' WS-HEURE-SEANCE
               ' PAR ' WS-OPERATEUR ' ==='
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
       JOURNALISER-DECISION.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING WS-OPERATEUR ' ' WS-DECISION
               ' LOT=' AP-DATE-LOT '-' AP-HEURE-LOT '-' AP-RANG
               ' ' AP-MVT-CODE ' ID=' MV-ID
               ' MONTANT=' WS-MONTANT-EDITE
               ' MOTIF=' AP-MOTIF
               ' PRODUCTEUR=' AP-PRODUCTEUR
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           IF AP-PRODUCTEUR = SPACES
               MOVE SPACES TO LIGNE-JOURNAL
               STRING WS-OPERATEUR ' AVERTISSEMENT LOT NON SIGNE - '
                   'PRODUCTEUR INCONNU, APPROBATION EXCLUE'
                   DELIMITED BY SIZE INTO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
           END-IF.
       ECRIRE-FIN-JOURNAL.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '=== FIN DE SEANCE : ' WS-NB-APPROUVES
               ' APPROUVE(S), ' WS-NB-REFUSES ' REFUSE(S), '
               WS-NB-PASSES ' PASSE(S) ==='
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
       LIRE-PARAMETRES.
           ACCEPT WS-APPROB-DSN FROM ENVIRONMENT 'EXO15_APPROB_DSN'
           IF WS-APPROB-DSN = SPACES
               MOVE 'EXO15.APPROB' TO WS-APPROB-DSN
           END-IF
           ACCEPT WS-HABIL-DSN FROM ENVIRONMENT 'EXO15_HABIL_DSN'
           IF WS-HABIL-DSN = SPACES
               MOVE 'EXO15.HABIL' TO WS-HABIL-DSN
           END-IF
           ACCEPT WS-JOURNAL-DSN
               FROM ENVIRONMENT 'EXO15_APPROB_JOURNAL_DSN'
           IF WS-JOURNAL-DSN = SPACES
               MOVE 'EXO15-APPROB.JOURNAL' TO WS-JOURNAL-DSN
           END-IF.
       END PROGRAM Exo15Approb.
