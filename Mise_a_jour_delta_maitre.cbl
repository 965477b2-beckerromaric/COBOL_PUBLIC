      *                 lots de site defectueux ont deja impose une
      *                 restauration complete du maitre et le rejeu de
      *                 tous les lots sains depuis.
      * 2026-10-15  RB  Historique par ID : chaque geste pose sur le
      *                 maitre (lot du jour, mouvement differe arrive a
      *                 echeance, retour arriere) laisse un
      *                 enregistrement dans l'historique cumulatif
      *                 EXO15.HISTO (dessin EXO15HIS, cle ID + date +
      *                 sequence) avec ancien et nouveau MONTANT, canal,
      *                 lot et operateur signataire (EXO15_OPERATEUR en
      *                 application, l'operateur habilite en retour).
      *                 Historique illisible = lot non engage, comme un
      *                 maitre illisible : un geste sans trace ferait
      *                 mentir le releve de compte.
      * 2026-10-15  RB  Un ajout ou une modification portant le SITE
      *                 d'un site inconnu du referentiel EXO15.SITES,
      *                 inactif ou ferme est rejete sous le nouveau
      *                 motif R15 (SITE a blanc admis, comme a la
      *                 validation d'Exo15). Referentiel absent :
      *                 controle suspendu et signale au rapport.
      * 2026-10-15  RB  Point de reprise du mode application : tous les
      *                 EXO15_DELTA_CKPT_INTERVALLE mouvements (100 par
      *                 defaut), puis a chaque changement de phase, le
      *                 lot note sa position (relecture de l'attente ou
      *                 rang du dernier mouvement DELTA enterine, avec
      *                 son image), ses compteurs et le nombre d'images
      *                 deja sauvegardees, par tampon renomme comme le
      *                 checkpoint d'Exo15. L'image avant est desormais
      *                 ecrite avant le geste sur le maitre. La reprise
      *                 (EXO15_DELTA_REPRISE=O) ramene journal, rejets,
      *                 attente reconstruite et sauvegarde a leur
      *                 contenu du point, defait les gestes sauvegardes
      *                 apres le point (et leurs traces d'historique),
      *                 puis repart au mouvement suivant : rien n'est
      *                 applique deux fois et la sauvegarde reste bonne
      *                 pour un retour arriere. Un lot inacheve interdit
      *                 un lancement normal (code retour 16) tant qu'il
      *                 n'est ni repris ni defait. Journal et rapport
      *                 disent la reprise et le mouvement de reprise.
      * 2026-10-15  RB  Double controle des gestes de gros montant : un
      *                 mouvement du DELTA du jour (lot d'agence ou
      *                 correction d'Exo15Maint) dont le MONTANT
      *                 depasse EXO15_APPROB_SEUIL_MONTANT, une
      *                 modification dont l'ecart de MONTANT depasse
      *                 EXO15_APPROB_SEUIL_VARIATION, ou une
      *                 suppression d'un SITE qui en compte plus de
      *                 EXO15_APPROB_SEUIL_SUPPR dans le lot, est
      *                 retenu dans EXO15.APPROB (dessin EXO15APR) au
      *                 lieu d'etre applique, producteur = signataire
      *                 du lot. Le lot suivant reprend en tete les
      *                 decisions d'Exo15Approb : approuve = applique
      *                 (canal V de l'historique), refuse = rejet sous
      *                 le nouveau motif R16. Retenues et prises en
      *                 compte sont couvertes par le point de reprise.
      *                 Code retour 4 si des mouvements sont retenus.
      * 2026-10-15  RB  Le lot d'application doit etre signe :
      *                 EXO15_OPERATEUR obligatoire, operateur connu et
      *                 actif dans EXO15.HABIL, sinon code retour 16.
      *                 Le DELTA passe de 53 a 61 caracteres : le
      *                 producteur (operateur d'Exo15Maint) suit le
      *                 mouvement et devient celui de la retenue ; les
      *                 lots d'agence le laissent a blanc. Rang du lot
      *                 dans la journee (EXO15_DELTA_LOT, 1 a 9) : les
      *                 rangs 2 a 9 suffixent sauvegarde, journal,
      *                 rejets et rapport de .<RANG> ; un lot neuf dont
      *                 la sauvegarde existe deja est refuse (code
      *                 retour 16). La sauvegarde commence par un
      *                 en-tete L (date, heure, rang, signataire). Le
      *                 retour arriere defait aussi les effets du lot
      *                 sur EXO15.APPROB (retenues annulees, statut C ;
      *                 decisions prises remises a prendre) et met la
      *                 sauvegarde de cote sous <DSN>.DEFAIT. Le point
      *                 de reprise passe de 183 a 184 caracteres (rang)
      *                 : aucun point ne doit etre en attente a la mise
      *                 en place.
      * 2026-10-15  RB  Un lot de rang 2 a 9 (DELTA d'un rattrapage)
      *                 s'inscrit dans la conduite comme etape DELTARAT,
      *                 derriere RATTRAP : un rattrapage en anomalie
      *                 bloque l'application de son DELTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Delta.
               ACCESS MODE DYNAMIC
               RECORD KEY HD-CODE
               FILE STATUS IS WS-HABIL-STATUT.
      *    HISTORIQUE CUMULATIF PAR ID (DESSIN EXO15HIS), CREE AU
      *    PREMIER LANCEMENT.
           SELECT HISTORIQUE ASSIGN TO DYNAMIC WS-HISTO-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HI-CLE
               FILE STATUS IS WS-HISTO-STATUT.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
      *    MOUVEMENTS RETENUS POUR APPROBATION (DESSIN EXO15APR,
      *    DECIDES PAR EXO15APPROB), CREE A LA PREMIERE RETENUE.
           SELECT APPROBATION ASSIGN TO DYNAMIC WS-APPROB-DSN
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AP-CLE
               FILE STATUS IS WS-APPROB-STATUT.
      *    POINT DE REPRISE DU MODE APPLICATION ET SON TAMPON, ECRIT
      *    PUIS RENOMME SUR LE POINT EN PLACE (MEME PRECAUTION QUE LE
      *    CHECKPOINT D'EXO15). VIDE = AUCUN LOT INACHEVE.
           SELECT POINT-REPRISE ASSIGN TO DYNAMIC WS-POINT-DSN
               FILE STATUS IS WS-POINT-STATUT.
           SELECT POINT-REPRISE-TMP ASSIGN TO DYNAMIC WS-POINT-TMP-DSN
               FILE STATUS IS WS-POINT-STATUT.
      *    A LA REPRISE, CHAQUE FICHIER SEQUENTIEL DU LOT EST RENOMME
      *    EN <DSN>.REPRISE PUIS RECOPIE SOUS SON NOM JUSQU'AU CONTENU
      *    DU POINT : UN FD DE RELECTURE PAR DESSIN.
           SELECT COPIE-JOURNAL ASSIGN TO DYNAMIC WS-COPIE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COPIE-STATUT.
           SELECT COPIE-REJETS ASSIGN TO DYNAMIC WS-COPIE-DSN
               FILE STATUS IS WS-COPIE-STATUT.
           SELECT COPIE-ATTENTE ASSIGN TO DYNAMIC WS-COPIE-DSN
               FILE STATUS IS WS-COPIE-STATUT.
           SELECT COPIE-SAUVEGARDE ASSIGN TO DYNAMIC WS-COPIE-DSN
               FILE STATUS IS WS-COPIE-STATUT.
       DATA DIVISION.
       FILE SECTION.
      *    UN MOUVEMENT = CODE SUR UN CARACTERE, DATE D'EFFET AAAAMMJJ
      *    (A BLANC = APPLICABLE TOUT DE SUITE) PUIS DETAIL AU GABARIT
      *    EXO15REC. POUR UNE SUPPRESSION, SEUL L'ID DU DETAIL COMPTE.
      *    EN FIN D'ENREGISTREMENT, LE PRODUCTEUR DU MOUVEMENT : CODE
      *    DE L'OPERATEUR DE MAINTENANCE QUI L'A EMIS, A BLANC POUR UN
      *    LOT D'AGENCE OU DE RATTRAPAGE (LE PRODUCTEUR EST ALORS LE
      *    SIGNATAIRE DU LOT).
       FD  DELTA.
       01  ENR-DELTA.
           02 MV-MOUVEMENT.
              03 MV-CODE PIC X(01).
              03 MV-DATE-EFFET PIC X(08).
              03 MV-DETAIL PIC X(44).
           02 MV-PRODUCTEUR PIC X(08).
      *    L'ATTENTE PORTE LES MOUVEMENTS TELS QUE RECUS, AU MEME
      *    DESSIN QUE LE DELTA.
       FD  ATTENTE.
      *    PRINCIPE QUE LE FICHIER REJETS DE LA VALIDATION D'EXO15.
      *    MOTIFS : R10 CODE MOUVEMENT INCONNU, R11 AJOUT SUR ID DEJA
      *    PRESENT, R12 MODIFICATION SUR ID ABSENT, R13 SUPPRESSION
      *    SUR ID ABSENT, R14 DATE D'EFFET MAL FORMEE, R15 AJOUT OU
      *    MODIFICATION POUR UN SITE INCONNU, INACTIF OU FERME, R16
      *    MOUVEMENT RETENU PUIS REFUSE A L'APPROBATION.
       FD  DELTA-REJETS.
       01  ENR-REJET.
           02 REJ-MOUVEMENT PIC X(53).
      *    (A/M/S) PUIS IMAGE DU MAITRE AU DESSIN EXO15MAI,
      *    ESTAMPILLES D'AUDIT COMPRISES (POUR UN AJOUT, L'IMAGE
      *    ECRITE : C'EST ELLE QU'IL FAUDRA RETIRER).
      *    EN TETE DE SAUVEGARDE, UN ENREGISTREMENT DE CODE L DECRIT
      *    LE LOT (DATE, HEURE, RANG DANS LA JOURNEE, SIGNATAIRE) : LE
      *    RETOUR ARRIERE Y RETROUVE L'HEURE QUI DESIGNE LES RETENUES
      *    ET LES PRISES EN COMPTE DU LOT DANS LE FICHIER DES RETENUES.
       FD  SAUVEGARDE.
       01  ENR-SAUVEGARDE.
           02 SAU-CODE PIC X(01).
           02 SAU-AVANT PIC X(61).
           02 SAU-LOT REDEFINES SAU-AVANT.
              03 SAU-LOT-DATE PIC 9(08).
              03 SAU-LOT-HEURE PIC 9(08).
              03 SAU-LOT-RANG PIC X(01).
              03 SAU-LOT-SIGNATAIRE PIC X(08).
              03 FILLER PIC X(36).
       FD  HABILITATION.
       01  ENR-HABILITATION.
           COPY EXO15HAB REPLACING ==:PFX:== BY ==HD==.
       FD  HISTORIQUE.
       01  ENR-HISTORIQUE.
           COPY EXO15HIS REPLACING ==:PFX:== BY ==HI==.
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(80).
       FD  APPROBATION.
       01  ENR-APPROBATION.
           COPY EXO15APR REPLACING ==:PFX:== BY ==AP==.
      *    DESSIN DU POINT DE REPRISE : VOIR WS-POINT-REPRISE.
       FD  POINT-REPRISE.
       01  ENR-POINT-REPRISE PIC X(184).
       FD  POINT-REPRISE-TMP.
       01  ENR-POINT-REPRISE-TMP PIC X(184).
       FD  COPIE-JOURNAL.
       01  COP-LIGNE-JOURNAL PIC X(80).
       FD  COPIE-REJETS.
       01  COP-REJET PIC X(56).
       FD  COPIE-ATTENTE.
       01  COP-ATTENTE PIC X(53).
       FD  COPIE-SAUVEGARDE.
       01  COP-SAUVEGARDE.
           02 COP-SAU-CODE PIC X(01).
           02 COP-SAU-AVANT PIC X(61).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-DELTA-DSN PIC X(100).
           88 MODE-RETOUR VALUE 'R'.
      *    SAUVEGARDE DES IMAGES AVANT : BASE, DATE DU LOT (CELLE DU
      *    JOUR EN APPLICATION, CELLE DU LOT A DEFAIRE EN RETOUR) ET
      *    DSN ASSEMBLE <BASE>.<AAAAMMJJ>, SUIVI DE .<RANG> POUR UN
      *    LOT DE RANG 2 A 9 DANS LA JOURNEE (EXO15_DELTA_LOT, 1 PAR
      *    DEFAUT : LE LOT DE NUIT). LE RANG SUFFIXE DE MEME JOURNAL,
      *    REJETS ET RAPPORT, POUR QU'UN SECOND LOT DU JOUR (LE
      *    RATTRAPAGE D'UN SITE EN RETARD) N'ECRASE PAS LES PIECES DU
      *    PREMIER.
       77  WS-AVANT-BASE PIC X(88).
       77  WS-AVANT-DATE PIC X(08).
       77  WS-AVANT-DSN PIC X(100).
       77  WS-AVANT-STATUT PIC XX.
       77  WS-LOT-RANG PIC X(01).
      *    LOT DEFAIT PAR LE RETOUR ARRIERE : DATE, ET HEURE LUE EN
      *    TETE DE SAUVEGARDE (ZERO POUR UNE SAUVEGARDE SANS EN-TETE :
      *    LA DATE SEULE DESIGNE ALORS LE LOT).
       77  WS-LOT-DATE PIC 9(08).
       77  WS-LOT-HEURE PIC 9(08).
      *    HABILITATION DU RETOUR ARRIERE : OPERATEUR (EXO15_OPERATEUR
      *    OU SAISIE), VERDICT D'ADMISSION.
       77  WS-HABIL-DSN PIC X(100).
       77  WS-HABIL-STATUT PIC XX.
       77  WS-OPERATEUR PIC X(08).
       77  WS-RETOUR-ADMIS PIC 9 VALUE 0.
      *    SIGNATAIRE DU MODE APPLICATION : EXO15_OPERATEUR
      *    OBLIGATOIRE, OPERATEUR CONNU ET ACTIF D'EXO15.HABIL.
       77  WS-SIGNATAIRE-ADMIS PIC 9 VALUE 0.
      *    HISTORIQUE PAR ID : CANAL DU MOUVEMENT EN COURS (D = LOT DU
      *    JOUR, E = ATTENTE ARRIVEE A ECHEANCE, R = RETOUR ARRIERE,
      *    V = MOUVEMENT RETENU PUIS APPROUVE),
      *    EFFET ET MONTANTS DEPOSES PAR L'APPELANT DE
      *    HISTORISER-GESTE, RANG DU GESTE DANS LE RUN.
       77  WS-HISTO-DSN PIC X(100).
       77  WS-HISTO-STATUT PIC XX.
       77  WS-CANAL PIC X(01).
       77  WS-HIS-ACTION PIC X(01).
       77  WS-HIS-MONTANT-AVANT PIC S9(09)V99 COMP-3.
       77  WS-HIS-MONTANT-APRES PIC S9(09)V99 COMP-3.
       77  WS-HIS-NOM PIC X(30).
       77  WS-HIS-SITE PIC X(02).
       77  WS-HIS-ORDRE PIC 9(05) VALUE 0.
       77  WS-NB-HISTORISES PIC 9(07) VALUE 0.
      *    MOUVEMENT EN COURS D'EXAMEN, QU'IL VIENNE DU DELTA DU JOUR
      *    OU DE L'ATTENTE DE LA VEILLE : LES DEUX SOURCES PASSENT PAR
      *    CETTE IMAGE COMMUNE AVANT EXAMINER-MOUVEMENT.
           02 WS-MVT-DATE-EFFET-N REDEFINES WS-MVT-DATE-EFFET
                                  PIC 9(08).
           02 WS-MVT-DETAIL PIC X(44).
      *    PRODUCTEUR PORTE PAR LE MOUVEMENT DU DELTA (BLANC POUR UN
      *    LOT D'AGENCE).
       77  WS-MVT-PRODUCTEUR PIC X(08).
      *    VUE DECODEE DU DETAIL DU MOUVEMENT COURANT.
       01  WS-MOUVEMENT.
           COPY EXO15REC REPLACING ==:PFX:== BY ==MV==.
       77  WS-NB-RET-REMBOBINES PIC 9(07) VALUE 0.
       77  WS-NB-RET-REINSERES PIC 9(07) VALUE 0.
       77  WS-NB-RET-ECHECS PIC 9(07) VALUE 0.
      *    EFFETS DU LOT DEFAIT SUR LE FICHIER DES RETENUES : RETENUES
      *    ANNULEES, DECISIONS REMISES A PRENDRE EN COMPTE. FICHIER
      *    ABSENT (0) = AUCUNE RETENUE N'A JAMAIS ETE FAITE.
       77  WS-APPROB-PRESENT PIC 9 VALUE 0.
       77  WS-NB-RET-ANNULEES PIC 9(07) VALUE 0.
       77  WS-NB-RET-ROUVERTES PIC 9(07) VALUE 0.
      *    SAUVEGARDE D'UN LOT DEFAIT, RENOMMEE <DSN>.DEFAIT.
       77  WS-DEFAIT-DSN PIC X(100).
      *    RESULTAT : O = OK, N = INCIDENT D'ENTREE-SORTIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
      *    CONTROLE D'ENCHAINEMENT (VOIR EXO15CHN), MODE APPLICATION
      *    SEULEMENT : LE RETOUR ARRIERE EST UN LANCEMENT D'EXCEPTION.
      *    POINT DE REPRISE : DSN, INTERVALLE EN MOUVEMENTS (1 A 5000,
      *    100 PAR DEFAUT, CHIFFRES CADRES A GAUCHE COMME LE SEUIL DE
      *    EXO15DORM), DEMANDE DE REPRISE (O/N, N PAR DEFAUT).
       77  WS-POINT-DSN PIC X(100).
       77  WS-POINT-TMP-DSN PIC X(100).
       77  WS-POINT-STATUT PIC XX.
       77  WS-INTERVALLE PIC 9(05).
       77  WS-INTERVALLE-TXT PIC X(05).
       77  WS-POS-INTERVALLE PIC 9(01).
       77  WS-INTERVALLE-VALIDE PIC 9.
       01  WS-CHIFFRE-X PIC X(01).
       01  WS-CHIFFRE-9 REDEFINES WS-CHIFFRE-X PIC 9(01).
       77  WS-REPRISE PIC X(01).
           88 REPRISE-DEMANDEE VALUE 'O'.
           88 REPRISE-NON-DEMANDEE VALUE 'N'.
      *    PHASE DU LOT : V = PRISE EN COMPTE DES DECISIONS
      *    D'APPROBATION, E = RELECTURE DE L'ATTENTE, D = LOT DELTA DU
      *    JOUR, T = TERMINE (RESTE LE RENOMMAGE DE L'ATTENTE).
       77  WS-PHASE PIC X(01) VALUE 'E'.
      *    IMAGE DU POINT : PHASE, DATE ET HEURE DU LOT D'ORIGINE (LA
      *    REPRISE LES REPREND : DATES D'EFFET, ESTAMPILLES ET CLES
      *    D'HISTORIQUE RESTENT CELLES DU LOT), RANG DE LA REPRISE,
      *    POSITION DANS LE DELTA ET DERNIER MOUVEMENT ENTERINE,
      *    COMPTEURS DU RAPPORT, LIGNES DE JOURNAL ET IMAGES AVANT
      *    DEJA ECRITES. LA POSITION DANS L'ATTENTE EST LE COMPTE DES
      *    MOUVEMENTS REPRIS DE L'ATTENTE, LES REJETS ET LES DIFFERES
      *    ECRITS SONT LEURS COMPTEURS, DE MEME QUE LES RETENUES
      *    ECRITES ET LES DECISIONS D'APPROBATION PRISES EN COMPTE.
      *    LE RANG DU LOT DANS LA JOURNEE TERMINE L'IMAGE.
       01  WS-POINT-REPRISE.
           05 WS-PR-ETAT PIC X(01).
           05 WS-PR-DATE-LOT PIC 9(08).
           05 WS-PR-HEURE-LOT PIC 9(08).
           05 WS-PR-NB-REPRISES PIC 9(03).
           05 WS-PR-DELTA-FAITS PIC 9(07).
           05 WS-PR-DERNIER-MVT PIC X(53).
           05 WS-PR-NB-LUS PIC 9(07).
           05 WS-PR-NB-AJOUTS PIC 9(07).
           05 WS-PR-NB-MODIFS PIC 9(07).
           05 WS-PR-NB-SUPPR PIC 9(07).
           05 WS-PR-NB-REJETS PIC 9(07).
           05 WS-PR-NB-ATTENTE-LUS PIC 9(07).
           05 WS-PR-NB-DIFFERES PIC 9(07).
           05 WS-PR-NB-RETARD PIC 9(07).
           05 WS-PR-NB-HISTORISES PIC 9(07).
           05 WS-PR-HIS-ORDRE PIC 9(05).
           05 WS-PR-NB-LIGNES-JOURNAL PIC 9(07).
           05 WS-PR-NB-SAUVEGARDES PIC 9(07).
           05 WS-PR-NB-RETENUS PIC 9(07).
           05 WS-PR-NB-APPROUVES PIC 9(07).
           05 WS-PR-NB-REFUSES PIC 9(07).
           05 WS-PR-LOT-RANG PIC X(01).
      *    ETAT DE LA REPRISE : POINT TROUVE EN ATTENTE, LANCEMENT
      *    ADMIS, RUN EN REPRISE, REPRISE INCOHERENTE (FICHIER PLUS
      *    COURT QUE LE POINT : ON S'ARRETE SANS RIEN APPLIQUER ET LE
      *    POINT EST CONSERVE), POINT LIBERE PAR UN RETOUR ARRIERE.
       77  WS-POINT-EN-ATTENTE PIC 9 VALUE 0.
       77  WS-LANCEMENT-ADMIS PIC 9 VALUE 0.
       77  WS-EN-REPRISE PIC 9 VALUE 0.
       77  WS-REPRISE-INCOHERENTE PIC 9 VALUE 0.
       77  WS-POINT-LIBERE PIC 9 VALUE 0.
       77  WS-DATE-REPRISE PIC 9(08).
       77  WS-HEURE-REPRISE PIC 9(08).
       77  WS-NB-DELTA-FAITS PIC 9(07) VALUE 0.
       77  WS-NB-LIGNES-JOURNAL PIC 9(07) VALUE 0.
       77  WS-NB-SAUVEGARDES PIC 9(07) VALUE 0.
       77  WS-DEPUIS-POINT PIC 9(05) VALUE 0.
       77  WS-NB-POINTS PIC 9(07) VALUE 0.
       77  WS-NB-DEFAITS PIC 9(07) VALUE 0.
       77  WS-NO-REPRIS PIC 9(07).
       77  WS-LIBELLE-REPRISE PIC X(80) VALUE SPACES.
      *    RECOPIE D'UN FICHIER A LA REPRISE ET SAUT DES MOUVEMENTS
      *    DEJA TRAITES DANS L'ATTENTE OU LE DELTA.
       77  WS-COPIE-DSN PIC X(100).
       77  WS-COPIE-STATUT PIC XX.
       77  WS-FIN-COPIE PIC 9.
       77  WS-NB-RECOPIES PIC 9(07).
       77  WS-NB-A-RECOPIER PIC 9(07).
       77  WS-A-SAUTER PIC 9(07).
       77  WS-NB-SAUTES PIC 9(07).
       77  WS-SAUT-FICHIER PIC X(07).
       77  WS-SAUT-DSN PIC X(100).
       77  WS-FIN-HISTO PIC 9.
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) POUR
      *    LE MOTIF R15. CONTROLE SUSPENDU (0) SI LE REFERENTIEL EST
      *    ABSENT ; SITE ADMIS (1) OU NON (0) POUR LE MOUVEMENT COURANT.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
       77  WS-CONTROLE-SITE PIC 9 VALUE 1.
       77  WS-SITE-ADMIS PIC 9.
      *    DOUBLE CONTROLE (VOIR EXO15APPROB). SEUILS DE MONTANT ET
      *    D'ECART DE MONTANT EN FORME FIXE 999999999.99 COMME LE
      *    PLAFOND DE LA VALIDATION D'EXO15 (100000.00 ET 50000.00 PAR
      *    DEFAUT), NOMBRE DE SUPPRESSIONS ADMIS PAR SITE DANS UN LOT
      *    (50 PAR DEFAUT, CHIFFRES CADRES A GAUCHE) ; ZERO COUPE LE
      *    CONTROLE CORRESPONDANT.
       77  WS-APPROB-DSN PIC X(100).
       77  WS-APPROB-STATUT PIC XX.
       77  WS-SEUIL-MONTANT PIC S9(09)V99 COMP-3.
       77  WS-SEUIL-VARIATION PIC S9(09)V99 COMP-3.
       77  WS-SEUIL-CONVERTI PIC S9(09)V99 COMP-3.
       01  WS-SEUIL-TXT.
           05 WS-SEUIL-ENTIER PIC 9(09).
           05 WS-SEUIL-POINT PIC X(01).
           05 WS-SEUIL-DECIM PIC 9(02).
       77  WS-SEUIL-VALIDE PIC 9.
       77  WS-SEUIL-SUPPR PIC 9(05).
       77  WS-SEUIL-SUPPR-TXT PIC X(05).
       77  WS-POS-SEUIL PIC 9(01).
       77  WS-SEUIL-EDITE PIC Z(8)9.99.
       77  WS-SUPPR-EDITE PIC ZZZZ9.
      *    MOTIF DE RETENUE DU MOUVEMENT COURANT (M, V, S ; BLANC =
      *    PAS DE RETENUE), ECART DE MONTANT MESURE, MONTANT DE LA
      *    FICHE AU MAITRE NOTE POUR L'APPROBATEUR.
       77  WS-MOTIF-RETENUE PIC X(01).
       77  WS-ECART PIC S9(10)V99 COMP-3.
       77  WS-APR-MONTANT-AVANT PIC S9(09)V99 COMP-3.
       77  WS-NB-RETENUS PIC 9(07) VALUE 0.
       77  WS-NB-APPROUVES PIC 9(07) VALUE 0.
       77  WS-NB-REFUSES PIC 9(07) VALUE 0.
       77  WS-NB-PRISES PIC 9(07).
       77  WS-FIN-APPROB PIC 9.
      *    SUPPRESSIONS DU LOT PAR SITE, COMPTEES PAR UNE PREMIERE
      *    LECTURE DU DELTA.
       01  WS-TABLE-SUPPR.
           05 WS-NB-SITES-SUPPR PIC 9(03) VALUE 0.
           05 WS-ENTREE-SUPPR OCCURS 100 TIMES.
              10 WS-SUPPR-CODE PIC X(02).
              10 WS-SUPPR-NB PIC 9(07).
       77  WS-SUPPR-SITE PIC X(02).
       77  WS-IDX-SUPPR PIC 9(03).
       77  WS-SUPPR-RETENU PIC 9(03).
       77  WS-TROUVE-SUPPR PIC 9.
       01  WS-CHAINE.
           05 WS-CHN-OPERATION PIC X(01).
           05 WS-CHN-ETAPE PIC X(08) VALUE 'DELTA'.
           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-DEBUT FROM TIME
      *    LE POINT DE REPRISE EST EXAMINE AVANT LE CONTROLE
      *    D'ENCHAINEMENT : UN LANCEMENT REFUSE NE LAISSE PAS DE DEBUT
      *    SANS FIN DANS LA CONDUITE DE LA CHAINE.
           PERFORM LIRE-POINT-REPRISE
           IF MODE-APPLICATION
               PERFORM CONTROLER-POINT-REPRISE
               IF WS-LANCEMENT-ADMIS = 0
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        LE SIGNATAIRE EST LE PRODUCTEUR DES MOUVEMENTS RETENUS :
      *        UN LOT NON SIGNE OU SIGNE D'UN CODE INCONNU LAISSERAIT
      *        N'IMPORTE QUEL APPROBATEUR DECIDER DE SES RETENUES.
               PERFORM CONTROLER-SIGNATAIRE-LOT
               IF WS-SIGNATAIRE-ADMIS = 0
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM PREPARER-DSN-AVANT
      *    UN LOT NEUF NE REPREND JAMAIS LE NOM D'UN LOT DEJA PASSE :
      *    SA SAUVEGARDE, SON JOURNAL ET SES REJETS SERAIENT ECRASES.
           IF MODE-APPLICATION AND WS-EN-REPRISE = 0
               PERFORM CONTROLER-SAUVEGARDE-LIBRE
               IF WS-LANCEMENT-ADMIS = 0
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF MODE-RETOUR
      *        GESTE DESTRUCTIF SUR LE MAITRE : MEME HABILITATION QUE
      *        LA SUPPRESSION EN MAINTENANCE, JOURNAL SIGNE.
                   STOP RUN
               END-IF
               PERFORM RETOUR-ARRIERE
               PERFORM LIBERER-POINT-REPRISE
               PERFORM FIN2-RETOUR
           ELSE
               PERFORM CONTROLER-CHAINE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NB-REJETS > 0 OR WS-NB-RET-ECHECS > 0
                       OR WS-NB-RETENUS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
               PERFORM ENREGISTRER-CHAINE
           END-IF
           STOP RUN.
       NOMMER-ETAPE-LOT.
      *    LE DELTA D'UN RATTRAPAGE EST UNE ETAPE A PART DANS LA
      *    CONDUITE, DERRIERE RATTRAP : IL N'EST APPLIQUE QUE SI LE
      *    RATTRAPAGE S'EST TERMINE SANS ANOMALIE, ET NE PASSE PAS POUR
      *    UN SECOND LANCEMENT DU DELTA DE NUIT.
           IF WS-LOT-RANG = '1'
               MOVE 'DELTA' TO WS-CHN-ETAPE
               MOVE 'TRI' TO WS-CHN-PREDECESSEUR
           ELSE
               MOVE 'DELTARAT' TO WS-CHN-ETAPE
               MOVE 'RATTRAP' TO WS-CHN-PREDECESSEUR
           END-IF.
       CONTROLER-CHAINE.
           MOVE 'D' TO WS-CHN-OPERATION
           CALL 'Exo15Chn' USING WS-CHAINE
                   MOVE 'N' TO WS-STATUT-CONTROLE
                   CLOSE DELTA
               ELSE
                   PERFORM OUVRIR-HISTORIQUE
                   IF CONTROLE-OK
                       PERFORM OUVRIR-APPROBATION
                       IF CONTROLE-ANOMALIE
                           CLOSE HISTORIQUE
                       END-IF
                   END-IF
                   IF CONTROLE-ANOMALIE
                       CLOSE MAITRE
                       CLOSE DELTA
                   ELSE
                       PERFORM APPLIQUER-LOT-OUVERT
                   END-IF
               END-IF
           END-IF.
       APPLIQUER-LOT-OUVERT.
      *    REPRISE D'UN LOT ARRETE APRES SA DERNIERE ECRITURE : IL NE
      *    RESTAIT QUE LE RENOMMAGE DE L'ATTENTE.
           IF WS-EN-REPRISE = 1 AND WS-PHASE = 'T'
               PERFORM ACHEVER-LOT-TERMINE
           ELSE
               PERFORM TRAITER-LOT-OUVERT
           END-IF.
       TRAITER-LOT-OUVERT.
           IF WS-EN-REPRISE = 1
               PERFORM PREPARER-REPRISE
           ELSE
               OPEN OUTPUT JOURNAL
               OPEN OUTPUT DELTA-REJETS
               OPEN OUTPUT SAUVEGARDE
               OPEN OUTPUT ATTENTE-SUIVANTE
               PERFORM ECRIRE-ENTETE-JOURNAL
               PERFORM ECRIRE-ENTETE-SAUVEGARDE
               MOVE 'V' TO WS-PHASE
               MOVE 0 TO WS-PR-NB-REPRISES
               MOVE SPACES TO WS-MVT-COURANT
           END-IF
           IF WS-REPRISE-INCOHERENTE = 0
               PERFORM DEROULER-LOT
           END-IF
           CLOSE DELTA
           CLOSE MAITRE
           CLOSE HISTORIQUE
           CLOSE APPROBATION
           CLOSE JOURNAL
           CLOSE DELTA-REJETS
           CLOSE SAUVEGARDE
           CLOSE ATTENTE-SUIVANTE
           IF WS-REPRISE-INCOHERENTE = 0
      *        LE POINT "TERMINE" PRECEDE LE RENOMMAGE : UN ARRET
      *        ENTRE LES DEUX SE REPREND SANS RIEN REJOUER.
               MOVE 'T' TO WS-PHASE
               PERFORM ECRIRE-POINT-REPRISE
      *        MEME PRECAUTION QUE LE CHECKPOINT D'EXO15 : LA NOUVELLE
      *        ATTENTE, COMPLETE SUR DISQUE, EST RENOMMEE SUR L'ANCIENNE
      *        EN TOUT DERNIER.
               CALL 'CBL_RENAME_FILE'
                   USING WS-ATTENTE-TMP-DSN WS-ATTENTE-DSN
               PERFORM EFFACER-POINT-REPRISE
           END-IF.
       DEROULER-LOT.
      *    UN PREMIER POINT AVANT TOUT GESTE : UN ARRET DES LE PREMIER
      *    MOUVEMENT SE REPREND COMME LES AUTRES.
           PERFORM PRENDRE-POINT-REPRISE
      *    LES DECISIONS D'APPROBATION PASSENT EN TETE : UN MOUVEMENT
      *    RETENU LA VEILLE PUIS APPROUVE N'ATTEND PAS UN LOT DE PLUS.
           IF WS-PHASE = 'V'
               PERFORM TRAITER-APPROBATIONS
           END-IF
           IF WS-PHASE = 'V' AND WS-REPRISE-INCOHERENTE = 0
               MOVE 'E' TO WS-PHASE
               PERFORM PRENDRE-POINT-REPRISE
           END-IF
      *    L'ATTENTE DE LA VEILLE PASSE AVANT LE LOT DU JOUR : UN
      *    MOUVEMENT ARRIVE A ECHEANCE S'APPLIQUE, LES AUTRES
      *    REPARTENT DANS L'ATTENTE RECONSTRUITE.
           IF WS-PHASE = 'E'
               PERFORM TRAITER-ATTENTE
           END-IF
           IF WS-PHASE = 'E' AND WS-REPRISE-INCOHERENTE = 0
               MOVE 'D' TO WS-PHASE
               PERFORM PRENDRE-POINT-REPRISE
           END-IF
           IF WS-REPRISE-INCOHERENTE = 0
               PERFORM COMPTER-SUPPRESSIONS
               MOVE 0 TO EOF
               PERFORM LIRE-DELTA
               MOVE 'DELTA' TO WS-SAUT-FICHIER
               MOVE WS-NB-DELTA-FAITS TO WS-A-SAUTER
               MOVE 0 TO WS-NB-SAUTES
               PERFORM SAUTER-DELTA
                   UNTIL WS-NB-SAUTES = WS-A-SAUTER OR EOF = 1
               PERFORM VERIFIER-SAUT
               PERFORM TRAITER-MOUVEMENT UNTIL EOF = 1
           END-IF.
       ACHEVER-LOT-TERMINE.
           CLOSE DELTA
           CLOSE MAITRE
           CLOSE HISTORIQUE
           CLOSE APPROBATION
           STRING 'LOT DEJA APPLIQUE EN ENTIER - RESTAIT LE '
               'RENOMMAGE DE L ATTENTE'
               DELIMITED BY SIZE INTO WS-LIBELLE-REPRISE
           OPEN EXTEND JOURNAL
           PERFORM ECRIRE-ENTETE-REPRISE
           CLOSE JOURNAL
           CALL 'CBL_RENAME_FILE'
               USING WS-ATTENTE-TMP-DSN WS-ATTENTE-DSN
           PERFORM EFFACER-POINT-REPRISE.
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
       OUVRIR-APPROBATION.
      *    PREMIER LANCEMENT : LE FICHIER DES RETENUES EST CREE VIDE,
      *    COMME L'HISTORIQUE. ILLISIBLE, LE LOT N'EST PAS ENGAGE : UN
      *    MOUVEMENT A RETENIR SERAIT APPLIQUE SANS CONTROLE.
           OPEN I-O APPROBATION
           IF WS-APPROB-STATUT = '35'
               OPEN OUTPUT APPROBATION
               CLOSE APPROBATION
               OPEN I-O APPROBATION
           END-IF
           IF WS-APPROB-STATUT NOT = '00'
               DISPLAY 'OUVERTURE MOUVEMENTS RETENUS IMPOSSIBLE - '
                   'STATUT ' WS-APPROB-STATUT
               MOVE 'N' TO WS-STATUT-CONTROLE
           END-IF.
       HISTORISER-GESTE.
      *    L'APPELANT DEPOSE CANAL, EFFET, MONTANTS, NOM ET SITE ;
      *    L'ID EST CELUI DE LA VUE WS-MOUVEMENT. LA
      *    SEQUENCE (HEURE DU RUN, RANG DU GESTE) GARDE L'ORDRE
      *    D'APPLICATION DE DEUX GESTES DU MEME JOUR SUR UN ID.
           ADD 1 TO WS-HIS-ORDRE
           MOVE SPACES TO ENR-HISTORIQUE
           MOVE MV-ID TO HI-ID
           MOVE WS-DATE-DEBUT TO HI-DATE
           MOVE WS-HEURE-DEBUT TO HI-HEURE
           MOVE WS-HIS-ORDRE TO HI-ORDRE
           MOVE WS-CANAL TO HI-CANAL
           MOVE WS-HIS-ACTION TO HI-ACTION
           MOVE WS-HIS-MONTANT-AVANT TO HI-MONTANT-AVANT
           MOVE WS-HIS-MONTANT-APRES TO HI-MONTANT-APRES
           MOVE WS-HIS-NOM TO HI-NOM
           MOVE WS-HIS-SITE TO HI-SITE
           MOVE WS-AVANT-DATE TO HI-LOT
           MOVE WS-OPERATEUR TO HI-OPERATEUR
           WRITE ENR-HISTORIQUE
           IF WS-HISTO-STATUT = '00' OR WS-HISTO-STATUT = '02'
               ADD 1 TO WS-NB-HISTORISES
           ELSE
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'ECRITURE HISTORIQUE IMPOSSIBLE - STATUT '
                   WS-HISTO-STATUT ' ID ' MV-ID
           END-IF.
       TRAITER-MOUVEMENT.
           MOVE 'D' TO WS-CANAL
           MOVE MV-MOUVEMENT TO WS-MVT-COURANT
           MOVE MV-PRODUCTEUR TO WS-MVT-PRODUCTEUR
           PERFORM EXAMINER-MOUVEMENT
           ADD 1 TO WS-NB-DELTA-FAITS
           PERFORM COMPTER-POINT-REPRISE
           PERFORM LIRE-DELTA.
       TRAITER-ATTENTE.
      *    UNE ATTENTE ABSENTE EST UN PREMIER LANCEMENT (OU UNE NUIT
      *    SANS MOUVEMENT DIFFERE) : CE N'EST PAS UNE ANOMALIE. EN
      *    REPRISE, LES MOUVEMENTS DEJA REPRIS DE L'ATTENTE SONT LUS
      *    SANS ETRE TRAITES.
           MOVE 'ATTENTE' TO WS-SAUT-FICHIER
           MOVE WS-NB-ATTENTE-LUS TO WS-A-SAUTER
           MOVE 0 TO WS-NB-SAUTES
           OPEN INPUT ATTENTE
           IF WS-ATTENTE-STATUT = '00'
               MOVE 0 TO EOF
               PERFORM LIRE-ATTENTE
               PERFORM SAUTER-ATTENTE
                   UNTIL WS-NB-SAUTES = WS-A-SAUTER OR EOF = 1
               PERFORM TRAITER-MOUVEMENT-ATTENTE UNTIL EOF = 1
               CLOSE ATTENTE
           END-IF
           PERFORM VERIFIER-SAUT.
       TRAITER-MOUVEMENT-ATTENTE.
           ADD 1 TO WS-NB-ATTENTE-LUS
           MOVE 'E' TO WS-CANAL
           MOVE ENR-ATTENTE TO WS-MVT-COURANT
           PERFORM EXAMINER-MOUVEMENT
           PERFORM COMPTER-POINT-REPRISE
           PERFORM LIRE-ATTENTE.
       LIRE-ATTENTE.
           READ ATTENTE
           ADD 1 TO WS-NB-LUS
           MOVE WS-MVT-DETAIL TO WS-MOUVEMENT
           MOVE 0 TO WS-MVT-EN-RETARD
           MOVE SPACE TO WS-MOTIF-RETENUE
      *    SEUL LE DELTA DU JOUR PASSE AU DOUBLE CONTROLE, AVANT LA
      *    DATE D'EFFET : UN MOUVEMENT DATE PLUS LOIN EST RETENU DES
      *    SON ARRIVEE, ET UN MOUVEMENT APPROUVE NE L'EST PAS DEUX
      *    FOIS. UNE DATE MAL FORMEE PART EN REJET R14 SANS RETENUE.
           IF WS-CANAL = 'D'
                   AND (WS-MVT-DATE-EFFET = SPACES
                       OR WS-MVT-DATE-EFFET-N IS NUMERIC)
               PERFORM EVALUER-RETENUE
           END-IF
           IF WS-MOTIF-RETENUE NOT = SPACE
               PERFORM RETENIR-MOUVEMENT
           ELSE
               PERFORM EXAMINER-DATE-EFFET
           END-IF.
       EXAMINER-DATE-EFFET.
      *    DATE D'EFFET A BLANC = APPLICABLE TOUT DE SUITE ; DATEE ET
      *    FUTURE = GAREE EN ATTENTE ; DATEE ET PASSEE = APPLIQUEE
      *    MAIS COMPTEE EN RETARD POUR LE RAPPORT.
                   END-IF
               END-IF
           END-IF.
       EVALUER-RETENUE.
      *    LE MONTANT DE LA FICHE EN PLACE EST NOTE POUR L'APPROBATEUR
      *    (ZERO POUR UN AJOUT OU UNE FICHE ABSENTE).
           MOVE 0 TO WS-APR-MONTANT-AVANT
           IF WS-MVT-CODE = 'M' OR WS-MVT-CODE = 'S'
               PERFORM CHERCHER-MAITRE
               IF WS-MAITRE-STATUT = '00'
                   MOVE MA-MONTANT TO WS-APR-MONTANT-AVANT
               END-IF
           END-IF
           IF (WS-MVT-CODE = 'A' OR WS-MVT-CODE = 'M')
                   AND MV-MONTANT IS NUMERIC
               PERFORM EVALUER-RETENUE-MONTANT
           END-IF
           IF WS-MVT-CODE = 'S' AND WS-SEUIL-SUPPR > 0
               PERFORM EVALUER-RETENUE-SUPPR
           END-IF.
       EVALUER-RETENUE-MONTANT.
      *    MONTANT EN VALEUR ABSOLUE : UN AVOIR DE GROS MONTANT EST
      *    RETENU COMME UN DEBIT.
           MOVE MV-MONTANT TO WS-ECART
           IF WS-ECART < 0
               COMPUTE WS-ECART = 0 - WS-ECART
           END-IF
           IF WS-SEUIL-MONTANT > 0 AND WS-ECART > WS-SEUIL-MONTANT
               MOVE 'M' TO WS-MOTIF-RETENUE
           END-IF
      *    L'ECART NE SE MESURE QUE SUR UNE FICHE EN PLACE : SUR UNE
      *    FICHE ABSENTE, LA MODIFICATION PARTIRA EN REJET R12.
           IF WS-MOTIF-RETENUE = SPACE AND WS-MVT-CODE = 'M'
                   AND WS-MAITRE-STATUT = '00'
                   AND WS-SEUIL-VARIATION > 0
               COMPUTE WS-ECART = MV-MONTANT - MA-MONTANT
               IF WS-ECART < 0
                   COMPUTE WS-ECART = 0 - WS-ECART
               END-IF
               IF WS-ECART > WS-SEUIL-VARIATION
                   MOVE 'V' TO WS-MOTIF-RETENUE
               END-IF
           END-IF.
       EVALUER-RETENUE-SUPPR.
      *    TOUTES LES SUPPRESSIONS D'UN SITE QUI EN COMPTE TROP DANS
      *    LE LOT SONT RETENUES ENSEMBLE : C'EST LE LOT DU SITE QU'IL
      *    FAUT APPROUVER OU REFUSER.
           PERFORM DETERMINER-SITE-SUPPR
           PERFORM CHERCHER-SITE-SUPPR
           IF WS-TROUVE-SUPPR = 1
               IF WS-SUPPR-NB (WS-SUPPR-RETENU) > WS-SEUIL-SUPPR
                   MOVE 'S' TO WS-MOTIF-RETENUE
               END-IF
           END-IF.
       DETERMINER-SITE-SUPPR.
      *    POUR UNE SUPPRESSION, LE SITE EST CELUI DU DETAIL S'IL EST
      *    RENSEIGNE (LES MOUVEMENTS D'EXO15MAINT LE PORTENT), A DEFAUT
      *    CELUI DE LA FICHE AU MAITRE.
           IF MV-SITE NOT = SPACES
               MOVE MV-SITE TO WS-SUPPR-SITE
           ELSE
               MOVE SPACES TO WS-SUPPR-SITE
               PERFORM CHERCHER-MAITRE
               IF WS-MAITRE-STATUT = '00'
                   MOVE MA-SITE TO WS-SUPPR-SITE
               END-IF
           END-IF.
       CHERCHER-SITE-SUPPR.
           MOVE 0 TO WS-TROUVE-SUPPR
           PERFORM COMPARER-SITE-SUPPR
               VARYING WS-IDX-SUPPR FROM 1 BY 1
               UNTIL WS-IDX-SUPPR > WS-NB-SITES-SUPPR
                   OR WS-TROUVE-SUPPR = 1.
       COMPARER-SITE-SUPPR.
           IF WS-SUPPR-CODE (WS-IDX-SUPPR) = WS-SUPPR-SITE
               MOVE 1 TO WS-TROUVE-SUPPR
               MOVE WS-IDX-SUPPR TO WS-SUPPR-RETENU
           END-IF.
       COMPTER-SUPPRESSIONS.
      *    PREMIERE LECTURE DU DELTA : NOMBRE DE SUPPRESSIONS PAR SITE
      *    DANS LE LOT, AVANT QUE LA PREMIERE NE SOIT EXAMINEE. LE
      *    DELTA EST ENSUITE ROUVERT POUR LE LOT.
           MOVE 0 TO WS-NB-SITES-SUPPR
           IF WS-SEUIL-SUPPR > 0
               MOVE 0 TO EOF
               PERFORM LIRE-DELTA
               PERFORM COMPTER-UNE-SUPPRESSION UNTIL EOF = 1
               CLOSE DELTA
               OPEN INPUT DELTA
           END-IF.
       COMPTER-UNE-SUPPRESSION.
           IF MV-CODE = 'S'
               MOVE MV-DETAIL TO WS-MOUVEMENT
               PERFORM DETERMINER-SITE-SUPPR
               PERFORM CHERCHER-SITE-SUPPR
               IF WS-TROUVE-SUPPR = 0 AND WS-NB-SITES-SUPPR < 100
                   ADD 1 TO WS-NB-SITES-SUPPR
                   MOVE WS-SUPPR-SITE
                       TO WS-SUPPR-CODE (WS-NB-SITES-SUPPR)
                   MOVE 0 TO WS-SUPPR-NB (WS-NB-SITES-SUPPR)
                   MOVE WS-NB-SITES-SUPPR TO WS-SUPPR-RETENU
                   MOVE 1 TO WS-TROUVE-SUPPR
               END-IF
               IF WS-TROUVE-SUPPR = 1
                   ADD 1 TO WS-SUPPR-NB (WS-SUPPR-RETENU)
               END-IF
           END-IF
           PERFORM LIRE-DELTA.
       RETENIR-MOUVEMENT.
      *    LE MOUVEMENT PART TEL QUE RECU DANS LE FICHIER DES RETENUES,
      *    SOUS LA CLE DU LOT ET SON RANG DE RETENUE, SIGNE DU
      *    PRODUCTEUR (L'OPERATEUR DE MAINTENANCE QUI L'A EMIS, A
      *    DEFAUT LE SIGNATAIRE DU LOT) ; IL N'EST PAS APPLIQUE.
           ADD 1 TO WS-NB-RETENUS
           MOVE SPACES TO ENR-APPROBATION
           MOVE WS-DATE-DEBUT TO AP-DATE-LOT
           MOVE WS-HEURE-DEBUT TO AP-HEURE-LOT
           MOVE WS-NB-RETENUS TO AP-RANG
           MOVE WS-MVT-COURANT TO AP-MOUVEMENT
           MOVE WS-MOTIF-RETENUE TO AP-MOTIF
           MOVE WS-APR-MONTANT-AVANT TO AP-MONTANT-AVANT
           IF WS-MVT-PRODUCTEUR NOT = SPACES
               MOVE WS-MVT-PRODUCTEUR TO AP-PRODUCTEUR
           ELSE
               MOVE WS-OPERATEUR TO AP-PRODUCTEUR
           END-IF
           MOVE 'A' TO AP-STATUT
           MOVE 0 TO AP-DATE-DECISION
           MOVE 0 TO AP-HEURE-DECISION
           MOVE 0 TO AP-DATE-PRISE
           MOVE 0 TO AP-HEURE-PRISE
           MOVE 0 TO AP-ORDRE-PRISE
           WRITE ENR-APPROBATION
           IF WS-APPROB-STATUT = '00'
               MOVE 'RETEN' TO WS-ACTION
               PERFORM ECRIRE-JOURNAL
           ELSE
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'ECRITURE MOUVEMENT RETENU IMPOSSIBLE - STATUT '
                   WS-APPROB-STATUT ' ID ' MV-ID
           END-IF.
       TRAITER-APPROBATIONS.
      *    LES DECISIONS PRISES DANS EXO15APPROB DEPUIS LE LOT
      *    PRECEDENT : UN MOUVEMENT APPROUVE SUIT LA VOIE NORMALE (DATE
      *    D'EFFET, CONTROLES, GESTE) SOUS LE CANAL V, UN REFUSE PART
      *    EN REJET R16. CHAQUE DECISION PRISE EN COMPTE EST MARQUEE DU
      *    LOT ET DE SON RANG ; LES MOUVEMENTS EN ATTENTE DE DECISION
      *    RESTENT EN PLACE.
           MOVE 0 TO WS-FIN-APPROB
           MOVE LOW-VALUES TO AP-CLE
           START APPROBATION KEY NOT < AP-CLE
               INVALID KEY MOVE 1 TO WS-FIN-APPROB
           END-START
           IF WS-FIN-APPROB = 0
               PERFORM LIRE-APPROBATION
           END-IF
           PERFORM TRAITER-DECISION UNTIL WS-FIN-APPROB = 1.
       TRAITER-DECISION.
           IF AP-STATUT = 'V' OR AP-STATUT = 'R'
               MOVE AP-MOUVEMENT TO WS-MVT-COURANT
               IF AP-STATUT = 'V'
                   ADD 1 TO WS-NB-APPROUVES
                   MOVE 'V' TO WS-CANAL
                   PERFORM EXAMINER-MOUVEMENT
                   MOVE 'T' TO AP-STATUT
               ELSE
                   ADD 1 TO WS-NB-REFUSES
                   PERFORM REJETER-REFUS
                   MOVE 'X' TO AP-STATUT
               END-IF
               MOVE WS-DATE-DEBUT TO AP-DATE-PRISE
               MOVE WS-HEURE-DEBUT TO AP-HEURE-PRISE
               COMPUTE AP-ORDRE-PRISE = WS-NB-APPROUVES + WS-NB-REFUSES
               REWRITE ENR-APPROBATION
               PERFORM CONTROLER-ECRITURE-APPROB
               PERFORM COMPTER-POINT-REPRISE
           END-IF
           PERFORM LIRE-APPROBATION.
       REJETER-REFUS.
           ADD 1 TO WS-NB-LUS
           MOVE WS-MVT-DETAIL TO WS-MOUVEMENT
           MOVE 'R16' TO WS-MOTIF-REJET
           PERFORM ECRIRE-REJET
           MOVE 'REFUS' TO WS-ACTION
           PERFORM ECRIRE-JOURNAL.
       CONTROLER-ECRITURE-APPROB.
           IF WS-APPROB-STATUT NOT = '00'
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'REECRITURE MOUVEMENT RETENU IMPOSSIBLE - '
                   'STATUT ' WS-APPROB-STATUT ' LOT ' AP-DATE-LOT
                   ' RANG ' AP-RANG
           END-IF.
       LIRE-APPROBATION.
           READ APPROBATION NEXT
               AT END MOVE 1 TO WS-FIN-APPROB
           END-READ
           IF WS-FIN-APPROB = 0
                   AND WS-APPROB-STATUT NOT = '00'
                   AND WS-APPROB-STATUT NOT = '02'
               MOVE 1 TO WS-FIN-APPROB
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'LECTURE MOUVEMENTS RETENUS IMPOSSIBLE - STATUT '
                   WS-APPROB-STATUT
           END-IF.
       APPLIQUER-MOUVEMENT.
           MOVE 1 TO WS-SITE-ADMIS
           IF (WS-MVT-CODE = 'A' OR WS-MVT-CODE = 'M')
                   AND MV-SITE NOT = SPACES AND WS-CONTROLE-SITE = 1
               PERFORM VERIFIER-SITE
           END-IF
           IF WS-SITE-ADMIS = 0
               MOVE 'R15' TO WS-MOTIF-REJET
               PERFORM ECRIRE-REJET
           ELSE
               PERFORM APPLIQUER-SELON-CODE
           END-IF.
       VERIFIER-SITE.
      *    LE SITE DOIT ETRE CONNU DU REFERENTIEL ET OUVERT A LA DATE
      *    DE TRAITEMENT ; REFERENTIEL ABSENT = CONTROLE SUSPENDU POUR
      *    LE RESTE DU RUN, UN SEUL AVERTISSEMENT.
           MOVE 'C' TO WS-REF-OPERATION
           MOVE 0 TO WS-REF-DATE-TRT
           MOVE MV-SITE TO RS-CODE
           CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
           IF WS-REF-VERDICT = 'A'
               MOVE 0 TO WS-CONTROLE-SITE
               DISPLAY 'REFERENTIEL DES SITES ABSENT - CONTROLE DU '
                   'SITE SUSPENDU'
           ELSE
               IF WS-REF-VERDICT NOT = 'O'
                   MOVE 0 TO WS-SITE-ADMIS
               END-IF
           END-IF.
       APPLIQUER-SELON-CODE.
           EVALUATE WS-MVT-CODE
               WHEN 'A'
                   PERFORM APPLIQUER-AJOUT
               MOVE WS-DATE-DEBUT TO MA-DATE-CREATION
               MOVE WS-DATE-DEBUT TO MA-DATE-MAJ
               MOVE 'D' TO MA-ORIGINE
      *        POUR UN AJOUT, L'IMAGE SAUVEGARDEE EST CELLE QUI VA
      *        ETRE ECRITE : C'EST ELLE QUE LE RETOUR ARRIERE DEVRA
      *        RETIRER. ELLE EST SAUVEGARDEE AVANT LE GESTE, COMME
      *        TOUTE IMAGE AVANT (VOIR ANNULER-GESTE).
               MOVE 'A' TO SAU-CODE
               MOVE ENR-MAITRE TO SAU-AVANT
               PERFORM ECRIRE-SAUVEGARDE
               WRITE ENR-MAITRE
               IF WS-MAITRE-STATUT = '00' OR WS-MAITRE-STATUT = '02'
                   ADD 1 TO WS-NB-AJOUTS
                   MOVE 'AJOUT' TO WS-ACTION
                   PERFORM ECRIRE-JOURNAL
                   PERFORM COMPTER-RETARD
                   MOVE 'A' TO WS-HIS-ACTION
                   MOVE 0 TO WS-HIS-MONTANT-AVANT
                   MOVE MV-MONTANT TO WS-HIS-MONTANT-APRES
                   MOVE MV-NOM TO WS-HIS-NOM
                   MOVE MV-SITE TO WS-HIS-SITE
                   PERFORM HISTORISER-GESTE
               ELSE
                   PERFORM SIGNALER-INCIDENT
               END-IF
               PERFORM ECRIRE-REJET
           ELSE
               MOVE ENR-MAITRE TO WS-IMAGE-AVANT
               MOVE MA-MONTANT TO WS-HIS-MONTANT-AVANT
      *        LA DATE DE CHARGEMENT RESTE CELLE DE LA FICHE EN PLACE;
      *        SEULS LA FICHE, LA DATE DE MISE A JOUR ET LE CANAL
      *        CHANGENT.
               MOVE WS-MOUVEMENT TO MA-FICHE
               MOVE WS-DATE-DEBUT TO MA-DATE-MAJ
               MOVE 'D' TO MA-ORIGINE
               MOVE 'M' TO SAU-CODE
               MOVE WS-IMAGE-AVANT TO SAU-AVANT
               PERFORM ECRIRE-SAUVEGARDE
               REWRITE ENR-MAITRE
               IF WS-MAITRE-STATUT = '00'
                   ADD 1 TO WS-NB-MODIFS
                   MOVE 'MODIF' TO WS-ACTION
                   PERFORM ECRIRE-JOURNAL
                   PERFORM COMPTER-RETARD
                   MOVE 'M' TO WS-HIS-ACTION
                   MOVE MV-MONTANT TO WS-HIS-MONTANT-APRES
                   MOVE MV-NOM TO WS-HIS-NOM
                   MOVE MV-SITE TO WS-HIS-SITE
                   PERFORM HISTORISER-GESTE
               ELSE
                   PERFORM SIGNALER-INCIDENT
               END-IF
               PERFORM ECRIRE-REJET
           ELSE
               MOVE ENR-MAITRE TO WS-IMAGE-AVANT
      *        POUR UNE SUPPRESSION, SEUL L'ID DU MOUVEMENT EST SUR :
      *        L'HISTORIQUE GARDE LA FICHE TELLE QU'ELLE EST RETIREE.
               MOVE MA-MONTANT TO WS-HIS-MONTANT-AVANT
               MOVE MA-NOM TO WS-HIS-NOM
               MOVE MA-SITE TO WS-HIS-SITE
               MOVE 'S' TO SAU-CODE
               MOVE WS-IMAGE-AVANT TO SAU-AVANT
               PERFORM ECRIRE-SAUVEGARDE
               DELETE MAITRE RECORD
               IF WS-MAITRE-STATUT = '00'
                   ADD 1 TO WS-NB-SUPPR
                   MOVE 'SUPPR' TO WS-ACTION
                   PERFORM ECRIRE-JOURNAL
                   PERFORM COMPTER-RETARD
                   MOVE 'S' TO WS-HIS-ACTION
                   MOVE 0 TO WS-HIS-MONTANT-APRES
                   PERFORM HISTORISER-GESTE
               ELSE
                   PERFORM SIGNALER-INCIDENT
               END-IF
           END-IF.
       ECRIRE-SAUVEGARDE.
      *    L'IMAGE AVANT PART AVANT LE GESTE : UN GESTE FAIT SANS SON
      *    IMAGE NE SE DEFERAIT PLUS. UN GESTE EN INCIDENT LAISSE SON
      *    IMAGE, QUE LE RETOUR ARRIERE SIGNALERA EN ECHEC.
           WRITE ENR-SAUVEGARDE
           ADD 1 TO WS-NB-SAUVEGARDES.
       CHERCHER-MAITRE.
           MOVE MV-ID TO MA-ID
           READ MAITRE
      *    DSN DE LA SAUVEGARDE : <BASE>.<AAAAMMJJ>. SANS DATE DE LOT
      *    EXPLICITE (EXO15_DELTA_AVANT_DATE), C'EST CELLE DU JOUR :
      *    LE CAS COURANT EN APPLICATION, ET LE RETOUR ARRIERE D'UN
      *    LOT DU JOUR MEME. UN LOT DE RANG 2 A 9 AJOUTE .<RANG> A LA
      *    SAUVEGARDE ET, EN APPLICATION, AU JOURNAL, AUX REJETS ET AU
      *    RAPPORT (LE RANG EST CONNU ICI MEME EN REPRISE : C'EST
      *    CELUI DU POINT). LES PIECES DU RETOUR ARRIERE GARDENT LEUR
      *    NOM, CELUI QUE LIT LE RAPPORT D'ACTIVITE DES OPERATEURS.
           IF WS-AVANT-DATE = SPACES
               MOVE WS-DATE-DEBUT TO WS-AVANT-DATE
           END-IF
           STRING WS-AVANT-BASE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-AVANT-DATE DELIMITED BY SIZE
               INTO WS-AVANT-DSN
           IF WS-LOT-RANG NOT = '1'
               MOVE WS-AVANT-DSN TO WS-COPIE-DSN
               PERFORM SUFFIXER-DSN-LOT
               MOVE WS-COPIE-DSN TO WS-AVANT-DSN
           END-IF
           IF WS-LOT-RANG NOT = '1' AND MODE-APPLICATION
               MOVE WS-JOURNAL-DSN TO WS-COPIE-DSN
               PERFORM SUFFIXER-DSN-LOT
               MOVE WS-COPIE-DSN TO WS-JOURNAL-DSN
               MOVE WS-REJETS-DSN TO WS-COPIE-DSN
               PERFORM SUFFIXER-DSN-LOT
               MOVE WS-COPIE-DSN TO WS-REJETS-DSN
               MOVE WS-RAPPORT-DSN TO WS-COPIE-DSN
               PERFORM SUFFIXER-DSN-LOT
               MOVE WS-COPIE-DSN TO WS-RAPPORT-DSN
           END-IF.
       SUFFIXER-DSN-LOT.
      *    WS-COPIE-DSN ARRIVE AVEC UN DSN ET REPART SUFFIXE DU RANG
      *    DU LOT, MEME PRINCIPE QUE PREPARER-DSN-COPIE.
           MOVE WS-COPIE-DSN TO WS-SAUT-DSN
           MOVE SPACES TO WS-COPIE-DSN
           STRING WS-SAUT-DSN DELIMITED BY SPACE
               '.' WS-LOT-RANG DELIMITED BY SIZE
               INTO WS-COPIE-DSN.
       CONTROLER-SAUVEGARDE-LIBRE.
      *    UNE SAUVEGARDE DEJA PRESENTE POUR CETTE DATE ET CE RANG EST
      *    CELLE D'UN LOT DEJA PASSE : ELLE SEULE PERMET DE LE DEFAIRE.
      *    LE LOT EST REFUSE ; UN SECOND LOT DU JOUR PREND LE RANG
      *    SUIVANT, UN LOT A REJOUER EST D'ABORD DEFAIT (LE RETOUR
      *    ARRIERE MET SA SAUVEGARDE DE COTE).
           OPEN INPUT SAUVEGARDE
           IF WS-AVANT-STATUT = '00'
               CLOSE SAUVEGARDE
               MOVE 0 TO WS-LANCEMENT-ADMIS
               DISPLAY 'SAUVEGARDE ' WS-AVANT-DSN ' DEJA PRESENTE'
               DISPLAY 'LOT DE RANG ' WS-LOT-RANG ' DEJA PASSE LE '
                   WS-AVANT-DATE ' - PRENDRE LE RANG SUIVANT '
                   '(EXO15_DELTA_LOT) OU DEFAIRE LE LOT '
                   '(EXO15_DELTA_MODE=R)'
           END-IF.
       CONTROLER-SIGNATAIRE-LOT.
      *    MEME LECTURE DE LA FICHE OPERATEUR QUE LE RETOUR ARRIERE,
      *    SANS SAISIE (LE MODE APPLICATION TOURNE SANS PUPITRE) ET
      *    SANS DROIT PARTICULIER : ETRE CONNU ET ACTIF SUFFIT A
      *    SIGNER UN LOT.
           IF WS-OPERATEUR = SPACES
               DISPLAY 'LOT NON SIGNE - EXO15_OPERATEUR OBLIGATOIRE EN '
                   'APPLICATION'
           ELSE
               OPEN INPUT HABILITATION
               IF WS-HABIL-STATUT NOT = '00'
                   DISPLAY 'FICHIER HABILITATIONS ILLISIBLE (STATUT '
                       WS-HABIL-STATUT ') - LOT REFUSE, VOIR '
                       'EXO15HABIL'
               ELSE
                   MOVE WS-OPERATEUR TO HD-CODE
                   READ HABILITATION
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-HABIL-STATUT NOT = '00'
                       DISPLAY 'SIGNATAIRE ' WS-OPERATEUR
                           ' INCONNU - LOT REFUSE'
                   ELSE
                       IF HD-ACTIF NOT = 'O'
                           DISPLAY 'SIGNATAIRE ' WS-OPERATEUR
                               ' INACTIF - LOT REFUSE'
                       ELSE
                           MOVE 1 TO WS-SIGNATAIRE-ADMIS
                       END-IF
                   END-IF
                   CLOSE HABILITATION
               END-IF
           END-IF.
       ECRIRE-ENTETE-SAUVEGARDE.
           MOVE SPACES TO ENR-SAUVEGARDE
           MOVE 'L' TO SAU-CODE
           MOVE WS-DATE-DEBUT TO SAU-LOT-DATE
           MOVE WS-HEURE-DEBUT TO SAU-LOT-HEURE
           MOVE WS-LOT-RANG TO SAU-LOT-RANG
           MOVE WS-OPERATEUR TO SAU-LOT-SIGNATAIRE
           PERFORM ECRIRE-SAUVEGARDE.
       CONTROLER-HABILITATION-RETOUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'EXO15_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               END-IF
           END-IF.
       RETOUR-ARRIERE.
      *    UN LOT SANS AUCUN GESTE (TOUT RETENU, PAR EXEMPLE) SE DEFAIT
      *    AUSSI : SES EFFETS SUR LE FICHIER DES RETENUES RESTENT A
      *    REMETTRE.
           PERFORM CHARGER-SAUVEGARDE
           IF CONTROLE-OK
               MOVE WS-AVANT-DATE TO WS-LOT-DATE
               OPEN I-O MAITRE
               IF WS-MAITRE-STATUT NOT = '00'
                   DISPLAY 'OUVERTURE MAITRE IMPOSSIBLE - STATUT '
                       WS-MAITRE-STATUT
                   MOVE 'N' TO WS-STATUT-CONTROLE
               ELSE
                   PERFORM OUVRIR-HISTORIQUE
                   IF CONTROLE-OK
                       PERFORM OUVRIR-APPROBATION-RETOUR
                       IF CONTROLE-ANOMALIE
                           CLOSE HISTORIQUE
                       END-IF
                   END-IF
                   IF CONTROLE-ANOMALIE
                       CLOSE MAITRE
                   ELSE
                       PERFORM DEFAIRE-LOT
                   END-IF
               END-IF
           END-IF
      *    LOT DEFAIT SANS INCIDENT : SA SAUVEGARDE EST MISE DE COTE.
      *    LE LOT CORRIGE PEUT ETRE RELANCE SOUS LE MEME RANG, LE
      *    RAPPROCHEMENT NE COMPTE PLUS SES SUPPRESSIONS, ET UN SECOND
      *    RETOUR DU MEME LOT TROUVE LA SAUVEGARDE ABSENTE.
           IF CONTROLE-OK
               MOVE SPACES TO WS-DEFAIT-DSN
               STRING WS-AVANT-DSN DELIMITED BY SPACE
                   '.DEFAIT' DELIMITED BY SIZE
                   INTO WS-DEFAIT-DSN
               CALL 'CBL_RENAME_FILE' USING WS-AVANT-DSN WS-DEFAIT-DSN
           END-IF.
       OUVRIR-APPROBATION-RETOUR.
      *    FICHIER DES RETENUES ABSENT : AUCUN LOT N'A JAMAIS RETENU,
      *    IL N'Y A RIEN A Y REMETTRE. ILLISIBLE, LE RETOUR N'EST PAS
      *    ENGAGE : IL LAISSERAIT DES RETENUES ET DES DECISIONS QUE LE
      *    LOT REJOUE DOUBLERAIT OU N'APPLIQUERAIT JAMAIS.
           MOVE 0 TO WS-APPROB-PRESENT
           OPEN I-O APPROBATION
           IF WS-APPROB-STATUT = '00'
               MOVE 1 TO WS-APPROB-PRESENT
           ELSE
               IF WS-APPROB-STATUT NOT = '35'
                   DISPLAY 'OUVERTURE MOUVEMENTS RETENUS IMPOSSIBLE - '
                       'STATUT ' WS-APPROB-STATUT
                   MOVE 'N' TO WS-STATUT-CONTROLE
               END-IF
           END-IF.
       DEFAIRE-LOT.
           MOVE 'R' TO WS-CANAL
           OPEN OUTPUT JOURNAL
           PERFORM ECRIRE-ENTETE-RETOUR
      *    LES GESTES SONT DEFAITS EN ORDRE INVERSE D'APPLICATION : UN
      *    MEME ID TOUCHE DEUX FOIS DANS LE LOT (AJOUT PUIS
      *    MODIFICATION, PAR EXEMPLE) RETOMBE AINSI SUR SON ETAT
      *    D'AVANT LE LOT.
           PERFORM DEFAIRE-MOUVEMENT
               VARYING WS-IDX-AVANT FROM WS-NB-AVANT BY -1
               UNTIL WS-IDX-AVANT < 1
           IF WS-APPROB-PRESENT = 1
               PERFORM DEFAIRE-APPROBATIONS
               CLOSE APPROBATION
           END-IF
           CLOSE JOURNAL
           CLOSE HISTORIQUE
           CLOSE MAITRE.
       DEFAIRE-APPROBATIONS.
      *    CE QUE LE LOT A FAIT AU FICHIER DES RETENUES EST DEFAIT
      *    COMME SES GESTES, SUR LE MODELE DE REPRENDRE-APPROBATIONS :
      *    SES RETENUES SONT ANNULEES (LE LOT REJOUE LES RETIENDRA A
      *    NOUVEAU, SOUS SA PROPRE CLE) ET LES DECISIONS QU'IL A PRISES
      *    EN COMPTE SONT REMISES A PRENDRE EN COMPTE : LE MOUVEMENT
      *    APPROUVE, DONT LE GESTE VIENT D'ETRE DEFAIT, SERA APPLIQUE
      *    PAR LE LOT SUIVANT. LES RETENUES ANNULEES RESTENT AU
      *    FICHIER, PIECE D'AUDIT DU CONTROLE.
           MOVE 0 TO WS-FIN-APPROB
           MOVE LOW-VALUES TO AP-CLE
           START APPROBATION KEY NOT < AP-CLE
               INVALID KEY MOVE 1 TO WS-FIN-APPROB
           END-START
           IF WS-FIN-APPROB = 0
               PERFORM LIRE-APPROBATION
           END-IF
           PERFORM DEFAIRE-UNE-APPROBATION UNTIL WS-FIN-APPROB = 1.
       DEFAIRE-UNE-APPROBATION.
           MOVE AP-MVT-DETAIL TO WS-MOUVEMENT
           IF AP-DATE-LOT = WS-LOT-DATE
                   AND (WS-LOT-HEURE = 0 OR AP-HEURE-LOT = WS-LOT-HEURE)
               PERFORM ANNULER-RETENUE-LOT
           ELSE
               IF AP-DATE-PRISE = WS-LOT-DATE
                       AND (WS-LOT-HEURE = 0
                           OR AP-HEURE-PRISE = WS-LOT-HEURE)
                       AND (AP-STATUT = 'T' OR AP-STATUT = 'X')
                   PERFORM ROUVRIR-DECISION-LOT
               END-IF
           END-IF
           PERFORM LIRE-APPROBATION.
       ANNULER-RETENUE-LOT.
      *    UNE RETENUE DU LOT DEJA PRISE EN COMPTE PAR UN LOT POSTERIEUR
      *    (T OU X) N'EST PAS TOUCHEE : CE LOT-LA N'EST PAS DEFAIT, LE
      *    CAS PART EN ECHEC A REVOIR COMME UN GESTE NON REJOUABLE.
           EVALUATE AP-STATUT
               WHEN 'A'
               WHEN 'V'
               WHEN 'R'
                   MOVE 'C' TO AP-STATUT
                   REWRITE ENR-APPROBATION
                   PERFORM CONTROLER-ECRITURE-APPROB
                   ADD 1 TO WS-NB-RET-ANNULEES
                   MOVE 'ANNUL' TO WS-ACTION
                   PERFORM JOURNALISER-APPROBATION
               WHEN 'T'
               WHEN 'X'
                   ADD 1 TO WS-NB-RET-ECHECS
                   MOVE SPACES TO LIGNE-JOURNAL
                   STRING 'ECHEC RETOUR RETENUE LOT=' AP-DATE-LOT '-'
                       AP-HEURE-LOT '-' AP-RANG ' ID=' MV-ID
                       ' PRISE LE ' AP-DATE-PRISE
                       DELIMITED BY SIZE INTO LIGNE-JOURNAL
                   WRITE LIGNE-JOURNAL
           END-EVALUATE.
       ROUVRIR-DECISION-LOT.
           IF AP-STATUT = 'T'
               MOVE 'V' TO AP-STATUT
           ELSE
               MOVE 'R' TO AP-STATUT
           END-IF
           MOVE 0 TO AP-DATE-PRISE
           MOVE 0 TO AP-HEURE-PRISE
           MOVE 0 TO AP-ORDRE-PRISE
           REWRITE ENR-APPROBATION
           PERFORM CONTROLER-ECRITURE-APPROB
           ADD 1 TO WS-NB-RET-ROUVERTES
           MOVE 'ROUVR' TO WS-ACTION
           PERFORM JOURNALISER-APPROBATION.
       JOURNALISER-APPROBATION.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING WS-ACTION ' LOT=' AP-DATE-LOT '-' AP-HEURE-LOT '-'
               AP-RANG ' ' AP-MVT-CODE ' ID=' MV-ID
               ' STATUT ' AP-STATUT
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.
       CHARGER-SAUVEGARDE.
      *    LA SAUVEGARDE EST CHARGEE EN ENTIER AVANT DE TOUCHER AU
      *    MAITRE : UNE SAUVEGARDE ABSENTE OU TROP LONGUE ARRETE LE
      *    RETOUR SANS AVOIR RIEN DEFAIT.
           MOVE 0 TO WS-NB-AVANT
           MOVE 0 TO WS-AVANT-SATUREE
           MOVE 0 TO WS-LOT-HEURE
           OPEN INPUT SAUVEGARDE
           IF WS-AVANT-STATUT NOT = '00'
               DISPLAY 'SAUVEGARDE ' WS-AVANT-DSN
               END-IF
           END-IF.
       CHARGER-IMAGE-AVANT.
      *    L'EN-TETE DU LOT N'EST PAS UN GESTE : IL DONNE L'HEURE DU
      *    LOT, RIEN DE PLUS.
           IF SAU-CODE = 'L'
               MOVE SAU-LOT-HEURE TO WS-LOT-HEURE
           ELSE
               PERFORM CHARGER-GESTE-AVANT
           END-IF
           PERFORM LIRE-SAUVEGARDE.
       CHARGER-GESTE-AVANT.
           IF WS-NB-AVANT < 5000
               ADD 1 TO WS-NB-AVANT
               MOVE SAU-CODE TO WS-AVANT-CODE (WS-NB-AVANT)
               MOVE SAU-AVANT TO WS-AVANT-IMAGE (WS-NB-AVANT)
           ELSE
               MOVE 1 TO WS-AVANT-SATUREE
           END-IF.
       LIRE-SAUVEGARDE.
           READ SAUVEGARDE
               AT END MOVE 1 TO EOF
           IF WS-MAITRE-STATUT NOT = '00'
               PERFORM SIGNALER-ECHEC-RETOUR
           ELSE
               MOVE MA-MONTANT TO WS-HIS-MONTANT-AVANT
               MOVE MA-NOM TO WS-HIS-NOM
               MOVE MA-SITE TO WS-HIS-SITE
               DELETE MAITRE RECORD
               IF WS-MAITRE-STATUT = '00'
                   ADD 1 TO WS-NB-RET-RETRAITS
                   MOVE 'RETRA' TO WS-ACTION
                   PERFORM ECRIRE-JOURNAL
                   MOVE 'S' TO WS-HIS-ACTION
                   MOVE 0 TO WS-HIS-MONTANT-APRES
                   PERFORM HISTORISER-GESTE
               ELSE
                   PERFORM SIGNALER-INCIDENT-RETOUR
               END-IF
      *        L'IMAGE AVANT EST REPOSEE TELLE QUELLE, ESTAMPILLES
      *        D'AUDIT COMPRISES : LE RETOUR REMET L'ETAT, IL NE
      *        CONSTITUE PAS UNE MISE A JOUR DE PLUS.
               MOVE MA-MONTANT TO WS-HIS-MONTANT-AVANT
               MOVE WS-AVANT-IMAGE (WS-IDX-AVANT) TO ENR-MAITRE
               REWRITE ENR-MAITRE
               IF WS-MAITRE-STATUT = '00'
                   ADD 1 TO WS-NB-RET-REMBOBINES
                   MOVE 'REMBO' TO WS-ACTION
                   PERFORM ECRIRE-JOURNAL
                   MOVE 'M' TO WS-HIS-ACTION
                   MOVE MV-MONTANT TO WS-HIS-MONTANT-APRES
                   MOVE MV-NOM TO WS-HIS-NOM
                   MOVE MV-SITE TO WS-HIS-SITE
                   PERFORM HISTORISER-GESTE
               ELSE
                   PERFORM SIGNALER-INCIDENT-RETOUR
               END-IF
               ADD 1 TO WS-NB-RET-REINSERES
               MOVE 'REINS' TO WS-ACTION
               PERFORM ECRIRE-JOURNAL
               MOVE 'A' TO WS-HIS-ACTION
               MOVE 0 TO WS-HIS-MONTANT-AVANT
               MOVE MV-MONTANT TO WS-HIS-MONTANT-APRES
               MOVE MV-NOM TO WS-HIS-NOM
               MOVE MV-SITE TO WS-HIS-SITE
               PERFORM HISTORISER-GESTE
           ELSE
               IF WS-MAITRE-STATUT = '22'
      *            LA CLE EST REAPPARUE DEPUIS LE LOT (UN AJOUT
           STRING '=== MOUVEMENTS APPLIQUES LE ' WS-DATE-DEBUT
               ' A ' WS-HEURE-DEBUT ' ==='
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           ADD 1 TO WS-NB-LIGNES-JOURNAL.
       ECRIRE-JOURNAL.
      *    L'ACTION EST DEPOSEE DANS WS-ACTION PAR L'APPELANT ; ON LA
      *    COMPLETE DE LA CLE ET DU NOM DU DETAIL APPLIQUE.
           STRING WS-ACTION ' ID=' MV-ID ' NOM=' MV-NOM
               ' SITE=' MV-SITE
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           ADD 1 TO WS-NB-LIGNES-JOURNAL.
       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETS
           MOVE SPACES TO ENR-REJET
           MOVE WS-MVT-COURANT TO REJ-MOUVEMENT
           MOVE WS-MOTIF-REJET TO REJ-MOTIF
           WRITE ENR-REJET.
       LIRE-POINT-REPRISE.
           MOVE 0 TO WS-POINT-EN-ATTENTE
           OPEN INPUT POINT-REPRISE
           IF WS-POINT-STATUT = '00'
               READ POINT-REPRISE INTO WS-POINT-REPRISE
                   AT END CONTINUE
               END-READ
               IF WS-POINT-STATUT = '00'
                   MOVE 1 TO WS-POINT-EN-ATTENTE
               END-IF
               CLOSE POINT-REPRISE
           END-IF.
       CONTROLER-POINT-REPRISE.
      *    UN LOT INACHEVE (POINT EN ATTENTE) SE REPREND OU SE DEFAIT :
      *    LE RELANCER A NEUF REAPPLIQUERAIT SES PREMIERS MOUVEMENTS.
      *    A L'INVERSE, UNE REPRISE SANS POINT N'A RIEN A REPRENDRE.
           IF REPRISE-DEMANDEE
               IF WS-POINT-EN-ATTENTE = 0
                   DISPLAY 'AUCUN POINT DE REPRISE EN ATTENTE ('
                       WS-POINT-DSN ') - REPRISE REFUSEE'
               ELSE
                   MOVE 1 TO WS-LANCEMENT-ADMIS
                   PERFORM RESTAURER-POINT-REPRISE
               END-IF
           ELSE
               IF WS-POINT-EN-ATTENTE = 1
                   DISPLAY 'LOT DU ' WS-PR-DATE-LOT ' INACHEVE - LE '
                       'REPRENDRE (EXO15_DELTA_REPRISE=O) OU LE '
                       'DEFAIRE (EXO15_DELTA_MODE=R)'
               ELSE
                   MOVE 1 TO WS-LANCEMENT-ADMIS
               END-IF
           END-IF.
       RESTAURER-POINT-REPRISE.
      *    LA REPRISE CONTINUE LE LOT D'ORIGINE : SA DATE ET SON HEURE
      *    REDEVIENNENT CELLES DU TRAITEMENT (DATES D'EFFET, DSN DE LA
      *    SAUVEGARDE, CLES D'HISTORIQUE), LES COMPTEURS REPARTENT DE
      *    CEUX DU POINT ET LE RAPPORT COUVRE LE LOT ENTIER.
           MOVE 1 TO WS-EN-REPRISE
           MOVE WS-DATE-DEBUT TO WS-DATE-REPRISE
           MOVE WS-HEURE-DEBUT TO WS-HEURE-REPRISE
           MOVE WS-PR-DATE-LOT TO WS-DATE-DEBUT
           MOVE WS-PR-HEURE-LOT TO WS-HEURE-DEBUT
           MOVE WS-PR-DATE-LOT TO WS-AVANT-DATE
           IF WS-PR-LOT-RANG NOT = SPACE
               MOVE WS-PR-LOT-RANG TO WS-LOT-RANG
           ELSE
               MOVE '1' TO WS-LOT-RANG
           END-IF
           PERFORM NOMMER-ETAPE-LOT
           MOVE WS-PR-ETAT TO WS-PHASE
           MOVE WS-PR-DELTA-FAITS TO WS-NB-DELTA-FAITS
           MOVE WS-PR-DERNIER-MVT TO WS-MVT-COURANT
           MOVE WS-PR-NB-LUS TO WS-NB-LUS
           MOVE WS-PR-NB-AJOUTS TO WS-NB-AJOUTS
           MOVE WS-PR-NB-MODIFS TO WS-NB-MODIFS
           MOVE WS-PR-NB-SUPPR TO WS-NB-SUPPR
           MOVE WS-PR-NB-REJETS TO WS-NB-REJETS
           MOVE WS-PR-NB-ATTENTE-LUS TO WS-NB-ATTENTE-LUS
           MOVE WS-PR-NB-DIFFERES TO WS-NB-DIFFERES
           MOVE WS-PR-NB-RETARD TO WS-NB-RETARD
           MOVE WS-PR-NB-HISTORISES TO WS-NB-HISTORISES
           MOVE WS-PR-HIS-ORDRE TO WS-HIS-ORDRE
           MOVE WS-PR-NB-LIGNES-JOURNAL TO WS-NB-LIGNES-JOURNAL
           MOVE WS-PR-NB-SAUVEGARDES TO WS-NB-SAUVEGARDES
           MOVE WS-PR-NB-RETENUS TO WS-NB-RETENUS
           MOVE WS-PR-NB-APPROUVES TO WS-NB-APPROUVES
           MOVE WS-PR-NB-REFUSES TO WS-NB-REFUSES
           ADD 1 TO WS-PR-NB-REPRISES
           DISPLAY 'REPRISE NO ' WS-PR-NB-REPRISES ' DU LOT DU '
               WS-PR-DATE-LOT ' A ' WS-PR-HEURE-LOT.
       PREPARER-REPRISE.
      *    LA SAUVEGARDE PASSE EN PREMIER : LES IMAGES ECRITES APRES LE
      *    POINT SONT CELLES DE GESTES QUE LE POINT N'A PAS ENTERINES,
      *    DEFAITS ICI EN ORDRE INVERSE. LE MAITRE RETROUVE AINSI SON
      *    ETAT DU POINT, MEME SI LA SUITE DE LA REPRISE S'ARRETE.
           MOVE 0 TO WS-NB-AVANT
           MOVE 0 TO WS-AVANT-SATUREE
           PERFORM TRONQUER-SAUVEGARDE
           PERFORM ANNULER-GESTE
               VARYING WS-IDX-AVANT FROM WS-NB-AVANT BY -1
               UNTIL WS-IDX-AVANT < 1
           MOVE WS-NB-AVANT TO WS-NB-DEFAITS
           PERFORM REPRENDRE-APPROBATIONS
           PERFORM TRONQUER-JOURNAL
           PERFORM TRONQUER-REJETS
           PERFORM TRONQUER-ATTENTE-SUIVANTE
           EVALUATE WS-PHASE
               WHEN 'V'
                   COMPUTE WS-NO-REPRIS
                       = WS-NB-APPROUVES + WS-NB-REFUSES + 1
                   STRING 'REPRISE A LA DECISION ' WS-NO-REPRIS
                       ' DES MOUVEMENTS RETENUS'
                       DELIMITED BY SIZE INTO WS-LIBELLE-REPRISE
               WHEN 'E'
                   COMPUTE WS-NO-REPRIS = WS-NB-ATTENTE-LUS + 1
                   STRING 'REPRISE AU MOUVEMENT ' WS-NO-REPRIS
                       ' DE L ATTENTE'
                       DELIMITED BY SIZE INTO WS-LIBELLE-REPRISE
               WHEN OTHER
                   COMPUTE WS-NO-REPRIS = WS-NB-DELTA-FAITS + 1
                   STRING 'REPRISE AU MOUVEMENT ' WS-NO-REPRIS
                       ' DU DELTA'
                       DELIMITED BY SIZE INTO WS-LIBELLE-REPRISE
           END-EVALUATE
           PERFORM ECRIRE-ENTETE-REPRISE.
       ECRIRE-ENTETE-REPRISE.
           MOVE SPACES TO LIGNE-JOURNAL
           STRING '=== REPRISE NO ' WS-PR-NB-REPRISES ' LE '
               WS-DATE-REPRISE ' A ' WS-HEURE-REPRISE ' ==='
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           MOVE WS-LIBELLE-REPRISE TO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           MOVE SPACES TO LIGNE-JOURNAL
           IF WS-MVT-COURANT = SPACES
               MOVE 'AUCUN MOUVEMENT ENTERINE AVANT L ARRET'
                   TO LIGNE-JOURNAL
           ELSE
               STRING 'DERNIER ENTERINE : ' WS-MVT-COURANT
                   DELIMITED BY SIZE INTO LIGNE-JOURNAL
           END-IF
           WRITE LIGNE-JOURNAL
           MOVE SPACES TO LIGNE-JOURNAL
           MOVE WS-NB-DEFAITS TO WS-NB-EDITE
           STRING 'GESTES NON ENTERINES DEFAITS : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           ADD 4 TO WS-NB-LIGNES-JOURNAL.
       TRONQUER-SAUVEGARDE.
           MOVE WS-AVANT-DSN TO WS-COPIE-DSN
           PERFORM PREPARER-DSN-COPIE
           OPEN INPUT COPIE-SAUVEGARDE
           IF WS-COPIE-STATUT NOT = '00'
               CALL 'CBL_RENAME_FILE' USING WS-AVANT-DSN WS-COPIE-DSN
               OPEN INPUT COPIE-SAUVEGARDE
           END-IF
           OPEN OUTPUT SAUVEGARDE
           MOVE 0 TO WS-NB-RECOPIES
           IF WS-COPIE-STATUT = '00'
               MOVE 0 TO WS-FIN-COPIE
               PERFORM LIRE-COPIE-SAUVEGARDE
               PERFORM RECOPIER-SAUVEGARDE UNTIL WS-FIN-COPIE = 1
               CLOSE COPIE-SAUVEGARDE
               CALL 'CBL_DELETE_FILE' USING WS-COPIE-DSN
           END-IF
           MOVE WS-NB-SAUVEGARDES TO WS-NB-A-RECOPIER
           PERFORM VERIFIER-COPIE
           IF WS-AVANT-SATUREE = 1
               DISPLAY 'PLUS DE 5000 IMAGES APRES LE POINT - '
                   'REPRISE ARRETEE'
               MOVE 1 TO WS-REPRISE-INCOHERENTE
               MOVE 'N' TO WS-STATUT-CONTROLE
               MOVE 0 TO WS-NB-AVANT
           END-IF.
       RECOPIER-SAUVEGARDE.
      *    JUSQU'AU POINT, LES IMAGES SONT REECRITES ; AU-DELA, ELLES
      *    SONT CHARGEES POUR ETRE DEFAITES.
           IF WS-NB-RECOPIES < WS-NB-SAUVEGARDES
               WRITE ENR-SAUVEGARDE FROM COP-SAUVEGARDE
               ADD 1 TO WS-NB-RECOPIES
           ELSE
               IF WS-NB-AVANT < 5000
                   ADD 1 TO WS-NB-AVANT
                   MOVE COP-SAU-CODE TO WS-AVANT-CODE (WS-NB-AVANT)
                   MOVE COP-SAU-AVANT TO WS-AVANT-IMAGE (WS-NB-AVANT)
               ELSE
                   MOVE 1 TO WS-AVANT-SATUREE
               END-IF
           END-IF
           PERFORM LIRE-COPIE-SAUVEGARDE.
       LIRE-COPIE-SAUVEGARDE.
           READ COPIE-SAUVEGARDE
               AT END MOVE 1 TO WS-FIN-COPIE
           END-READ.
       ANNULER-GESTE.
      *    L'IMAGE EST PARTIE AVANT LE GESTE : LE GESTE A PU NE PAS
      *    AVOIR EU LIEU. ON NE DEFAIT QUE CE QUE LE MAITRE MONTRE -
      *    AJOUT PRESENT, MODIFICATION SUR FICHE PRESENTE (L'IMAGE
      *    AVANT Y EST REPOSEE), SUPPRESSION EFFECTIVE - SANS JOURNAL
      *    NI HISTORIQUE : LE GESTE EST REJOUE PLUS LOIN.
           MOVE WS-AVANT-IMAGE (WS-IDX-AVANT) TO WS-MOUVEMENT
           PERFORM CHERCHER-MAITRE
           EVALUATE WS-AVANT-CODE (WS-IDX-AVANT)
               WHEN 'A'
                   IF WS-MAITRE-STATUT = '00'
                       DELETE MAITRE RECORD
                       PERFORM CONTROLER-ANNULATION
                   END-IF
               WHEN 'M'
                   IF WS-MAITRE-STATUT = '00'
                       MOVE WS-AVANT-IMAGE (WS-IDX-AVANT) TO ENR-MAITRE
                       REWRITE ENR-MAITRE
                       PERFORM CONTROLER-ANNULATION
                   END-IF
               WHEN 'S'
                   IF WS-MAITRE-STATUT NOT = '00'
                       MOVE WS-AVANT-IMAGE (WS-IDX-AVANT) TO ENR-MAITRE
                       WRITE ENR-MAITRE
                       PERFORM CONTROLER-ANNULATION
                   END-IF
           END-EVALUATE
           PERFORM EFFACER-HISTORIQUE-GESTE.
       CONTROLER-ANNULATION.
           IF WS-MAITRE-STATUT NOT = '00'
                   AND WS-MAITRE-STATUT NOT = '02'
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'INCIDENT MAITRE - STATUT ' WS-MAITRE-STATUT
                   ' ANNULATION ' WS-AVANT-CODE (WS-IDX-AVANT)
                   ' ID ' MV-ID
           END-IF.
       EFFACER-HISTORIQUE-GESTE.
      *    LES TRACES DU LOT POUR CET ID AU-DELA DU RANG DU POINT SONT
      *    CELLES DE GESTES NON ENTERINES : LA CLE (ID, DATE, HEURE DU
      *    LOT, RANG) LES DESIGNE SANS AMBIGUITE.
           MOVE MV-ID TO HI-ID
           MOVE WS-DATE-DEBUT TO HI-DATE
           MOVE WS-HEURE-DEBUT TO HI-HEURE
           COMPUTE HI-ORDRE = WS-HIS-ORDRE + 1
           MOVE 0 TO WS-FIN-HISTO
           START HISTORIQUE KEY NOT < HI-CLE
               INVALID KEY MOVE 1 TO WS-FIN-HISTO
           END-START
           PERFORM EFFACER-HISTORIQUE-SUIVANT UNTIL WS-FIN-HISTO = 1.
       EFFACER-HISTORIQUE-SUIVANT.
           READ HISTORIQUE NEXT
               AT END MOVE 1 TO WS-FIN-HISTO
           END-READ
           IF WS-FIN-HISTO = 0
               IF HI-ID = MV-ID AND HI-DATE = WS-DATE-DEBUT
                       AND HI-HEURE = WS-HEURE-DEBUT
                   DELETE HISTORIQUE RECORD
               ELSE
                   MOVE 1 TO WS-FIN-HISTO
               END-IF
           END-IF.
       REPRENDRE-APPROBATIONS.
      *    CE QUE LE LOT A FAIT AU FICHIER DES RETENUES APRES LE POINT
      *    EST DEFAIT COMME SES GESTES : RETENUES DE RANG AU-DELA DU
      *    POINT EFFACEES (LE MOUVEMENT SERA RETENU A NOUVEAU), ET
      *    DECISIONS PRISES EN COMPTE AU-DELA DU POINT REMISES A
      *    PRENDRE EN COMPTE.
           COMPUTE WS-NB-PRISES = WS-NB-APPROUVES + WS-NB-REFUSES
           MOVE 0 TO WS-FIN-APPROB
           MOVE LOW-VALUES TO AP-CLE
           START APPROBATION KEY NOT < AP-CLE
               INVALID KEY MOVE 1 TO WS-FIN-APPROB
           END-START
           IF WS-FIN-APPROB = 0
               PERFORM LIRE-APPROBATION
           END-IF
           PERFORM REPRENDRE-UNE-APPROBATION UNTIL WS-FIN-APPROB = 1.
       REPRENDRE-UNE-APPROBATION.
           IF AP-DATE-LOT = WS-DATE-DEBUT
                   AND AP-HEURE-LOT = WS-HEURE-DEBUT
                   AND AP-RANG > WS-NB-RETENUS
               DELETE APPROBATION RECORD
               PERFORM CONTROLER-ECRITURE-APPROB
           ELSE
               IF AP-DATE-PRISE = WS-DATE-DEBUT
                       AND AP-HEURE-PRISE = WS-HEURE-DEBUT
                       AND AP-ORDRE-PRISE > WS-NB-PRISES
                   IF AP-STATUT = 'T'
                       MOVE 'V' TO AP-STATUT
                   ELSE
                       MOVE 'R' TO AP-STATUT
                   END-IF
                   MOVE 0 TO AP-DATE-PRISE
                   MOVE 0 TO AP-HEURE-PRISE
                   MOVE 0 TO AP-ORDRE-PRISE
                   REWRITE ENR-APPROBATION
                   PERFORM CONTROLER-ECRITURE-APPROB
               END-IF
           END-IF
           PERFORM LIRE-APPROBATION.
       TRONQUER-JOURNAL.
           MOVE WS-JOURNAL-DSN TO WS-COPIE-DSN
           PERFORM PREPARER-DSN-COPIE
           OPEN INPUT COPIE-JOURNAL
           IF WS-COPIE-STATUT NOT = '00'
               CALL 'CBL_RENAME_FILE' USING WS-JOURNAL-DSN WS-COPIE-DSN
               OPEN INPUT COPIE-JOURNAL
           END-IF
           OPEN OUTPUT JOURNAL
           MOVE 0 TO WS-NB-RECOPIES
           MOVE WS-NB-LIGNES-JOURNAL TO WS-NB-A-RECOPIER
           IF WS-COPIE-STATUT = '00'
               MOVE 0 TO WS-FIN-COPIE
               PERFORM LIRE-COPIE-JOURNAL
               PERFORM RECOPIER-JOURNAL
                   UNTIL WS-FIN-COPIE = 1
                       OR WS-NB-RECOPIES = WS-NB-A-RECOPIER
               CLOSE COPIE-JOURNAL
               CALL 'CBL_DELETE_FILE' USING WS-COPIE-DSN
           END-IF
           PERFORM VERIFIER-COPIE.
       RECOPIER-JOURNAL.
           WRITE LIGNE-JOURNAL FROM COP-LIGNE-JOURNAL
           ADD 1 TO WS-NB-RECOPIES
           PERFORM LIRE-COPIE-JOURNAL.
       LIRE-COPIE-JOURNAL.
           READ COPIE-JOURNAL
               AT END MOVE 1 TO WS-FIN-COPIE
           END-READ.
       TRONQUER-REJETS.
           MOVE WS-REJETS-DSN TO WS-COPIE-DSN
           PERFORM PREPARER-DSN-COPIE
           OPEN INPUT COPIE-REJETS
           IF WS-COPIE-STATUT NOT = '00'
               CALL 'CBL_RENAME_FILE' USING WS-REJETS-DSN WS-COPIE-DSN
               OPEN INPUT COPIE-REJETS
           END-IF
           OPEN OUTPUT DELTA-REJETS
           MOVE 0 TO WS-NB-RECOPIES
           MOVE WS-NB-REJETS TO WS-NB-A-RECOPIER
           IF WS-COPIE-STATUT = '00'
               MOVE 0 TO WS-FIN-COPIE
               PERFORM LIRE-COPIE-REJETS
               PERFORM RECOPIER-REJETS
                   UNTIL WS-FIN-COPIE = 1
                       OR WS-NB-RECOPIES = WS-NB-A-RECOPIER
               CLOSE COPIE-REJETS
               CALL 'CBL_DELETE_FILE' USING WS-COPIE-DSN
           END-IF
           PERFORM VERIFIER-COPIE.
       RECOPIER-REJETS.
           WRITE ENR-REJET FROM COP-REJET
           ADD 1 TO WS-NB-RECOPIES
           PERFORM LIRE-COPIE-REJETS.
       LIRE-COPIE-REJETS.
           READ COPIE-REJETS
               AT END MOVE 1 TO WS-FIN-COPIE
           END-READ.
       TRONQUER-ATTENTE-SUIVANTE.
           MOVE WS-ATTENTE-TMP-DSN TO WS-COPIE-DSN
           PERFORM PREPARER-DSN-COPIE
           OPEN INPUT COPIE-ATTENTE
           IF WS-COPIE-STATUT NOT = '00'
               CALL 'CBL_RENAME_FILE'
                   USING WS-ATTENTE-TMP-DSN WS-COPIE-DSN
               OPEN INPUT COPIE-ATTENTE
           END-IF
           OPEN OUTPUT ATTENTE-SUIVANTE
           MOVE 0 TO WS-NB-RECOPIES
           MOVE WS-NB-DIFFERES TO WS-NB-A-RECOPIER
           IF WS-COPIE-STATUT = '00'
               MOVE 0 TO WS-FIN-COPIE
               PERFORM LIRE-COPIE-ATTENTE
               PERFORM RECOPIER-ATTENTE
                   UNTIL WS-FIN-COPIE = 1
                       OR WS-NB-RECOPIES = WS-NB-A-RECOPIER
               CLOSE COPIE-ATTENTE
               CALL 'CBL_DELETE_FILE' USING WS-COPIE-DSN
           END-IF
           PERFORM VERIFIER-COPIE.
       RECOPIER-ATTENTE.
           WRITE ENR-ATTENTE-SUIVANTE FROM COP-ATTENTE
           ADD 1 TO WS-NB-RECOPIES
           PERFORM LIRE-COPIE-ATTENTE.
       LIRE-COPIE-ATTENTE.
           READ COPIE-ATTENTE
               AT END MOVE 1 TO WS-FIN-COPIE
           END-READ.
       PREPARER-DSN-COPIE.
      *    WS-COPIE-DSN ARRIVE AVEC LE DSN DU FICHIER ET REPART AVEC
      *    CELUI DE SA COPIE. UNE COPIE DEJA PRESENTE EST CELLE D'UNE
      *    REPRISE ARRETEE EN PLEINE RECOPIE : C'EST ELLE QUI FAIT
      *    FOI, LE FICHIER SOUS SON NOM N'ETANT QU'A MOITIE REECRIT.
           MOVE WS-COPIE-DSN TO WS-SAUT-DSN
           MOVE SPACES TO WS-COPIE-DSN
           STRING WS-SAUT-DSN DELIMITED BY SPACE
               '.REPRISE' DELIMITED BY SIZE
               INTO WS-COPIE-DSN.
       VERIFIER-COPIE.
      *    UN FICHIER PLUS COURT QUE LE POINT A ETE TOUCHE DEPUIS
      *    L'ARRET : LA REPRISE S'ARRETE LA, POINT CONSERVE.
           IF WS-NB-RECOPIES < WS-NB-A-RECOPIER
               DISPLAY 'FICHIER ' WS-COPIE-DSN
               DISPLAY 'PLUS COURT QUE LE POINT DE REPRISE ('
                   WS-NB-RECOPIES ' SUR ' WS-NB-A-RECOPIER
                   ') - REPRISE ARRETEE'
               MOVE 1 TO WS-REPRISE-INCOHERENTE
               MOVE 'N' TO WS-STATUT-CONTROLE
           END-IF.
       SAUTER-ATTENTE.
           ADD 1 TO WS-NB-SAUTES
           PERFORM LIRE-ATTENTE.
       SAUTER-DELTA.
           ADD 1 TO WS-NB-SAUTES
           PERFORM LIRE-DELTA.
       VERIFIER-SAUT.
      *    L'ATTENTE OU LE DELTA PLUS COURT QUE LA POSITION DU POINT
      *    N'EST PLUS CELUI DU LOT : RIEN N'EST APPLIQUE AU-DELA.
           IF WS-NB-SAUTES < WS-A-SAUTER
               DISPLAY 'FICHIER ' WS-SAUT-FICHIER ' PLUS COURT QUE LE '
                   'POINT DE REPRISE (' WS-NB-SAUTES ' SUR '
                   WS-A-SAUTER ') - REPRISE ARRETEE'
               MOVE 1 TO WS-REPRISE-INCOHERENTE
               MOVE 'N' TO WS-STATUT-CONTROLE
           END-IF.
       COMPTER-POINT-REPRISE.
           ADD 1 TO WS-DEPUIS-POINT
           IF WS-DEPUIS-POINT NOT < WS-INTERVALLE
               PERFORM PRENDRE-POINT-REPRISE
           END-IF.
       PRENDRE-POINT-REPRISE.
      *    LES FICHIERS SEQUENTIELS DU LOT SONT FERMES PUIS ROUVERTS EN
      *    EXTENSION : LEUR CONTENU EST SUR DISQUE QUAND LE POINT
      *    L'ENTERINE.
           CLOSE JOURNAL
           CLOSE DELTA-REJETS
           CLOSE SAUVEGARDE
           CLOSE ATTENTE-SUIVANTE
           OPEN EXTEND JOURNAL
           OPEN EXTEND DELTA-REJETS
           OPEN EXTEND SAUVEGARDE
           OPEN EXTEND ATTENTE-SUIVANTE
           PERFORM ECRIRE-POINT-REPRISE
           MOVE 0 TO WS-DEPUIS-POINT.
       ECRIRE-POINT-REPRISE.
      *    TAMPON PUIS RENOMMAGE, COMME ECRIRE-CHECKPOINT D'EXO15 : UN
      *    ARRET PENDANT L'ECRITURE LAISSE LE POINT PRECEDENT INTACT.
           MOVE WS-PHASE TO WS-PR-ETAT
           MOVE WS-DATE-DEBUT TO WS-PR-DATE-LOT
           MOVE WS-HEURE-DEBUT TO WS-PR-HEURE-LOT
           MOVE WS-NB-DELTA-FAITS TO WS-PR-DELTA-FAITS
           MOVE WS-MVT-COURANT TO WS-PR-DERNIER-MVT
           MOVE WS-NB-LUS TO WS-PR-NB-LUS
           MOVE WS-NB-AJOUTS TO WS-PR-NB-AJOUTS
           MOVE WS-NB-MODIFS TO WS-PR-NB-MODIFS
           MOVE WS-NB-SUPPR TO WS-PR-NB-SUPPR
           MOVE WS-NB-REJETS TO WS-PR-NB-REJETS
           MOVE WS-NB-ATTENTE-LUS TO WS-PR-NB-ATTENTE-LUS
           MOVE WS-NB-DIFFERES TO WS-PR-NB-DIFFERES
           MOVE WS-NB-RETARD TO WS-PR-NB-RETARD
           MOVE WS-NB-HISTORISES TO WS-PR-NB-HISTORISES
           MOVE WS-HIS-ORDRE TO WS-PR-HIS-ORDRE
           MOVE WS-NB-LIGNES-JOURNAL TO WS-PR-NB-LIGNES-JOURNAL
           MOVE WS-NB-SAUVEGARDES TO WS-PR-NB-SAUVEGARDES
           MOVE WS-NB-RETENUS TO WS-PR-NB-RETENUS
           MOVE WS-NB-APPROUVES TO WS-PR-NB-APPROUVES
           MOVE WS-NB-REFUSES TO WS-PR-NB-REFUSES
           MOVE WS-LOT-RANG TO WS-PR-LOT-RANG
           OPEN OUTPUT POINT-REPRISE-TMP
           WRITE ENR-POINT-REPRISE-TMP FROM WS-POINT-REPRISE
           CLOSE POINT-REPRISE-TMP
           CALL 'CBL_RENAME_FILE' USING WS-POINT-TMP-DSN WS-POINT-DSN
           ADD 1 TO WS-NB-POINTS.
       EFFACER-POINT-REPRISE.
      *    LOT ACHEVE (OU DEFAIT) : LE POINT EST VIDE, COMME LE
      *    CHECKPOINT D'EXO15 EN FIN DE TRI.
           OPEN OUTPUT POINT-REPRISE
           CLOSE POINT-REPRISE.
       LIBERER-POINT-REPRISE.
      *    UN LOT INACHEVE DEFAIT PAR LE RETOUR ARRIERE N'A PLUS RIEN A
      *    REPRENDRE : SON POINT EST LIBERE POUR QUE LE LOT CORRIGE
      *    PUISSE ETRE RELANCE A NEUF.
           IF WS-PR-LOT-RANG = SPACE
               MOVE '1' TO WS-PR-LOT-RANG
           END-IF
           IF CONTROLE-OK AND WS-POINT-EN-ATTENTE = 1
                   AND WS-PR-DATE-LOT = WS-AVANT-DATE
                   AND WS-PR-LOT-RANG = WS-LOT-RANG
               PERFORM EFFACER-POINT-REPRISE
               MOVE 1 TO WS-POINT-LIBERE
               DISPLAY 'POINT DE REPRISE DU LOT DU ' WS-PR-DATE-LOT
                   ' LIBERE'
           END-IF.
       LIRE-DELTA.
           READ DELTA
               AT END MOVE 1 TO EOF
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TRAITEMENT DU : ' WS-DATE-DEBUT ' ' WS-HEURE-DEBUT
               ' LOT DE RANG ' WS-LOT-RANG ' SIGNE ' WS-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-HISTORISES TO WS-NB-EDITE
           STRING 'GESTES HISTORISES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-RETENUS TO WS-NB-EDITE
           STRING 'RETENUS POUR APPROBATION     : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-APPROUVES TO WS-NB-EDITE
           STRING 'APPROUVES PRIS EN COMPTE     : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-REFUSES TO WS-NB-EDITE
           STRING 'REFUSES (REJETS R16)         : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SEUIL-MONTANT TO WS-SEUIL-EDITE
           STRING 'SEUILS : MONTANT ' WS-SEUIL-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           MOVE WS-SEUIL-VARIATION TO WS-SEUIL-EDITE
           MOVE WS-SEUIL-SUPPR TO WS-SUPPR-EDITE
           STRING ' ECART ' WS-SEUIL-EDITE
               ' SUPPRESSIONS/SITE ' WS-SUPPR-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT (30:)
           WRITE LIGNE-RAPPORT
           IF WS-CONTROLE-SITE = 0
               MOVE 'REFERENTIEL DES SITES ABSENT - SITE NON CONTROLE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-POINTS TO WS-NB-EDITE
           STRING 'POINTS DE REPRISE ECRITS     : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-EN-REPRISE = 1
               PERFORM ECRIRE-RAPPORT-REPRISE
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK
               STRING 'CONTROLE MOUVEMENTS : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           CLOSE RAPPORT.
       ECRIRE-RAPPORT-REPRISE.
      *    LES COMPTEURS CI-DESSUS COUVRENT LE LOT ENTIER, AVANT ET
      *    APRES L'ARRET.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'REPRISE NO ' WS-PR-NB-REPRISES ' DU LOT, LE '
               WS-DATE-REPRISE ' A ' WS-HEURE-REPRISE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-LIBELLE-REPRISE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-DEFAITS TO WS-NB-EDITE
           STRING 'GESTES NON ENTERINES DEFAITS : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-REPRISE-INCOHERENTE = 1
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'REPRISE ARRETEE - FICHIERS DU LOT INCOHERENTS '
                   'AVEC LE POINT (CONSERVE)'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
       FIN2-RETOUR.
           OPEN OUTPUT RAPPORT
           MOVE 'EXO15DELTA - RAPPORT DE RETOUR ARRIERE'
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'LOT DEFAIT (SAUVEGARDE)      : ' WS-AVANT-DATE
               ' RANG ' WS-LOT-RANG
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-HISTORISES TO WS-NB-EDITE
           STRING 'GESTES HISTORISES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-RET-ANNULEES TO WS-NB-EDITE
           STRING 'RETENUES ANNULEES            : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NB-RET-ROUVERTES TO WS-NB-EDITE
           STRING 'DECISIONS REMISES A PRENDRE  : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF CONTROLE-OK
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SAUVEGARDE MISE DE COTE : ' WS-DEFAIT-DSN
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-POINT-LIBERE = 1
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'POINT DE REPRISE DU LOT INACHEVE LIBERE'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           IF CONTROLE-OK
               STRING 'CONTROLE RETOUR ARRIERE : OK'
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ACCEPT WS-HABIL-DSN FROM ENVIRONMENT 'EXO15_HABIL_DSN'
           IF WS-HABIL-DSN = SPACES
               MOVE 'EXO15.HABIL' TO WS-HABIL-DSN
           END-IF
           ACCEPT WS-HISTO-DSN FROM ENVIRONMENT 'EXO15_HISTO_DSN'
           IF WS-HISTO-DSN = SPACES
               MOVE 'EXO15.HISTO' TO WS-HISTO-DSN
           END-IF
      *    SIGNATAIRE DU LOT : EN APPLICATION, CELUI QUE
      *    L'EXPLOITATION A POSE, OBLIGATOIRE ET CONTROLE PAR
      *    CONTROLER-SIGNATAIRE-LOT ; EN RETOUR ARRIERE, IL EST
      *    REDEMANDE ET CONTROLE PAR CONTROLER-HABILITATION-RETOUR.
           MOVE SPACES TO WS-OPERATEUR
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'EXO15_OPERATEUR'
      *    RANG DU LOT DANS LA JOURNEE : 1 PAR DEFAUT (LE LOT DE NUIT),
      *    2 A 9 POUR LE DELTA D'UN RATTRAPAGE DE SITE EN RETARD (UN
      *    LOT CORRIGE SE REJOUE SOUS SON PROPRE RANG, UNE FOIS DEFAIT).
      *    EN RETOUR ARRIERE, C'EST LE RANG DU LOT A DEFAIRE.
           MOVE SPACES TO WS-LOT-RANG
           ACCEPT WS-LOT-RANG FROM ENVIRONMENT 'EXO15_DELTA_LOT'
           IF WS-LOT-RANG = SPACES
               MOVE '1' TO WS-LOT-RANG
           END-IF
           IF WS-LOT-RANG < '1' OR WS-LOT-RANG > '9'
               DISPLAY 'EXO15_DELTA_LOT MAL FORME (' WS-LOT-RANG
                   ') - RANG RAMENE A 1'
               MOVE '1' TO WS-LOT-RANG
           END-IF
           PERFORM NOMMER-ETAPE-LOT
           ACCEPT WS-POINT-DSN FROM ENVIRONMENT 'EXO15_DELTA_CKPT_DSN'
           IF WS-POINT-DSN = SPACES
               MOVE 'EXO15-DELTA.CKPT' TO WS-POINT-DSN
           END-IF
           MOVE SPACES TO WS-POINT-TMP-DSN
           STRING WS-POINT-DSN DELIMITED BY SPACE
               '.TMP' DELIMITED BY SIZE
               INTO WS-POINT-TMP-DSN
      *    INTERVALLE ENTRE DEUX POINTS, EN MOUVEMENTS EXAMINES : MEME
      *    CONVERSION CHIFFRE A CHIFFRE QUE LE SEUIL D'EXO15DORM.
           MOVE SPACES TO WS-INTERVALLE-TXT
           ACCEPT WS-INTERVALLE-TXT
               FROM ENVIRONMENT 'EXO15_DELTA_CKPT_INTERVALLE'
           MOVE 1 TO WS-INTERVALLE-VALIDE
           MOVE 0 TO WS-INTERVALLE
           PERFORM CONVERTIR-CAR-INTERVALLE
               VARYING WS-POS-INTERVALLE FROM 1 BY 1
               UNTIL WS-POS-INTERVALLE > 5
                   OR WS-INTERVALLE-TXT (WS-POS-INTERVALLE:1) = SPACE
                   OR WS-INTERVALLE-VALIDE = 0
           IF WS-INTERVALLE-TXT = SPACES OR WS-INTERVALLE-VALIDE = 0
                   OR WS-INTERVALLE = 0 OR WS-INTERVALLE > 5000
               IF WS-INTERVALLE-TXT NOT = SPACES
                   DISPLAY 'EXO15_DELTA_CKPT_INTERVALLE MAL FORME ('
                       WS-INTERVALLE-TXT ') - INTERVALLE RAMENE A 100'
               END-IF
               MOVE 100 TO WS-INTERVALLE
           END-IF
           ACCEPT WS-REPRISE FROM ENVIRONMENT 'EXO15_DELTA_REPRISE'
           IF NOT REPRISE-DEMANDEE
               MOVE 'N' TO WS-REPRISE
           END-IF
           ACCEPT WS-APPROB-DSN FROM ENVIRONMENT 'EXO15_APPROB_DSN'
           IF WS-APPROB-DSN = SPACES
               MOVE 'EXO15.APPROB' TO WS-APPROB-DSN
           END-IF
      *    SEUILS DU DOUBLE CONTROLE : A BLANC = DEFAUT, MAL FORME =
      *    DEFAUT AVEC AVERTISSEMENT, ZERO = CONTROLE COUPE.
           MOVE 100000.00 TO WS-SEUIL-MONTANT
           MOVE SPACES TO WS-SEUIL-TXT
           ACCEPT WS-SEUIL-TXT
               FROM ENVIRONMENT 'EXO15_APPROB_SEUIL_MONTANT'
           IF WS-SEUIL-TXT NOT = SPACES
               PERFORM CONVERTIR-SEUIL
               IF WS-SEUIL-VALIDE = 1
                   MOVE WS-SEUIL-CONVERTI TO WS-SEUIL-MONTANT
               ELSE
                   DISPLAY 'EXO15_APPROB_SEUIL_MONTANT MAL FORME ('
                       WS-SEUIL-TXT ') - SEUIL RAMENE A 100000.00'
               END-IF
           END-IF
           MOVE 50000.00 TO WS-SEUIL-VARIATION
           MOVE SPACES TO WS-SEUIL-TXT
           ACCEPT WS-SEUIL-TXT
               FROM ENVIRONMENT 'EXO15_APPROB_SEUIL_VARIATION'
           IF WS-SEUIL-TXT NOT = SPACES
               PERFORM CONVERTIR-SEUIL
               IF WS-SEUIL-VALIDE = 1
                   MOVE WS-SEUIL-CONVERTI TO WS-SEUIL-VARIATION
               ELSE
                   DISPLAY 'EXO15_APPROB_SEUIL_VARIATION MAL FORME ('
                       WS-SEUIL-TXT ') - SEUIL RAMENE A 50000.00'
               END-IF
           END-IF
           MOVE SPACES TO WS-SEUIL-SUPPR-TXT
           ACCEPT WS-SEUIL-SUPPR-TXT
               FROM ENVIRONMENT 'EXO15_APPROB_SEUIL_SUPPR'
           MOVE 1 TO WS-SEUIL-VALIDE
           MOVE 0 TO WS-SEUIL-SUPPR
           PERFORM CONVERTIR-CAR-SEUIL-SUPPR
               VARYING WS-POS-SEUIL FROM 1 BY 1
               UNTIL WS-POS-SEUIL > 5
                   OR WS-SEUIL-SUPPR-TXT (WS-POS-SEUIL:1) = SPACE
                   OR WS-SEUIL-VALIDE = 0
           IF WS-SEUIL-SUPPR-TXT = SPACES OR WS-SEUIL-VALIDE = 0
               IF WS-SEUIL-SUPPR-TXT NOT = SPACES
                   DISPLAY 'EXO15_APPROB_SEUIL_SUPPR MAL FORME ('
                       WS-SEUIL-SUPPR-TXT ') - SEUIL RAMENE A 50'
               END-IF
               MOVE 50 TO WS-SEUIL-SUPPR
           END-IF.
       CONVERTIR-SEUIL.
           IF WS-SEUIL-ENTIER IS NUMERIC
                   AND WS-SEUIL-POINT = '.'
                   AND WS-SEUIL-DECIM IS NUMERIC
               MOVE 1 TO WS-SEUIL-VALIDE
               COMPUTE WS-SEUIL-CONVERTI
                   = WS-SEUIL-ENTIER + WS-SEUIL-DECIM / 100
           ELSE
               MOVE 0 TO WS-SEUIL-VALIDE
           END-IF.
       CONVERTIR-CAR-SEUIL-SUPPR.
           MOVE WS-SEUIL-SUPPR-TXT (WS-POS-SEUIL:1) TO WS-CHIFFRE-X
           IF WS-CHIFFRE-X IS NUMERIC
               COMPUTE WS-SEUIL-SUPPR
                   = WS-SEUIL-SUPPR * 10 + WS-CHIFFRE-9
           ELSE
               MOVE 0 TO WS-SEUIL-VALIDE
           END-IF.
       CONVERTIR-CAR-INTERVALLE.
           MOVE WS-INTERVALLE-TXT (WS-POS-INTERVALLE:1) TO WS-CHIFFRE-X
           IF WS-CHIFFRE-X IS NUMERIC
               COMPUTE WS-INTERVALLE
                   = WS-INTERVALLE * 10 + WS-CHIFFRE-9
           ELSE
               MOVE 0 TO WS-INTERVALLE-VALIDE
           END-IF.
       END PROGRAM Exo15Delta.
