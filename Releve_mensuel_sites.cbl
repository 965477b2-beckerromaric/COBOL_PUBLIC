      ******************************************************************
      * Author:
      * Date:
      * Purpose: Releve mensuel de position par site, tire du fichier
      *          maitre indexe : un releve par SITE (fiches du site
      *          dans l'ordre des ID, MONTANT decode, date de derniere
      *          mise a jour, sous-totaux par region, total du site,
      *          fiches creees et modifiees dans le mois), plus un
      *          recapitulatif qui rapproche la somme des totaux de
      *          site du total general du maitre. Les releves sont
      *          nommes <BASE>.<CODE SITE>, comme les fichiers de
      *          retour d'Exo15Disp, pour partir par la meme
      *          distribution.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  RB  Creation : chaque agence demandait chaque mois
      *                 la liste de ses fiches et de leurs soldes, et
      *                 quelqu'un passait Exo15Extr a la main site par
      *                 site avant de remettre le resultat en forme. Le
      *                 programme recense les sites du maitre (total
      *                 general au passage), puis relit le maitre une
      *                 fois par site - comme Exo15Disp relit ses
      *                 entrees - pour ecrire le releve dans l'ordre des
      *                 cles, avec rupture sur la region codee en tete
      *                 d'ID (EXO15_RUPTURE_LG, deux caracteres par
      *                 defaut, le meme parametre qu'Exo15Rupt). Le
      *                 mois de reference est EXO15_POSIT_MOIS (AAAAMM),
      *                 a defaut le mois precedent. Tout ecart entre la
      *                 somme des releves et le maitre, ou une table
      *                 des sites saturee, passe le code retour a 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Posit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAITRE ASSIGN TO DYNAMIC WS-MAITRE-DSN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY MA-ID
               FILE STATUS IS WS-MAITRE-STATUT.
      *    UN SEUL FD DE RELEVE, WS-RELEVE-DSN ETANT REPOINTE AVANT
      *    CHAQUE OUVERTURE, COMME LE FICHIER DE RETOUR D'EXO15DISP.
           SELECT RELEVE ASSIGN TO DYNAMIC WS-RELEVE-DSN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAITRE.
       01  ENR-MAITRE.
           COPY EXO15MAI REPLACING ==:PFX:== BY ==MA==.
       FD  RELEVE.
       01  LIGNE-RELEVE PIC X(80).
       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(80).
       WORKING-STORAGE SECTION.
       77  EOF PIC 9.
       77  WS-MAITRE-DSN PIC X(100).
       77  WS-MAITRE-STATUT PIC XX.
       77  WS-RELEVE-DSN PIC X(100).
       77  WS-RAPPORT-DSN PIC X(100).
      *    BASE DES RELEVES : LE RELEVE D'UN SITE EST <BASE>.<CODE
      *    SITE>, XX POUR UNE FICHE SANS SITE (PROVENANCE INCONNUE).
       77  WS-RELEVE-BASE PIC X(90).
      *    MOIS DE REFERENCE AAAAMM ET DATE D'ARRETE (DERNIER JOUR DU
      *    MOIS, MEME TABLE DES MOIS QUE PRECEDER-JOUR D'EXO15MATIN).
       77  WS-MOIS-TXT PIC X(06).
       01  WS-MOIS.
           05 WS-MOIS-AAAA PIC 9(04).
           05 WS-MOIS-MM PIC 9(02).
       01  WS-MOIS-N REDEFINES WS-MOIS PIC 9(06).
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
       77  WS-DATE-ARRETE PIC 9(08).
       77  WS-DATE-EDITION PIC 9(08).
      *    MOIS (AAAAMM) DES ESTAMPILLES DE LA FICHE COURANTE.
       77  WS-MOIS-CREATION PIC 9(06).
       77  WS-MOIS-MAJ PIC 9(06).
       77  WS-MARQUE-MOIS PIC X(08).
      *    REGION = TETE DE L'ID SUR EXO15_RUPTURE_LG CARACTERES, LA
      *    MEME RUPTURE QUE LA SYNTHESE EXO15RUPT.
       77  WS-RUPTURE-TXT PIC X(01).
       77  WS-RUPTURE-LG PIC 9(01).
       77  WS-REGION-COURANTE PIC X(06).
       77  WS-REGION-FICHE PIC X(06).
       77  WS-NB-REGION PIC 9(07).
       77  WS-TOTAL-REGION PIC S9(11)V99 COMP-3.
      *    SITES DU MAITRE (SEPT AUJOURD'HUI, VINGT ENTREES DE MARGE),
      *    TRIES PAR CODE AVANT EDITION, ET RESULTATS DE LEUR RELEVE.
       01  WS-TABLE-SITES.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SITE OCCURS 20 TIMES.
              10 WS-SITE-CODE PIC X(02).
              10 WS-SITE-NOM PIC X(30).
              10 WS-SITE-NB PIC 9(07).
              10 WS-SITE-TOTAL PIC S9(11)V99 COMP-3.
              10 WS-SITE-ILLISIBLES PIC 9(07).
              10 WS-SITE-CREEES PIC 9(07).
              10 WS-SITE-MODIFIEES PIC 9(07).
       77  WS-TABLE-SATUREE PIC 9 VALUE 0.
       77  WS-IDX-SITE PIC 9(02).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-TROUVE PIC 9.
       77  WS-NO-SITE PIC 9(02).
       77  WS-SITE-COURANT PIC X(02).
       77  WS-PASSE PIC 9(02).
       77  WS-K PIC 9(02).
       77  WS-CODE-ECHANGE PIC X(02).
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) POUR
      *    LE NOM DE L'AGENCE EN TETE DE RELEVE.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
      *    MISE EN PAGE DU RELEVE : EN-TETE REPETE TOUTES LES
      *    SOIXANTE LIGNES.
       77  WS-LIGNES-PAR-PAGE PIC 9(03) VALUE 60.
       77  WS-NB-LIGNES PIC 9(03).
       77  WS-NO-PAGE PIC 9(03).
      *    TOTAUX DU MAITRE (PASSE DE RECENSEMENT) ET SOMME DES
      *    RELEVES, RAPPROCHES AU RECAPITULATIF.
       77  WS-NB-LUS PIC 9(07) VALUE 0.
       77  WS-NB-ILLISIBLES PIC 9(07) VALUE 0.
       77  WS-TOTAL-MAITRE PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-SOMME-NB PIC 9(07) VALUE 0.
       77  WS-SOMME-ILLISIBLES PIC 9(07) VALUE 0.
       77  WS-SOMME-TOTAUX PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ECART PIC S9(11)V99 COMP-3.
       77  WS-NB-EDITE PIC ZZZZZZ9.
       77  WS-PAGE-EDITEE PIC ZZ9.
       77  WS-MONTANT-EDITE PIC -9(9).99.
       77  WS-TOTAL-EDITE PIC -9(11).99.
      *    RESULTAT DU CONTROLE : O = OK, N = ANOMALIE.
       77  WS-STATUT-CONTROLE PIC X(01) VALUE 'O'.
           88 CONTROLE-OK VALUE 'O'.
           88 CONTROLE-ANOMALIE VALUE 'N'.
       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRES
           PERFORM CALCULER-DATE-ARRETE
           OPEN INPUT MAITRE
           IF WS-MAITRE-STATUT NOT = '00'
               DISPLAY 'OUVERTURE MAITRE IMPOSSIBLE - STATUT '
                   WS-MAITRE-STATUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EOF
           PERFORM LIRE-MAITRE
           PERFORM RECENSER-FICHE UNTIL EOF = 1
           CLOSE MAITRE
           PERFORM TRIER-SITES-PASSE
               VARYING WS-PASSE FROM 1 BY 1
               UNTIL WS-PASSE >= WS-NB-SITES
           PERFORM EDITER-RELEVE-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES
           PERFORM ECRIRE-RECAPITULATIF
           DISPLAY 'EXO15POSIT : ' WS-NB-SITES ' RELEVE(S) DU MOIS '
               WS-MOIS-N
           IF CONTROLE-ANOMALIE
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIERE PASSE : SITES PRESENTS ET TOTAL GENERAL DU MAITRE,
      *    CALCULE ICI INDEPENDAMMENT DES RELEVES.
      *----------------------------------------------------------------
       RECENSER-FICHE.
           ADD 1 TO WS-NB-LUS
           IF MA-MONTANT IS NUMERIC
               ADD MA-MONTANT TO WS-TOTAL-MAITRE
           ELSE
               ADD 1 TO WS-NB-ILLISIBLES
           END-IF
           PERFORM DETERMINER-SITE
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHER-SITE
               VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES OR WS-TROUVE = 1
           IF WS-TROUVE = 0
               IF WS-NB-SITES < 20
                   ADD 1 TO WS-NB-SITES
                   MOVE WS-SITE-COURANT TO WS-SITE-CODE (WS-NB-SITES)
               ELSE
                   IF WS-TABLE-SATUREE = 0
                       MOVE 1 TO WS-TABLE-SATUREE
                       MOVE 'N' TO WS-STATUT-CONTROLE
                       DISPLAY 'TABLE DES SITES SATUREE - '
                           'RELEVES INCOMPLETS'
                   END-IF
               END-IF
           END-IF
           PERFORM LIRE-MAITRE.
       DETERMINER-SITE.
           IF MA-SITE = SPACES
               MOVE 'XX' TO WS-SITE-COURANT
           ELSE
               MOVE MA-SITE TO WS-SITE-COURANT
           END-IF.
       CHERCHER-SITE.
           IF WS-SITE-CODE (WS-IDX-SITE) = WS-SITE-COURANT
               MOVE 1 TO WS-TROUVE
               MOVE WS-IDX-SITE TO WS-SITE-RETENU
           END-IF.
       TRIER-SITES-PASSE.
           PERFORM COMPARER-SITES-VOISINS
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NB-SITES - WS-PASSE.
       COMPARER-SITES-VOISINS.
           IF WS-SITE-CODE (WS-K) > WS-SITE-CODE (WS-K + 1)
               MOVE WS-SITE-CODE (WS-K) TO WS-CODE-ECHANGE
               MOVE WS-SITE-CODE (WS-K + 1) TO WS-SITE-CODE (WS-K)
               MOVE WS-CODE-ECHANGE TO WS-SITE-CODE (WS-K + 1)
           END-IF.
       NOMMER-SITE.
      *    XX = PROVENANCE INCONNUE, PAS UN CODE DU REFERENTIEL ; UN
      *    SITE FERME GARDE SON NOM, SES FICHES RESTANT AU MAITRE.
           MOVE SPACES TO WS-SITE-NOM (WS-NO-SITE)
           IF WS-SITE-CODE (WS-NO-SITE) = 'XX'
               MOVE '(PROVENANCE INCONNUE)' TO WS-SITE-NOM (WS-NO-SITE)
           ELSE
               MOVE 'C' TO WS-REF-OPERATION
               MOVE 0 TO WS-REF-DATE-TRT
               MOVE WS-SITE-CODE (WS-NO-SITE) TO RS-CODE
               CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
               EVALUATE WS-REF-VERDICT
                   WHEN 'O'
                   WHEN 'F'
                       MOVE RS-NOM TO WS-SITE-NOM (WS-NO-SITE)
                   WHEN 'I'
                       MOVE '(INCONNU DU REFERENTIEL)'
                           TO WS-SITE-NOM (WS-NO-SITE)
               END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *    RELEVE D'UN SITE : RELECTURE COMPLETE DU MAITRE DANS L'ORDRE
      *    DES CLES, SEULES LES FICHES DU SITE SONT EDITEES.
      *----------------------------------------------------------------
       EDITER-RELEVE-SITE.
           PERFORM NOMMER-SITE
           MOVE 0 TO WS-SITE-NB (WS-NO-SITE)
           MOVE 0 TO WS-SITE-TOTAL (WS-NO-SITE)
           MOVE 0 TO WS-SITE-ILLISIBLES (WS-NO-SITE)
           MOVE 0 TO WS-SITE-CREEES (WS-NO-SITE)
           MOVE 0 TO WS-SITE-MODIFIEES (WS-NO-SITE)
           MOVE SPACES TO WS-RELEVE-DSN
           STRING WS-RELEVE-BASE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-SITE-CODE (WS-NO-SITE) DELIMITED BY SIZE
               INTO WS-RELEVE-DSN
           OPEN OUTPUT RELEVE
           MOVE 0 TO WS-NO-PAGE
           PERFORM ECRIRE-ENTETE-PAGE
           MOVE SPACES TO WS-REGION-COURANTE
           MOVE 0 TO WS-NB-REGION
           MOVE 0 TO WS-TOTAL-REGION
           OPEN INPUT MAITRE
           IF WS-MAITRE-STATUT NOT = '00'
               MOVE 'N' TO WS-STATUT-CONTROLE
               DISPLAY 'RELECTURE MAITRE IMPOSSIBLE POUR LE SITE '
                   WS-SITE-CODE (WS-NO-SITE) ' - STATUT '
                   WS-MAITRE-STATUT
           ELSE
               MOVE 0 TO EOF
               PERFORM LIRE-MAITRE
               PERFORM EXAMINER-FICHE-SITE UNTIL EOF = 1
               CLOSE MAITRE
           END-IF
           IF WS-NB-REGION > 0
               PERFORM ECRIRE-SOUS-TOTAL
           END-IF
           PERFORM ECRIRE-PIED-RELEVE
           CLOSE RELEVE.
       EXAMINER-FICHE-SITE.
           PERFORM DETERMINER-SITE
           IF WS-SITE-COURANT = WS-SITE-CODE (WS-NO-SITE)
               MOVE SPACES TO WS-REGION-FICHE
               MOVE MA-ID (1:WS-RUPTURE-LG)
                   TO WS-REGION-FICHE (1:WS-RUPTURE-LG)
               IF WS-REGION-FICHE NOT = WS-REGION-COURANTE
                   IF WS-NB-REGION > 0
                       PERFORM ECRIRE-SOUS-TOTAL
                   END-IF
                   MOVE WS-REGION-FICHE TO WS-REGION-COURANTE
                   MOVE 0 TO WS-NB-REGION
                   MOVE 0 TO WS-TOTAL-REGION
               END-IF
               PERFORM EDITER-FICHE
           END-IF
           PERFORM LIRE-MAITRE.
       EDITER-FICHE.
           ADD 1 TO WS-SITE-NB (WS-NO-SITE)
           ADD 1 TO WS-NB-REGION
           PERFORM QUALIFIER-MOIS
           PERFORM CONTROLER-PAGE
           MOVE SPACES TO LIGNE-RELEVE
           IF MA-MONTANT IS NUMERIC
               ADD MA-MONTANT TO WS-SITE-TOTAL (WS-NO-SITE)
               ADD MA-MONTANT TO WS-TOTAL-REGION
               MOVE MA-MONTANT TO WS-MONTANT-EDITE
               STRING MA-ID '  ' MA-NOM '  ' WS-MONTANT-EDITE
                   '  ' MA-DATE-MAJ '  ' WS-MARQUE-MOIS
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           ELSE
      *        MONTANT PACKE ILLISIBLE : LA FICHE EST LISTEE ET
      *        COMPTEE, HORS TOTAUX, COMME AU TOTAL DU MAITRE.
               ADD 1 TO WS-SITE-ILLISIBLES (WS-NO-SITE)
               STRING MA-ID '  ' MA-NOM '  ' ' *ILLISIBLE* '
                   '  ' MA-DATE-MAJ '  ' WS-MARQUE-MOIS
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           END-IF
           WRITE LIGNE-RELEVE
           ADD 1 TO WS-NB-LIGNES.
       QUALIFIER-MOIS.
      *    CREEE = CREATION DANS LE MOIS ; MODIFIEE = MISE A JOUR DANS
      *    LE MOIS D'UNE FICHE CREEE AVANT (UNE FICHE N'EST COMPTEE
      *    QU'UNE FOIS).
           MOVE SPACES TO WS-MARQUE-MOIS
           MOVE 0 TO WS-MOIS-CREATION
           MOVE 0 TO WS-MOIS-MAJ
           IF MA-DATE-CREATION IS NUMERIC
               DIVIDE MA-DATE-CREATION BY 100
                   GIVING WS-MOIS-CREATION
           END-IF
           IF MA-DATE-MAJ IS NUMERIC
               DIVIDE MA-DATE-MAJ BY 100 GIVING WS-MOIS-MAJ
           END-IF
           IF WS-MOIS-CREATION = WS-MOIS-N
               MOVE 'CREEE' TO WS-MARQUE-MOIS
               ADD 1 TO WS-SITE-CREEES (WS-NO-SITE)
           ELSE
               IF WS-MOIS-MAJ = WS-MOIS-N
                   MOVE 'MODIFIEE' TO WS-MARQUE-MOIS
                   ADD 1 TO WS-SITE-MODIFIEES (WS-NO-SITE)
               END-IF
           END-IF.
       CONTROLER-PAGE.
           IF WS-NB-LIGNES >= WS-LIGNES-PAR-PAGE
               PERFORM ECRIRE-ENTETE-PAGE
           END-IF.
       ECRIRE-ENTETE-PAGE.
           ADD 1 TO WS-NO-PAGE
           MOVE WS-NO-PAGE TO WS-PAGE-EDITEE
           IF WS-NO-PAGE > 1
               MOVE SPACES TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'EXO15POSIT - RELEVE MENSUEL DE POSITION'
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           STRING 'PAGE ' WS-PAGE-EDITEE
               DELIMITED BY SIZE INTO LIGNE-RELEVE (71:)
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE) ' '
               WS-SITE-NOM (WS-NO-SITE)
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'MOIS ' WS-MOIS-N '  ARRETE AU ' WS-DATE-ARRETE
               '  POSITION DU MAITRE AU ' WS-DATE-EDITION
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           MOVE 'ID' TO LIGNE-RELEVE (1:)
           MOVE 'NOM' TO LIGNE-RELEVE (9:)
           MOVE 'MONTANT' TO LIGNE-RELEVE (47:)
           MOVE 'DERN.MAJ' TO LIGNE-RELEVE (56:)
           MOVE 'MOIS' TO LIGNE-RELEVE (66:)
           WRITE LIGNE-RELEVE
           MOVE ALL '-' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 6 TO WS-NB-LIGNES.
       ECRIRE-SOUS-TOTAL.
           PERFORM CONTROLER-PAGE
           MOVE WS-NB-REGION TO WS-NB-EDITE
           MOVE WS-TOTAL-REGION TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '  REGION '
               WS-REGION-COURANTE (1:WS-RUPTURE-LG)
               ' : ' WS-NB-EDITE ' FICHE(S)'
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           MOVE WS-TOTAL-EDITE TO LIGNE-RELEVE (39:)
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           ADD 2 TO WS-NB-LIGNES.
       ECRIRE-PIED-RELEVE.
           MOVE ALL '-' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-SITE-NB (WS-NO-SITE) TO WS-NB-EDITE
           MOVE WS-SITE-TOTAL (WS-NO-SITE) TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'TOTAL SITE ' WS-SITE-CODE (WS-NO-SITE)
               ' : ' WS-NB-EDITE ' FICHE(S)'
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           MOVE WS-TOTAL-EDITE TO LIGNE-RELEVE (39:)
           WRITE LIGNE-RELEVE
           IF WS-SITE-ILLISIBLES (WS-NO-SITE) > 0
               MOVE WS-SITE-ILLISIBLES (WS-NO-SITE) TO WS-NB-EDITE
               MOVE SPACES TO LIGNE-RELEVE
               STRING 'MONTANTS ILLISIBLES EXCLUS DU TOTAL  : '
                   WS-NB-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF
           MOVE WS-SITE-CREEES (WS-NO-SITE) TO WS-NB-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'FICHES CREEES DANS LE MOIS           : '
               WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-SITE-MODIFIEES (WS-NO-SITE) TO WS-NB-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'FICHES MODIFIEES DANS LE MOIS        : '
               WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.
      *----------------------------------------------------------------
      *    RECAPITULATIF : UNE LIGNE PAR RELEVE, LEUR SOMME, LE TOTAL
      *    DU MAITRE ET L'ECART - QUI DOIT ETRE NUL, EN FICHES COMME EN
      *    MONTANT.
      *----------------------------------------------------------------
       ECRIRE-RECAPITULATIF.
           OPEN OUTPUT RAPPORT
           MOVE 'EXO15POSIT - RECAPITULATIF DES RELEVES MENSUELS'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'MOIS ' WS-MOIS-N '  ARRETE AU ' WS-DATE-ARRETE
               '  POSITION DU MAITRE AU ' WS-DATE-EDITION
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE-SITE
               VARYING WS-NO-SITE FROM 1 BY 1
               UNTIL WS-NO-SITE > WS-NB-SITES
           MOVE ALL '-' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-SOMME-NB TO WS-NB-EDITE
           MOVE WS-SOMME-TOTAUX TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SOMME DES RELEVES      ' WS-NB-EDITE ' FICHE(S)'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           MOVE WS-TOTAL-EDITE TO LIGNE-RAPPORT (54:)
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-LUS TO WS-NB-EDITE
           MOVE WS-TOTAL-MAITRE TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL DU MAITRE        ' WS-NB-EDITE ' FICHE(S)'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           MOVE WS-TOTAL-EDITE TO LIGNE-RAPPORT (54:)
           WRITE LIGNE-RAPPORT
           COMPUTE WS-ECART = WS-SOMME-TOTAUX - WS-TOTAL-MAITRE
           MOVE WS-ECART TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ECART' DELIMITED BY SIZE INTO LIGNE-RAPPORT
           MOVE WS-TOTAL-EDITE TO LIGNE-RAPPORT (54:)
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-ILLISIBLES TO WS-NB-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'MONTANTS ILLISIBLES AU MAITRE : ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-ECART NOT = 0 OR WS-SOMME-NB NOT = WS-NB-LUS
                   OR WS-SOMME-ILLISIBLES NOT = WS-NB-ILLISIBLES
               MOVE 'N' TO WS-STATUT-CONTROLE
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF CONTROLE-OK
               MOVE 'CONTROLE RELEVES MENSUELS : OK' TO LIGNE-RAPPORT
           ELSE
               MOVE 'CONTROLE RELEVES MENSUELS : ANOMALIE'
                   TO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           CLOSE RAPPORT.
       ECRIRE-LIGNE-SITE.
           ADD WS-SITE-NB (WS-NO-SITE) TO WS-SOMME-NB
           ADD WS-SITE-TOTAL (WS-NO-SITE) TO WS-SOMME-TOTAUX
           ADD WS-SITE-ILLISIBLES (WS-NO-SITE) TO WS-SOMME-ILLISIBLES
           MOVE WS-SITE-NB (WS-NO-SITE) TO WS-NB-EDITE
           MOVE WS-SITE-TOTAL (WS-NO-SITE) TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE) ' '
               WS-SITE-NOM (WS-NO-SITE) ' ' WS-NB-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           MOVE WS-TOTAL-EDITE TO LIGNE-RAPPORT (54:)
           WRITE LIGNE-RAPPORT.
       LIRE-MAITRE.
           READ MAITRE
               AT END MOVE 1 TO EOF
           END-READ.
       CALCULER-DATE-ARRETE.
           MOVE WS-MOIS-AAAA TO WS-JOUR-AAAA
           MOVE WS-MOIS-MM TO WS-JOUR-MM
           MOVE WS-JOURS-MOIS (WS-JOUR-MM) TO WS-JOUR-JJ
           IF WS-JOUR-MM = 2
               PERFORM CALCULER-BISSEXTILE
               IF WS-BISSEXTILE = 1
                   MOVE 29 TO WS-JOUR-JJ
               END-IF
           END-IF
           MOVE WS-JOUR-N TO WS-DATE-ARRETE.
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
           ACCEPT WS-MAITRE-DSN FROM ENVIRONMENT 'EXO15_MAITRE_DSN'
           IF WS-MAITRE-DSN = SPACES
               MOVE 'EXO15.MAITRE' TO WS-MAITRE-DSN
           END-IF
           ACCEPT WS-RELEVE-BASE FROM ENVIRONMENT 'EXO15_POSIT_DSN'
           IF WS-RELEVE-BASE = SPACES
               MOVE 'EXO15-POSIT' TO WS-RELEVE-BASE
           END-IF
           ACCEPT WS-RAPPORT-DSN
               FROM ENVIRONMENT 'EXO15_POSIT_RAPPORT_DSN'
           IF WS-RAPPORT-DSN = SPACES
               MOVE 'EXO15-POSIT.RPT' TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-RUPTURE-TXT FROM ENVIRONMENT 'EXO15_RUPTURE_LG'
           IF WS-RUPTURE-TXT >= '1' AND WS-RUPTURE-TXT <= '6'
               MOVE WS-RUPTURE-TXT TO WS-RUPTURE-LG
           ELSE
               MOVE 2 TO WS-RUPTURE-LG
           END-IF
      *    MOIS DE REFERENCE : A DEFAUT LE MOIS PRECEDENT, LE RELEVE
      *    PASSANT EN DEBUT DE MOIS SUR LE MOIS ECOULE. UNE VALEUR MAL
      *    FORMEE RETOMBE SUR CE DEFAUT, EN LE SIGNALANT.
           DIVIDE WS-DATE-EDITION BY 100 GIVING WS-MOIS-N
           IF WS-MOIS-MM > 1
               SUBTRACT 1 FROM WS-MOIS-MM
           ELSE
               MOVE 12 TO WS-MOIS-MM
               SUBTRACT 1 FROM WS-MOIS-AAAA
           END-IF
           MOVE SPACES TO WS-MOIS-TXT
           ACCEPT WS-MOIS-TXT FROM ENVIRONMENT 'EXO15_POSIT_MOIS'
           IF WS-MOIS-TXT NOT = SPACES
               IF WS-MOIS-TXT IS NUMERIC
                       AND WS-MOIS-TXT (5:2) >= '01'
                       AND WS-MOIS-TXT (5:2) <= '12'
                   MOVE WS-MOIS-TXT TO WS-MOIS-N
               ELSE
                   DISPLAY 'EXO15_POSIT_MOIS MAL FORME ('
                       WS-MOIS-TXT ') - MOIS PRECEDENT RETENU'
               END-IF
           END-IF.
       END PROGRAM Exo15Posit.
