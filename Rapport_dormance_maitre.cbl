      *                 puis les comptes par SITE. Une estampille
      *                 illisible est listee a part : une fiche sans
      *                 date de mise a jour est suspecte, pas ignoree.
      * 2026-10-15  RB  Le recapitulatif par SITE porte le nom de
      *                 l'agence lu au referentiel des sites
      *                 EXO15.SITES (via Exo15Ref) a cote du code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exo15Dorm.
           05 WS-NB-SITES PIC 9(02) VALUE 0.
           05 WS-SITE OCCURS 20 TIMES.
              10 WS-SITE-CODE PIC X(02).
              10 WS-SITE-NOM PIC X(30).
              10 WS-SITE-NB PIC 9(07).
      *    CONSULTATION DU REFERENTIEL DES SITES (VOIR EXO15REF) POUR
      *    LE NOM DE L'AGENCE EN REGARD DU CODE.
       01  WS-REF-DEMANDE.
           05 WS-REF-OPERATION PIC X(01).
           05 WS-REF-RANG PIC 9(03).
           05 WS-REF-VERDICT PIC X(01).
           05 WS-REF-DATE-TRT PIC 9(08).
       01  WS-REF-SITE.
           COPY EXO15SIT REPLACING ==:PFX:== BY ==RS==.
       77  WS-IDX-SITE PIC 9(02).
       77  WS-SITE-RETENU PIC 9(02).
       77  WS-TROUVE PIC 9.
                   MOVE WS-SITE-COURANT
                       TO WS-SITE-CODE (WS-SITE-RETENU)
                   MOVE 0 TO WS-SITE-NB (WS-SITE-RETENU)
                   PERFORM NOMMER-SITE
                   MOVE 1 TO WS-TROUVE
               ELSE
                   IF WS-TABLE-SATUREE = 0
           IF WS-TROUVE = 1
               ADD 1 TO WS-SITE-NB (WS-SITE-RETENU)
           END-IF.
       NOMMER-SITE.
      *    XX = PROVENANCE INCONNUE, PAS UN CODE DU REFERENTIEL ; UN
      *    SITE FERME GARDE SON NOM, SON HISTOIRE RESTE LISIBLE.
           MOVE SPACES TO WS-SITE-NOM (WS-SITE-RETENU)
           IF WS-SITE-CODE (WS-SITE-RETENU) = 'XX'
               MOVE '(PROVENANCE INCONNUE)'
                   TO WS-SITE-NOM (WS-SITE-RETENU)
           ELSE
               MOVE 'C' TO WS-REF-OPERATION
               MOVE 0 TO WS-REF-DATE-TRT
               MOVE WS-SITE-CODE (WS-SITE-RETENU) TO RS-CODE
               CALL 'Exo15Ref' USING WS-REF-DEMANDE WS-REF-SITE
               EVALUATE WS-REF-VERDICT
                   WHEN 'O'
                   WHEN 'F'
                       MOVE RS-NOM TO WS-SITE-NOM (WS-SITE-RETENU)
                   WHEN 'I'
                       MOVE '(INCONNU DU REFERENTIEL)'
                           TO WS-SITE-NOM (WS-SITE-RETENU)
               END-EVALUATE
           END-IF.
       CHERCHER-SITE.
           IF WS-SITE-CODE (WS-IDX-SITE) = WS-SITE-COURANT
               MOVE 1 TO WS-TROUVE
       ECRIRE-LIGNE-SITE.
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-SITE-NB (WS-NO-SITE) TO WS-NB-EDITE
           STRING 'SITE ' WS-SITE-CODE (WS-NO-SITE) ' '
               WS-SITE-NOM (WS-NO-SITE)
               ' : ' WS-NB-EDITE ' FICHE(S) DORMANTE(S)'
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
