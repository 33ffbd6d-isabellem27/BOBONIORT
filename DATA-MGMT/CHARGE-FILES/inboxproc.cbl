      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Ajout du chargeur du compte-rendu des     *
      *    virements emis (virback.cbl).                               *
      * MAJ RD le 15/10/2026 Ajout du chargeur des accuses de          *
      *    l'operateur de tiers payant (tpack.cbl).                    *
      * MAJ RD le 15/10/2026 Ajout du chargeur des plis non distribues *
      *    renvoyes par La Poste (npaiback.cbl).                       *
      * MAJ RD le 15/10/2026 Ajout du chargeur du compte-rendu du      *
      *    routeur sur le flux d'impression quotidien (prtback.cbl).   *
      * MAJ RD le 15/10/2026 Ajout du chargeur des statuts de          *
      *    signature electronique du prestataire (esigback.cbl).       *
      * MAJ RD le 15/10/2026 Ajout du chargeur des demandes du         *
      *    portail adherent (portback.cbl).                            *
      * MAJ RD le 15/10/2026 Ajout du chargeur des notifications de    *
      *    droits C2S de la CPAM (c2sback.cbl).                        *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Le chargeur est decharge (CANCEL)         *
      *    apres chaque fichier : il repart de ses valeurs initiales   *
      *    au fichier suivant.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inboxproc RECURSIVE.
      ******************************************************************
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-FILES.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           INITIALIZE SQL-LOAD-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-LOAD-DATE
      *    courant, avec les memes parametres que son ecran.           *
      ******************************************************************
       2100-CALL-LOADER-START.
      *    [RD] le 15/10/2026 : chargeur decharge apres chaque fichier.
           MOVE WS-DATA-PATH(1:100) TO WS-LOADER-PATH.
           EVALUATE FUNCTION TRIM(LK-LOADER)
               WHEN 'cfback'
                   CALL 'cfback' USING BY REFERENCE
                       WS-LOADER-PATH, LK-LAYOUT
                   END-CALL
                   CANCEL 'cfback'
               WHEN 'cpamback'
                   CALL 'cpamback' USING BY REFERENCE
                       WS-LOADER-PATH, LK-LAYOUT
                   END-CALL
                   CANCEL 'cpamback'
               WHEN 'retback'
                   CALL 'retback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'retback'
               WHEN 'virback'
                   CALL 'virback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'virback'
               WHEN 'tpack'
                   CALL 'tpack' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'tpack'
               WHEN 'npaiback'
                   CALL 'npaiback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'npaiback'
               WHEN 'prtback'
                   CALL 'prtback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'prtback'
               WHEN 'esigback'
                   CALL 'esigback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'esigback'
               WHEN 'portback'
                   CALL 'portback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'portback'
               WHEN 'c2sback'
                   CALL 'c2sback' USING BY REFERENCE
                       WS-LOADER-PATH
                   END-CALL
                   CANCEL 'c2sback'
               WHEN OTHER
                   DISPLAY 'CHARGEUR INCONNU : ' LK-LOADER
           END-EVALUATE.
