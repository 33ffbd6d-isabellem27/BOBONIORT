      *    busdate.cbl.                                                *
      * MAJ RD le 03/09/2026 Ajout de la saisie des demandes de        *
      *    remboursement par lot avec totaux de controle (rembslot).   *
      * MAJ RD le 15/10/2026 Ajout des lettres-cheques de              *
      *    remboursement et du registre des cheques (chqfront).        *
      * MAJ RD le 15/10/2026 Ajout du traitement des rejets de         *
      *    virements emis (virfront).                                  *
      * MAJ RD le 15/10/2026 Ajout du chargement du referentiel des    *
      *    codes actes CCAM / NGAP / LPP (actload).                    *
      * MAJ RD le 15/10/2026 Ajout du referentiel des taux de change   *
      *    pour les soins recus a l'etranger (fxparam).                *
      * MAJ RD le 15/10/2026 Ajout des dossiers d'enquete fraude       *
      *    (fraudcase).                                                *
      * MAJ RD le 15/10/2026 Ajout du controle qualite des demandes    *
      *    payees par echantillonnage (qareview).                      *
      * MAJ RD le 15/10/2026 Ajout du rapport mensuel des delais de    *
      *    traitement des demandes de remboursement (slarpt).          *
      * MAJ RD le 15/10/2026 Ajout du traitement des lignes du flux    *
      *    CPAM en suspens sans adherent (cpamsusp).                   *
      * MAJ RD le 15/10/2026 Ajout de la gestion des liaisons NOEMIE   *
      *    avec la CPAM (noemfront).                                   *
      * MAJ RD le 15/10/2026 Ajout du rapport annuel du reseau de      *
      *    soins partenaire (netrpt).                                  *
      * MAJ RD le 15/10/2026 Ajout des regles du contrat responsable   *
      *    (respparam).                                                *
      * MAJ RD le 15/10/2026 Ajout des etats annuels pour l'autorite   *
      *    de controle ACPR avec rapprochement comptable (acprext).    *
      * MAJ RD le 15/10/2026 Ajout de la saisie des reglements des     *
      *    employeurs sur les factures collectives (grppay).           *
      * MAJ RD le 15/10/2026 Ajout de l'etude de renouvellement des    *
      *    contrats collectifs par groupe employeur (grprenew).        *
      * MAJ RD le 15/10/2026 Ajout du suivi des demandes de            *
      *    resiliation infra-annuelle aux autres assureurs (riafront). *
      * MAJ RD le 15/10/2026 Ajout du catalogue des produits           *
      *    (prodparam).                                                *
      * MAJ RD le 15/10/2026 Ajout de la migration des adherents d'un  *
      *    produit ferme (migrfront).                                  *
      * MAJ RD le 15/10/2026 Ajout des regles de remise sur cotisation *
      *    (dscparam).                                                 *
      * MAJ RD le 15/10/2026 Ajout du registre du courrier entrant     *
      *    (mailfront).                                                *
      * MAJ RD le 15/10/2026 Ajout de la file des demandes du portail  *
      *    adherent (portfront).                                       *
      * MAJ RD le 15/10/2026 Ajout du calendrier des fichiers attendus *
      *    des partenaires et de leur ponctualite (fwparam).           *
      * MAJ RD le 15/10/2026 Ajout de l'export et de l'import des      *
      *    paquets de parametres entre test et production (parampkg).  *
      * MAJ RD le 15/10/2026 Les etapes de la chaine de cloture        *
      *    mensuelle (sumbuild, cptexport, commbat, provibnr, tsadecl, *
      *    reinbord) recoivent le bloc d'appel en mode 'E' (ecran).    *
      * MAJ RD le 15/10/2026 Ajout de la declaration trimestrielle au  *
      *    fonds C2S (c2sdecl).                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menudata RECURSIVE.
           05 WS-CPAM-RIGHTS       PIC X(01)                     .
           05 WS-MIGRATION         PIC X(01)                     .
           05 WS-PREFACT           PIC X(01)                     .
           05 WS-CHEQUE            PIC X(01)                     .
           05 WS-VIR-REJECT        PIC X(01)                     .
           05 WS-ACT-CODE          PIC X(01)                     .
           05 WS-FX-RATE           PIC X(01)                     .
           05 WS-FRAUD-CASE        PIC X(01)                     .
           05 WS-QA-REVIEW         PIC X(01)                     .
           05 WS-SLA-REPORT        PIC X(01)                     .
           05 WS-CPAM-SUSP         PIC X(01)                     .
           05 WS-NOEMIE            PIC X(01)                     .
           05 WS-NET-REPORT        PIC X(01)                     .
           05 WS-RESP-PARAM        PIC X(01)                     .
           05 WS-ACPR              PIC X(01)                     .
           05 WS-GROUP-PAY         PIC X(01)                     .
           05 WS-GROUP-RENEW       PIC X(01)                     .
           05 WS-INSURER-SWITCH    PIC X(01)                     .
           05 WS-PRODUCT-PARAM     PIC X(01)                     .
           05 WS-PRODUCT-MIGR      PIC X(01)                     .
           05 WS-DISCOUNT-PARAM    PIC X(01)                     .
           05 WS-MAIL-REGISTER     PIC X(01)                     .
           05 WS-PORTAL-QUEUE      PIC X(01)                     .
           05 WS-FILE-WATCH        PIC X(01)                     .
           05 WS-PARAM-PACKAGE     PIC X(01)                     .
           05 WS-C2S-DECL          PIC X(01)                     .
           05 WS-VALIDATE          PIC X(01)                     .
           05 WS-EXIT              PIC X(01)                     .
       01  SC-MESSAGE              PIC X(70)                     .                     
           05 WS-DENIED2           PIC X(31)
               VALUE 'RS.                            '           .

      *    [RD] le 15/10/2026 : bloc d'appel des etapes de la cloture
      *    mensuelle, lancees ici a l'ecran (mode 'E') ; closchain.cbl
      *    les appelle en mode 'B'.
       01 WS-CLOSE-STEP.
           05 WS-CS-MODE           PIC X(01)      VALUE 'E'      .
           05 WS-CS-PERIOD         PIC X(06)      VALUE SPACES   .
           05 WS-CS-RC             PIC X(01)      VALUE SPACE    .
           05 WS-CS-OUTPUT         PIC X(200)     VALUE SPACES   .
           05 WS-CS-MESSAGE        PIC X(70)      VALUE SPACES   .

       LINKAGE SECTION.
       01 LK-USER-ROLE             PIC X(10)                     .

                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'cptexport'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-RENEW)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'commbat'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-REINSURANCE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'reinbord'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-PROVISION)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'provibnr'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-TSA-DECL)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'tsadecl'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-BANK-STMT)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'sumbuild'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-PROSPECT)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'prefact'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-CHEQUE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'chqfront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-VIR-REJECT)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'virfront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-ACT-CODE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'actload'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-FX-RATE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'fxparam'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-FRAUD-CASE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'fraudcase'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-QA-REVIEW)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'qareview'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-SLA-REPORT)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'slarpt'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-CPAM-SUSP)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'cpamsusp'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-NOEMIE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'noemfront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-NET-REPORT)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'netrpt'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-RESP-PARAM)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'respparam'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-ACPR)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'acprext'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-GROUP-PAY)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'grppay'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-GROUP-RENEW)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'grprenew'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-INSURER-SWITCH)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'riafront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-PRODUCT-PARAM)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'prodparam'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-PRODUCT-MIGR)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'migrfront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-DISCOUNT-PARAM)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'dscparam'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-MAIL-REGISTER)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'mailfront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-PORTAL-QUEUE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'portfront'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-FILE-WATCH)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'fwparam'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-PARAM-PACKAGE)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'parampkg'
                                                 ELSE  IF FUNCTION
                                                     UPPER-CASE(
                                                     WS-C2S-DECL)
                                                     EQUAL 'O' THEN
                                                         CALL
                                                         'c2sdecl'
                                                         USING
                                                         WS-CLOSE-STEP
                                                 ELSE
                                                     PERFORM
                                              9200-ERROR-MESSAGE-START
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                                 END-IF
                                             END-IF
                                         END-IF
                                   END-IF
