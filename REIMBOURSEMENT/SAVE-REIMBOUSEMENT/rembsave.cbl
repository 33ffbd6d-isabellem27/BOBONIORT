      *      ne pourra pas approuver sa propre demande dans            *
      *      rembreview.cbl ; au-dela du seuil de clmparam.cbl une     *
      *      seconde approbation est exigee avant paiement.            *
      * MAJ RD le 15/10/2026 : feuilles de soins : les actes d'une meme*
      *      visite (meme beneficiaire, praticien et date des soins)   *
      *      sont saisis comme les lignes d'une feuille (CLAIM_SHEET,  *
      *      clmsheet.cbl) ; chaque validation ajoute une ligne tarifee*
      *      par 1500-COMPUTE-OWED a la feuille en cours, une nouvelle *
      *      feuille s'ouvre au changement d'en-tete ou a la demande   *
      *      de l'operateur (zone Nouvelle feuille).                   *
      * MAJ RD le 15/10/2026 : code acte CCAM / NGAP / LPP : saisi,    *
      *      il determine la prestation de la demande d'apres le       *
      *      referentiel ACT_CODE (actload.cbl) ; un code inconnu,     *
      *      inactif ou non rattache a une prestation bloque la saisie.*
      *      Le code est conserve sur la demande (CLAIM_ACT_CODE).     *
      * MAJ RD le 15/10/2026 : frequence de renouvellement de la       *
      *      prestation (regle BENEFIT_FREQ_*, clmfreq.cbl) controlee  *
      *      par beneficiaire : un renouvellement anticipe est         *
      *      enregistre REFUSE, motif RENOUVELLEMENT AVANT le ... ; le *
      *      changement de correction justifie (CLAIM_RX_CHANGE)       *
      *      applique la periode reduite de la prestation.             *
      * MAJ RD le 15/10/2026 : soins recus a l'etranger : devise et    *
      *      montant d'origine saisis, montant en euros calcule au     *
      *      taux en vigueur a la date des soins (EXCHANGE_RATE,       *
      *      fxparam.cbl) et conserves sur la demande avec le taux ;   *
      *      base du remboursement : acte francais equivalent (F) ou   *
      *      aucune base Securite sociale (S, demande REFUSEE).        *
      * MAJ RD le 15/10/2026 : recours contre tiers : une demande peut *
      *      etre marquee "accident cause par un tiers"                *
      *      (CLAIM_ACCIDENT) pour etre rattachee ensuite a un dossier *
      *      de recours (recours.cbl, CLAIM_RECOURSE_NUM).             *
      * MAJ RD le 15/10/2026 : horodatage de reception et canal        *
      *      d'arrivee (CLAIM_RECEIVED_AT, CLAIM_CHANNEL = SAISIE)     *
      *      portes par la demande, pour le rapport des delais de      *
      *      traitement (slarpt.cbl).                                  *
      * MAJ RD le 15/10/2026 : reseau de soins : un praticien          *
      *      partenaire sous convention a la date des soins            *
      *      (praparam.cbl) ajoute la bonification de taux de la       *
      *      prestation (BENEFIT_NET_BONUS, benefparam.cbl) ; un       *
      *      montant facture au-dela du prix negocie                   *
      *      (BENEFIT_NET_PRICE) marque la demande pour revue          *
      *      (CLAIM_NET_OVERCHARGE, rembreview.cbl).                   *
      * MAJ RD le 15/10/2026 : la carence court a partir de la date    *
      *      d'effet du contrat (REIMBURSEMENT_START_DATE, a defaut la *
      *      date de signature) ; des soins anterieurs a cette date    *
      *      donnent une demande REFUSEE (CONTRAT NON EN VIGUEUR).     *
      * MAJ RD le 15/10/2026 : la colonne de taux BENEFIT du contrat   *
      *      est donnee par le catalogue PRODUCT (getprod.cbl) a       *
      *      partir du prefixe du numero de contrat ; un produit sans  *
      *      colonne dediee prend son taux par defaut.                 *
      * MAJ RD le 15/10/2026 : contrat C2S (produit de nature R au     *
      *      catalogue) : le montant du est celui du panier            *
      *      reglemente (c2sprice.cbl), reste a charge nul ; un        *
      *      montant facture au-dela du tarif reglemente marque la     *
      *      demande pour revue (CLAIM_NET_OVERCHARGE).                *
      ******************************************************************

       DATA DIVISION.
      *    [RD] le 22/08/2026 : code d'une prestation du catalogue
      *    BENEFIT, en plus des huit prestations historiques.
       01  WS-CLAIM-OTHER-CODE  PIC X(20) VALUE SPACES.
      *    [RD] le 15/10/2026 : code acte officiel (CCAM, NGAP ou LPP)
      *    dont se deduit la prestation (referentiel ACT_CODE).
       01  WS-CLAIM-ACT-CODE    PIC X(13) VALUE SPACES.
      *    [RD] le 22/08/2026 : praticien executant (RPPS, facultatif)
       01  WS-CLAIM-RPPS        PIC X(11) VALUE SPACES.
      *    [RD] le 03/09/2026 : demande reglee en tiers payant
      *    (separation des roles avec l'approbateur).
       01  WS-CLAIM-OPERATOR    PIC X(10) VALUE SPACES.
       01  WS-SAVE-ABORT        PIC X(01) VALUE 'N'.
      *    [RD] le 15/10/2026 : changement de correction justifie
      *    (O = oui) et resultat du controle de renouvellement.
       01  WS-CLAIM-RX-CHANGE   PIC X(01) VALUE SPACE.
       01  WS-FREQ-NEXT-DATE    PIC X(08) VALUE SPACES.
       01  WS-FREQ-RC           PIC X(01) VALUE '0'.
      *    [RD] le 15/10/2026 : soins a l'etranger : devise ISO (vide
      *    ou EUR pour des soins en euros), montant en devise, base
      *    du remboursement (F = acte francais equivalent, S = sans
      *    base Securite sociale) et taux applique pour affichage.
       01  WS-CLAIM-CURRENCY    PIC X(03) VALUE SPACES.
       01  WS-CLAIM-FX-AMOUNT   PIC 9(07)V99 VALUE 0.
       01  WS-CLAIM-ABROAD      PIC X(01) VALUE SPACE.
       01  WS-FX-EURO           PIC 9(09) VALUE 0.
       01  WS-Z-FX-RATE         PIC Z(04)9.9(06) VALUE ZERO.
      *    [RD] le 15/10/2026 : accident cause par un tiers (O = oui),
      *    pour le recours contre le tiers responsable (recours.cbl).
       01  WS-CLAIM-ACCIDENT    PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : feuille de soins en cours : numero,
      *    rang de la derniere ligne et en-tete de rattachement.
       01  WS-CLAIM-NEW-SHEET   PIC X(01) VALUE SPACE.
       01  WS-SHEET-NUM         PIC 9(08) VALUE 0.
       01  WS-SHEET-LINE        PIC 9(03) VALUE 0.
       01  WS-SHEET-BENEF       PIC X(40) VALUE SPACES.
       01  WS-SHEET-RPPS        PIC X(11) VALUE SPACES.
       01  WS-SHEET-DATE        PIC X(08) VALUE SPACES.
       01  WS-SHEET-SOURCE      PIC X(06) VALUE 'SAISIE'.
       01  WS-SHEET-MATCH       PIC X(01) VALUE 'N'.
       01  WS-SHEET-RC          PIC X(01) VALUE '0'.
       01  WS-CARE-INT          PIC 9(08) VALUE 0.
       01  WS-CARENCE-END-INT   PIC 9(08) VALUE 0.
       01  WS-CONTRACT-START    PIC 9(08) VALUE 0.
       01  WS-Z-CEILING-LEFT    PIC Z(04)9.
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
      *    lecture du catalogue PRODUCT (getprod.cbl)
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).
      *    [RD] le 15/10/2026 : bareme reglemente C2S (c2sprice.cbl)
       01  WS-C2S-PRICE.
           05 WS-C2S-FUNCTION      PIC X(01).
           05 WS-C2S-AGE           PIC 9(03).
           05 WS-C2S-PARTICIP      PIC X(01).
           05 WS-C2S-PREMIUM       PIC 9(05).
           05 WS-C2S-CATEGORY      PIC X(20).
           05 WS-C2S-AMOUNT        PIC 9(05).
           05 WS-C2S-BRSS          PIC 9(05).
           05 WS-C2S-CPAM-PART     PIC 9(05).
           05 WS-C2S-OTH-AMOUNT    PIC 9(05).
           05 WS-C2S-REGULATED     PIC 9(05).
           05 WS-C2S-OWED          PIC 9(05).
           05 WS-C2S-OVERCHARGE    PIC X(01).
           05 WS-C2S-RC            PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
      * [RD] le 03/09/2026 : adhesion OPTAM du praticien executant
      * ('1' par defaut : sans praticien, pas de plafonnement).
       01  SQL-PRA-OPTAM        PIC X(01) VALUE '1'.
      * [RD] le 15/10/2026 : praticien partenaire du reseau de soins
      * a la date des soins, grille negociee de la prestation et
      * depassement du prix negocie, portes sur la demande.
       01  SQL-PRA-NETWORK      PIC X(01) VALUE '0'.
       01  SQL-NET-PRICE        PIC 9(05) VALUE 0.
       01  SQL-NET-BONUS        PIC 9(03) VALUE 0.
       01  SQL-NET-OVERCHARGE   PIC X(01) VALUE '0'.
      * [RD] le 03/09/2026 : defense anti-doublon a la saisie.
       01  SQL-DUP-CNT          PIC 9(06) VALUE 0.
      * [RD] le 03/09/2026 : classe de panier 100% Sante de la
       01  SQL-MAX-CLAIM-NUM    PIC 9(08) VALUE 0.
       01  SQL-CLAIM-NUM        PIC 9(08) VALUE 0.
       01  SQL-CLAIM-DATE       PIC X(08) VALUE SPACES.
      * [RD] le 15/10/2026 : feuille de soins et rang de la ligne.
       01  SQL-SHEET-NUM        PIC 9(08) VALUE 0.
       01  SQL-LINE-NUM         PIC 9(03) VALUE 0.
      *    [RD] le 03/09/2026 : points de taux des options
      *    surcomplementaires (ridparam.cbl).
       01  SQL-RIDER-DELTA      PIC 9(04) VALUE ZERO.
       01  SQL-BL-CNT           PIC 9(05) VALUE ZERO.
       01  SQL-BL-TODAY         PIC X(10) VALUE SPACES.
       01  SQL-CATEGORY         PIC X(20) VALUE SPACES.
      *    [RD] le 15/10/2026 : code acte et prestation rattachee.
       01  SQL-ACT-CODE         PIC X(13) VALUE SPACES.
       01  SQL-ACT-BENEFIT      PIC X(20) VALUE SPACES.
       01  SQL-RX-CHANGE        PIC X(01) VALUE 'N'.
      * [RD] le 15/10/2026 : devise, montant d'origine et taux de
      * change conserves sur la demande de soins a l'etranger.
       01  SQL-CURRENCY         PIC X(03) VALUE 'EUR'.
       01  SQL-FX-AMOUNT        PIC 9(07)V99 VALUE 0.
       01  SQL-FX-RATE          PIC 9(05)V9(06) VALUE 0.
       01  SQL-FX-DATE          PIC X(10) VALUE SPACES.
       01  SQL-ABROAD           PIC X(01) VALUE 'N'.
      * [RD] le 15/10/2026 : demande liee a un accident cause par un
      * tiers (O/N).
       01  SQL-ACCIDENT         PIC X(01) VALUE 'N'.
       01  SQL-AMOUNT           PIC 9(05) VALUE 0.
       01  SQL-OWED             PIC 9(05) VALUE 0.
      * [RD] le 22/08/2026 : statut initial de toute nouvelle demande
               WS-CLAIM-BENEFICIARY WS-CLAIM-OTHER-CODE
               WS-CLAIM-RPPS WS-CLAIM-TP
               WS-CLAIM-OTH-INSURER WS-CLAIM-OTH-AMOUNT
               WS-CLAIM-FORCE-DUP WS-CLAIM-OPERATOR
               WS-CLAIM-ACT-CODE WS-CLAIM-RX-CHANGE
               WS-CLAIM-ACCIDENT.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1010-CREATE-CLAIM-TAB-START
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : le referentiel des actes est charge
      *    par actload.cbl ; on garantit son existence et la colonne
      *    du code acte sur la demande.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACT_CODE (
                  ACT_CODE         VARCHAR(13),
                  ACT_NOMENCLATURE VARCHAR(4),
                  ACT_LABEL        VARCHAR(40),
                  ACT_BENEFIT      VARCHAR(20),
                  ACT_ACTIVE       VARCHAR(1)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table ACT_CODE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_ACT_CODE VARCHAR(13)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_ACT_CODE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : changement de correction justifie,
      *    trace du renouvellement anticipe admis.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RX_CHANGE VARCHAR(1)
               DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_RX_CHANGE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : soins a l'etranger : devise, montant
      *    d'origine, taux applique et base du remboursement.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CURRENCY VARCHAR(3)
               DEFAULT 'EUR'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_CURRENCY.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CURRENCY_AMOUNT
               NUMERIC(9,2) DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_CURRENCY_AMOUNT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_EXCHANGE_RATE
               NUMERIC(11,6) DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_EXCHANGE_RATE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_ABROAD VARCHAR(1)
               DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_ABROAD.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : accident cause par un tiers et dossier
      *    de recours de rattachement (0 = aucun, recours.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_ACCIDENT VARCHAR(1)
               DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_ACCIDENT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECOURSE_NUM INT
               DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_RECOURSE_NUM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : horodatage de reception et canal
      *    d'arrivee de la demande. Pas de valeur par defaut : les
      *    demandes anterieures restent sans reception connue plutot
      *    que d'etre datees du jour de l'ajout de la colonne.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECEIVED_AT TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_RECEIVED_AT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_CHANNEL.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : reseau de soins. Le referentiel et le
      *    catalogue sont normalement completes par praparam.cbl et
      *    benefparam.cbl ; on garantit les colonnes lues ici.
           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_NETWORK
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_NET_START
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_NET_END
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_NET_PRICE INT
                   DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_NET_BONUS INT
                   DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NETWORK VARCHAR(1)
                   DEFAULT '0'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NET_PRICE INT
                   DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NET_OVERCHARGE
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes du reseau de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1015-ENSURE-CLAIM-COLS-START-EXIT.
           EXIT.

               MOVE SPACES TO WS-CLAIM-EXCLUSION
               MOVE SPACES TO WS-CLAIM-TP
               MOVE SPACES TO WS-CLAIM-FORCE-DUP
               MOVE SPACES TO WS-CLAIM-NEW-SHEET
               MOVE SPACES TO WS-CLAIM-RX-CHANGE
               MOVE SPACES TO WS-CLAIM-ACCIDENT
           END-IF.
       1200-CHECK-CHOICE-START-EXIT.
           EXIT.
           MOVE 'N' TO WS-SAVE-ABORT.
           PERFORM 1310-DETERMINE-CATEGORY-START
               THRU 1310-DETERMINE-CATEGORY-START-EXIT.
      *    [RD] le 15/10/2026 : code acte inconnu ou non rattache.
           IF WS-ERROR-MESSAGE NOT = SPACES THEN
               GO TO 1300-SAVE-CLAIM-START-EXIT
           END-IF.
           IF WS-CLAIM-CATEGORY EQUAL SPACES THEN
               MOVE 'Veuillez choisir une prestation.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-CLAIM-START-EXIT
           END-IF.
      *    [RD] le 15/10/2026 : soins a l'etranger : le montant en
      *    euros sera calcule depuis le montant en devise.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLAIM-CURRENCY))
               TO SQL-CURRENCY.
           IF SQL-CURRENCY EQUAL SPACES THEN
               MOVE 'EUR' TO SQL-CURRENCY
           END-IF.
           IF SQL-CURRENCY NOT = 'EUR' THEN
               IF WS-CLAIM-FX-AMOUNT EQUAL ZERO THEN
                   MOVE 'Veuillez saisir le montant en devise.'
                       TO WS-ERROR-MESSAGE
                   GO TO 1300-SAVE-CLAIM-START-EXIT
               END-IF
           ELSE
           IF WS-CLAIM-AMOUNT EQUAL ZERO THEN
               MOVE 'Veuillez saisir le montant de la depense.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-CLAIM-START-EXIT
           END-IF
           END-IF.
      *    [RD] le 22/08/2026 : la date des soins est obligatoire,
      *    c'est elle qui porte la carence et le millesime du plafond.
               PERFORM 1360-CHECK-RPPS-START
                   THRU 1360-CHECK-RPPS-START-EXIT
           END-IF.
      *    [RD] le 15/10/2026 : conversion en euros des soins a
      *    l'etranger, avant le controle de doublon.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               PERFORM 1365-CONVERT-CURRENCY-START
                   THRU 1365-CONVERT-CURRENCY-START-EXIT
           END-IF.
      *    [RD] le 03/09/2026 : avertit sur une demande identique
      *    deja enregistree, sauf passage outre explicite.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-SAVE-CLAIM-START-EXIT
           END-IF.
      *    [RD] le 15/10/2026 : contrat C2S, panier reglemente.
           PERFORM 1560-C2S-REGULATED-START
               THRU 1560-C2S-REGULATED-START-EXIT.
           PERFORM 1550-APPLY-CEILING-START
               THRU 1550-APPLY-CEILING-START-EXIT.
           PERFORM 1570-CHECK-CARENCE-START
               THRU 1570-CHECK-CARENCE-START-EXIT.
           PERFORM 1575-CHECK-ABROAD-START
               THRU 1575-CHECK-ABROAD-START-EXIT.
           PERFORM 1580-CHECK-EXCLUSION-START
               THRU 1580-CHECK-EXCLUSION-START-EXIT.
           PERFORM 1590-CHECK-TERMINATED-START
               THRU 1590-CHECK-TERMINATED-START-EXIT.
           PERFORM 1592-CHECK-FREQUENCY-START
               THRU 1592-CHECK-FREQUENCY-START-EXIT.
           PERFORM 1595-CHECK-PRIOR-AUTH-START
               THRU 1595-CHECK-PRIOR-AUTH-START-EXIT.
           PERFORM 1600-INSERT-CLAIM-START
               MOVE 'DEMANDE ENREGISTREE - ENTENTE PREALABLE ABSENTE.'
                   TO WS-ERROR-MESSAGE
           ELSE
      *    [RD] le 15/10/2026 : prix negocie du reseau depasse.
           IF SQL-NET-OVERCHARGE EQUAL '1' THEN
               MOVE 'ENREGISTREE - PRIX NEGOCIE DU RESEAU DEPASSE.'
                   TO WS-ERROR-MESSAGE
           ELSE
           IF WS-CLAIM-CEILING > ZERO THEN
               MOVE WS-CEILING-LEFT TO WS-Z-CEILING-LEFT
               INITIALIZE WS-ERROR-MESSAGE
           ELSE
               MOVE 'DEMANDE ENREGISTREE - EN ATTENTE D''INSTRUCTION.'
                   TO WS-ERROR-MESSAGE
           END-IF END-IF END-IF END-IF.
      *    [RD] le 03/09/2026 : avertissement liste noire prioritaire
      *    sur le message de confirmation ordinaire.
           IF SQL-BLACKLISTED EQUAL '1'
      ******************************************************************
       1310-DETERMINE-CATEGORY-START.
           MOVE SPACES TO WS-CLAIM-CATEGORY.
           MOVE SPACES TO SQL-ACT-CODE.
      *    [RD] le 15/10/2026 : un code acte saisi determine seul la
      *    prestation, d'apres le referentiel ACT_CODE.
           IF WS-CLAIM-ACT-CODE NOT = SPACES THEN
               PERFORM 1315-ACT-CATEGORY-START
                   THRU 1315-ACT-CATEGORY-START-EXIT
               GO TO 1310-DETERMINE-CATEGORY-START-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(WS-CLAIM-DOCTOR) EQUAL 'O' THEN
               MOVE 'DOCTOR' TO WS-CLAIM-CATEGORY
           ELSE
       1310-DETERMINE-CATEGORY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1315-ACT-CATEGORY-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : prestation rattachee au code acte
      *    saisi. Un code absent du referentiel ou desactive, ou sans
      *    prestation rattachee, est refuse avec un message.
       1315-ACT-CATEGORY-START.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLAIM-ACT-CODE))
               TO SQL-ACT-CODE.
           MOVE SPACES TO SQL-ACT-BENEFIT.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               SELECT COALESCE(ACT_BENEFIT, ' ')
               INTO :SQL-ACT-BENEFIT
               FROM ACT_CODE
               WHERE ACT_CODE = :SQL-ACT-CODE
                 AND ACT_ACTIVE = '1'
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du referentiel des actes.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQLCODE = FIN THEN
               MOVE 'Code acte inconnu du referentiel.'
                   TO WS-ERROR-MESSAGE
           ELSE
               IF SQL-ACT-BENEFIT EQUAL SPACES THEN
                   MOVE 'Code acte sans prestation rattachee.'
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE SQL-ACT-BENEFIT TO WS-CLAIM-CATEGORY
               END-IF
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1315-ACT-CATEGORY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1350-CHECK-BENEFICIARY-START.                               *
      ******************************************************************
               MOVE '1' TO SQL-TIERS-PAYANT
           END-IF.
           MOVE '1' TO SQL-PRA-OPTAM.
           MOVE '0' TO SQL-PRA-NETWORK.
           IF WS-CLAIM-RPPS EQUAL SPACES THEN
               IF SQL-TIERS-PAYANT EQUAL '1' THEN
                   MOVE 'Tiers payant : praticien (RPPS) obligatoire.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : partenaire du reseau de soins dont la
      *    convention couvre la date des soins (fin vide = sans
      *    terme).
           EXEC SQL
               SELECT CASE
                   WHEN COALESCE(PRACTITIONER_NETWORK, '0') = '1'
                    AND COALESCE(PRACTITIONER_NET_START, '') <> ''
                    AND PRACTITIONER_NET_START <= :SQL-CARE-DATE-D
                    AND (COALESCE(PRACTITIONER_NET_END, '') = ''
                         OR PRACTITIONER_NET_END >= :SQL-CARE-DATE-D)
                   THEN '1' ELSE '0' END
               INTO :SQL-PRA-NETWORK
               FROM PRACTITIONER
               WHERE PRACTITIONER_RPPS = :SQL-CLAIM-RPPS
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture reseau de soins du praticien.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 03/09/2026 : le tiers payant exige un praticien
      *    dont l'IBAN est renseigne au referentiel (praparam.cbl).
           IF SQL-TIERS-PAYANT EQUAL '1' THEN
       1360-CHECK-RPPS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1365-CONVERT-CURRENCY-START.                                *
      ******************************************************************
      *    [RD] le 15/10/2026 : soins recus a l'etranger : le montant
      *    en devise est converti en euros au taux en vigueur a la
      *    date des soins (derniere date d'effet anterieure ou egale
      *    du referentiel EXCHANGE_RATE, fxparam.cbl ; taux exprime
      *    en unites de devise pour 1 EUR), arrondi a l'euro. Sans
      *    taux connu a cette date, la saisie est bloquee. La base du
      *    remboursement vaut par defaut l'acte francais equivalent.
       1365-CONVERT-CURRENCY-START.
           MOVE ZERO TO SQL-FX-AMOUNT.
           MOVE ZERO TO SQL-FX-RATE.
           MOVE ZERO TO WS-Z-FX-RATE.
           MOVE 'N' TO SQL-ABROAD.
           IF SQL-CURRENCY EQUAL 'EUR'
              AND WS-CLAIM-ABROAD EQUAL SPACE THEN
               GO TO 1365-CONVERT-CURRENCY-START-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CLAIM-ABROAD) TO SQL-ABROAD.
           IF SQL-ABROAD EQUAL SPACE THEN
               MOVE 'F' TO SQL-ABROAD
           END-IF.
           IF SQL-ABROAD NOT = 'F' AND SQL-ABROAD NOT = 'S' THEN
               MOVE 'Base etranger : F (acte francais) ou S (sans SS).'
                   TO WS-ERROR-MESSAGE
               GO TO 1365-CONVERT-CURRENCY-START-EXIT
           END-IF.
      *    [RD] soins a l'etranger regles en euros : pas de taux.
           IF SQL-CURRENCY EQUAL 'EUR' THEN
               GO TO 1365-CONVERT-CURRENCY-START-EXIT
           END-IF.
           STRING WS-CLAIM-CARE-DATE(1:4) '-'
                  WS-CLAIM-CARE-DATE(5:2) '-'
                  WS-CLAIM-CARE-DATE(7:2)
                  DELIMITED BY SIZE
                  INTO SQL-FX-DATE
           END-STRING.
           EXEC SQL
               SELECT RATE_VALUE
               INTO :SQL-FX-RATE
               FROM EXCHANGE_RATE
               WHERE RATE_CURRENCY = :SQL-CURRENCY
                 AND RATE_DATE <= :SQL-FX-DATE
               ORDER BY RATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-FX-RATE EQUAL ZERO THEN
               INITIALIZE WS-ERROR-MESSAGE
               STRING 'AUCUN TAUX ' SQL-CURRENCY
                   ' A LA DATE DES SOINS - voir taux de change.'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
               MOVE ZERO TO SQL-FX-RATE
               GO TO 1365-CONVERT-CURRENCY-START-EXIT
           END-IF.
           MOVE WS-CLAIM-FX-AMOUNT TO SQL-FX-AMOUNT.
           COMPUTE WS-FX-EURO ROUNDED =
               SQL-FX-AMOUNT / SQL-FX-RATE.
           IF WS-FX-EURO > 99999 THEN
               MOVE 'Montant converti superieur a 99999 EUR.'
                   TO WS-ERROR-MESSAGE
               GO TO 1365-CONVERT-CURRENCY-START-EXIT
           END-IF.
           MOVE WS-FX-EURO TO WS-CLAIM-AMOUNT.
           MOVE SQL-FX-RATE TO WS-Z-FX-RATE.
       1365-CONVERT-CURRENCY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1370-CHECK-DUPLICATE-START.                                 *
      ******************************************************************
                      REIMBURSEMENT_CEILING_NON_MOLAR,
                      REIMBURSEMENT_CEILING_DESCALINGS,
                      COALESCE(REIMBURSEMENT_WAITING_DAYS, 0),
                      COALESCE(REIMBURSEMENT_START_DATE,
                               CAST(REIMBURSEMENT_CREATE_DATE
                               AS VARCHAR), ''),
                      COALESCE(REIMBURSEMENT_NUM, ''),
                      COALESCE(REIMBURSEMENT_END_DATE, '')
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
      *    [RD] le 15/10/2026 : date d'effet (clascont.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes carence/exclusion.'
                   TO WS-ERROR-MESSAGE
      *    s'ajoutent au taux du palier de base.
           PERFORM 1510-ADD-RIDER-DELTA-START
               THRU 1510-ADD-RIDER-DELTA-START-EXIT.
      *    [RD] le 15/10/2026 : soins chez un partenaire du reseau :
      *    bonification de taux et controle du prix negocie.
           PERFORM 1540-NETWORK-PRICE-START
               THRU 1540-NETWORK-PRICE-START-EXIT.
      *    [RD] le 03/09/2026 : praticien non adherent OPTAM : le
      *    taux du contrat est plafonne a 100 % de la base, les
      *    depassements d'honoraires ne sont pas pris en charge.
       1530-LOAD-BASKET-START-EXIT.
           EXIT.

      ******************************************************************
      *    1540-NETWORK-PRICE-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : grille du reseau de soins de la
      *    prestation au catalogue BENEFIT. Pour un praticien
      *    partenaire, les points de bonification s'ajoutent au taux ;
      *    un montant facture superieur au prix negocie (0 = pas de
      *    prix) est enregistre tel quel mais marque pour revue.
       1540-NETWORK-PRICE-START.
           MOVE ZERO TO SQL-NET-PRICE SQL-NET-BONUS.
           MOVE '0' TO SQL-NET-OVERCHARGE.
           IF SQL-PRA-NETWORK NOT = '1' THEN
               GO TO 1540-NETWORK-PRICE-START-EXIT
           END-IF.
           MOVE WS-CLAIM-CATEGORY TO SQL-CATEGORY.
           EXEC SQL
               SELECT COALESCE(BENEFIT_NET_PRICE, 0),
                      COALESCE(BENEFIT_NET_BONUS, 0)
               INTO :SQL-NET-PRICE, :SQL-NET-BONUS
               FROM BENEFIT
               WHERE BENEFIT_CODE = :SQL-CATEGORY
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE ZERO TO SQL-NET-PRICE SQL-NET-BONUS
           ELSE
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de la grille du reseau de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF END-IF.
           IF SQL-NET-BONUS > ZERO THEN
               ADD SQL-NET-BONUS TO WS-CLAIM-PERCENT
           END-IF.
           IF SQL-NET-PRICE > ZERO
              AND WS-CLAIM-AMOUNT > SQL-NET-PRICE THEN
               MOVE '1' TO SQL-NET-OVERCHARGE
           END-IF.
       1540-NETWORK-PRICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1520-CATALOG-RATE-START.                                    *
      ******************************************************************
      *    BENEFIT, selon le palier du contrat de l'adherent
      *    (prefixe ALL/MOD/EXC/SPE de REIMBURSEMENT_NUM). Un code
      *    inconnu ou inactif abandonne l'enregistrement.
      *    [RD] le 15/10/2026 : la colonne est celle du produit au
      *    catalogue PRODUCT (PRODUCT_RATE_SLOT 1 a 4) ; colonne 0 =
      *    taux par defaut du produit (PRODUCT_BENEFIT_RATE).
       1520-CATALOG-RATE-START.
           INITIALIZE SQL-BEN-RATE-ALLEGE SQL-BEN-RATE-MODERE
               SQL-BEN-RATE-EXCELL SQL-BEN-RATE-SPE.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' THEN
               MOVE ZERO TO WS-CLAIM-PERCENT
               GO TO 1520-CATALOG-RATE-START-EXIT
           END-IF.
           EVALUATE WS-PRD-RATE-SLOT
               WHEN 1
                   MOVE SQL-BEN-RATE-ALLEGE TO WS-CLAIM-PERCENT
               WHEN 2
                   MOVE SQL-BEN-RATE-MODERE TO WS-CLAIM-PERCENT
               WHEN 3
                   MOVE SQL-BEN-RATE-EXCELL TO WS-CLAIM-PERCENT
               WHEN 4
                   MOVE SQL-BEN-RATE-SPE TO WS-CLAIM-PERCENT
               WHEN OTHER
                   MOVE WS-PRD-BENEFIT-RATE TO WS-CLAIM-PERCENT
           END-EVALUATE.
       1520-CATALOG-RATE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1560-C2S-REGULATED-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : contrat C2S (produit de nature R au
      *    catalogue PRODUCT) : le montant du calcule aux taux est
      *    remplace par celui du panier reglemente, sans reste a
      *    charge ; un depassement du tarif reglemente, interdit pour
      *    un beneficiaire C2S, marque la demande pour revue.
       1560-C2S-REGULATED-START.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' OR WS-PRD-KIND NOT = 'R' THEN
               GO TO 1560-C2S-REGULATED-START-EXIT
           END-IF.
           INITIALIZE WS-C2S-PRICE.
           MOVE 'R' TO WS-C2S-FUNCTION.
           MOVE WS-CLAIM-CATEGORY TO WS-C2S-CATEGORY.
           MOVE WS-CLAIM-AMOUNT TO WS-C2S-AMOUNT.
           MOVE SQL-CLAIM-BRSS TO WS-C2S-BRSS.
           MOVE SQL-CLAIM-CPAM-PART TO WS-C2S-CPAM-PART.
           MOVE WS-CLAIM-OTH-AMOUNT TO WS-C2S-OTH-AMOUNT.
           CALL 'c2sprice' USING WS-C2S-PRICE.
           IF WS-C2S-RC NOT = '0' THEN
               MOVE 'Erreur lecture du bareme C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE WS-C2S-OWED TO WS-CLAIM-OWED.
           MOVE 100 TO SQL-CLAIM-PERCENT.
           IF WS-C2S-OVERCHARGE EQUAL '1' THEN
               MOVE '1' TO SQL-NET-OVERCHARGE
           END-IF.
       1560-C2S-REGULATED-START-EXIT.
           EXIT.

      ******************************************************************
      *    1550-APPLY-CEILING-START.                                   *
      ******************************************************************
      *    signature. Des soins pendant la carence donnent une demande
      *    enregistree REFUSEE (montant du a zero, motif conserve), de
      *    sorte qu'il reste une trace dans CUSTOMER_CLAIM.
      *    [RD] le 15/10/2026 : le debut du contrat est sa date
      *    d'effet ; des soins anterieurs sont refuses de la meme
      *    facon (contrat signe mais pas encore en vigueur).
       1570-CHECK-CARENCE-START.
           MOVE 'RECU' TO SQL-CLAIM-STATUS.
           MOVE SPACES TO SQL-CLAIM-REASON.
           IF SQL-CONTRACT-START EQUAL SPACES THEN
               GO TO 1570-CHECK-CARENCE-START-EXIT
           END-IF.
           STRING SQL-CONTRACT-START(1:4)
                  DELIMITED BY SIZE
                  INTO WS-CONTRACT-START
           END-STRING.
           IF WS-CLAIM-CARE-DATE < WS-CONTRACT-START THEN
               MOVE ZERO TO WS-CLAIM-OWED
               MOVE 'REFUSE' TO SQL-CLAIM-STATUS
               MOVE 'CONTRAT NON EN VIGUEUR' TO SQL-CLAIM-REASON
               GO TO 1570-CHECK-CARENCE-START-EXIT
           END-IF.
           IF SQL-WAITING-DAYS EQUAL ZERO THEN
               GO TO 1570-CHECK-CARENCE-START-EXIT
           END-IF.
           COMPUTE WS-CARE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLAIM-CARE-DATE).
           COMPUTE WS-CARENCE-END-INT =
       1570-CHECK-CARENCE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1575-CHECK-ABROAD-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : soins a l'etranger sans base Securite
      *    sociale (acte sans equivalent francais, soins hors prise
      *    en charge de la caisse) : le contrat ne rembourse qu'en
      *    complement de la Securite sociale, la demande est
      *    enregistree REFUSEE pour garder la trace. Avec la base de
      *    l'acte francais equivalent, le calcul ordinaire s'applique.
       1575-CHECK-ABROAD-START.
           IF SQL-ABROAD NOT = 'S'
              OR SQL-CLAIM-STATUS EQUAL 'REFUSE' THEN
               GO TO 1575-CHECK-ABROAD-START-EXIT
           END-IF.
           MOVE ZERO TO WS-CLAIM-OWED.
           MOVE ZERO TO SQL-CLAIM-BRSS.
           MOVE ZERO TO SQL-CLAIM-CPAM-PART.
           MOVE 'REFUSE' TO SQL-CLAIM-STATUS.
           MOVE 'SOINS ETRANGER SANS BASE SECU SOCIALE'
               TO SQL-CLAIM-REASON.
       1575-CHECK-ABROAD-START-EXIT.
           EXIT.

      ******************************************************************
      *    1580-CHECK-EXCLUSION-START.                                 *
      ******************************************************************
       1590-CHECK-TERMINATED-START-EXIT.
           EXIT.

      ******************************************************************
      *    1592-CHECK-FREQUENCY-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : frequence de renouvellement de la
      *    prestation pour le beneficiaire des soins (clmfreq.cbl).
      *    Un renouvellement anticipe donne une demande enregistree
      *    REFUSEE, avec la prochaine date de prise en charge en
      *    motif.
       1592-CHECK-FREQUENCY-START.
           IF FUNCTION UPPER-CASE(WS-CLAIM-RX-CHANGE) EQUAL 'O' THEN
               MOVE 'O' TO SQL-RX-CHANGE
           ELSE
               MOVE 'N' TO SQL-RX-CHANGE
           END-IF.
           IF SQL-CLAIM-STATUS EQUAL 'REFUSE' THEN
               GO TO 1592-CHECK-FREQUENCY-START-EXIT
           END-IF.
           MOVE WS-CLAIM-CARE-DATE TO SQL-CLAIM-DATE.
           CALL 'clmfreq' USING LK-CUS-UUID SQL-BENEFICIARY
               WS-CLAIM-CATEGORY SQL-CLAIM-DATE SQL-RX-CHANGE
               WS-FREQ-NEXT-DATE WS-FREQ-RC
           END-CALL.
           IF WS-FREQ-RC EQUAL '1' THEN
               MOVE 'Erreur controle de renouvellement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF WS-FREQ-RC EQUAL '2' THEN
               MOVE ZERO TO WS-CLAIM-OWED
               MOVE 'REFUSE' TO SQL-CLAIM-STATUS
               INITIALIZE SQL-CLAIM-REASON
               STRING 'RENOUVELLEMENT AVANT LE '
                   WS-FREQ-NEXT-DATE(7:2) '/'
                   WS-FREQ-NEXT-DATE(5:2) '/'
                   WS-FREQ-NEXT-DATE(1:4)
                   DELIMITED BY SIZE
                   INTO SQL-CLAIM-REASON
               END-STRING
           END-IF.
       1592-CHECK-FREQUENCY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1595-CHECK-PRIOR-AUTH-START.                                *
      ******************************************************************
               FUNCTION TRIM(WS-CLAIM-OTH-INSURER))
               TO SQL-OTH-INSURER.
           MOVE WS-CLAIM-OTH-AMOUNT TO SQL-OTH-AMOUNT.
      *    [RD] le 15/10/2026 : rattache la ligne a sa feuille de
      *    soins, sous le verrou de numerotation.
           PERFORM 1630-ATTACH-SHEET-START
               THRU 1630-ATTACH-SHEET-START-EXIT.
      *    [RD] le 15/10/2026 : accident cause par un tiers.
           IF FUNCTION UPPER-CASE(WS-CLAIM-ACCIDENT) EQUAL 'O' THEN
               MOVE 'O' TO SQL-ACCIDENT
           ELSE
               MOVE 'N' TO SQL-ACCIDENT
           END-IF.
           EXEC SQL
               INSERT INTO CUSTOMER_CLAIM
                   (UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                    CLAIM_DOCTOR_RPPS, CLAIM_TIERS_PAYANT,
                    CLAIM_OTHER_INSURER, CLAIM_OTHER_PAID,
                    CLAIM_AUTH_STATE, CLAIM_BASKET,
                    CLAIM_CAPTURED_BY, CLAIM_BLACKLISTED,
                    CLAIM_SHEET_NUM, CLAIM_LINE_NUM,
                    CLAIM_ACT_CODE, CLAIM_RX_CHANGE,
                    CLAIM_CURRENCY, CLAIM_CURRENCY_AMOUNT,
                    CLAIM_EXCHANGE_RATE, CLAIM_ABROAD,
                    CLAIM_ACCIDENT, CLAIM_RECEIVED_AT,
                    CLAIM_CHANNEL, CLAIM_NETWORK, CLAIM_NET_PRICE,
                    CLAIM_NET_OVERCHARGE)
               VALUES
                   (:LK-CUS-UUID, :SQL-CLAIM-NUM, :SQL-CLAIM-DATE,
                    :SQL-CATEGORY, :SQL-AMOUNT, :SQL-OWED,
                    :SQL-TIERS-PAYANT, :SQL-OTH-INSURER,
                    :SQL-OTH-AMOUNT, :SQL-AUTH-STATE,
                    :SQL-BASKET, :SQL-CAPTURED-BY,
                    :SQL-BLACKLISTED, :SQL-SHEET-NUM,
                    :SQL-LINE-NUM, :SQL-ACT-CODE, :SQL-RX-CHANGE,
                    :SQL-CURRENCY, :SQL-FX-AMOUNT,
                    :SQL-FX-RATE, :SQL-ABROAD,
                    :SQL-ACCIDENT, CURRENT_TIMESTAMP,
                    'SAISIE', :SQL-PRA-NETWORK, :SQL-NET-PRICE,
                    :SQL-NET-OVERCHARGE)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la demande.'
       1620-SQL-GENERATE-NUMBER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1630-ATTACH-SHEET-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : la ligne rejoint la feuille en cours
      *    tant que l'en-tete (beneficiaire, praticien, date des
      *    soins) est inchange et que l'operateur n'a pas demande
      *    une nouvelle feuille ; sinon clmsheet.cbl en ouvre une.
       1630-ATTACH-SHEET-START.
           IF FUNCTION UPPER-CASE(WS-CLAIM-NEW-SHEET) EQUAL 'O'
              OR SQL-BENEFICIARY NOT = WS-SHEET-BENEF
              OR SQL-CLAIM-RPPS NOT = WS-SHEET-RPPS
              OR SQL-CLAIM-DATE NOT = WS-SHEET-DATE THEN
               MOVE ZERO TO WS-SHEET-NUM
           END-IF.
           CALL 'clmsheet' USING LK-CUS-UUID SQL-BENEFICIARY
               SQL-CLAIM-RPPS SQL-CLAIM-DATE WS-SHEET-SOURCE
               SQL-CAPTURED-BY WS-SHEET-MATCH WS-SHEET-NUM
               WS-SHEET-LINE WS-SHEET-RC
           END-CALL.
           IF WS-SHEET-RC NOT = '0' THEN
               MOVE 'Erreur rattachement a la feuille de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE WS-SHEET-NUM TO SQL-SHEET-NUM.
           MOVE WS-SHEET-LINE TO SQL-LINE-NUM.
           MOVE SQL-BENEFICIARY TO WS-SHEET-BENEF.
           MOVE SQL-CLAIM-RPPS TO WS-SHEET-RPPS.
           MOVE SQL-CLAIM-DATE TO WS-SHEET-DATE.
       1630-ATTACH-SHEET-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
