      *    et nouveau cout mensuel, fin de la periode deja facturee)   *
      *    que geneinvo.cbl transforme en supplement ou avoir au       *
      *    prorata des jours sur la prochaine facture.                 *
      * MAJ [RD] le 15/10/2026 La nouvelle version reprend la date     *
      *    d'effet du contrat remplace (REIMBURSEMENT_START_DATE).     *
      * MAJ [RD] le 15/10/2026 Paliers lus dans le catalogue PRODUCT   *
      *    (getprod.cbl) comme dans clascont.cbl : jusqu'a 4 offres,   *
      *    numerotees avec le prefixe et la grille du produit.         *
      * MAJ [RD] le 15/10/2026 Les remises fidelite, famille nombreuse *
      *    et multi-contrats (discount.cbl) s'appliquent aussi au      *
      *    nouveau palier, avant proratisation ; leur detail est       *
      *    enregistre sur la nouvelle version du contrat.              *
      * MAJ [RD] le 15/10/2026 Nouvelle version des conditions         *
      *    particulieres a chaque changement de palier (condpart.cbl). *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. updacont RECURSIVE.
      *    precharge depuis la version remplacee, modifiable avant
      *    la re-signature.
       01  SC-AGENT-CODE           PIC X(10)   VALUE SPACES      .
      *    [RD] le 15/10/2026 : zones de l'ecran de confirmation
      *    partage propres a la premiere signature (ancien assureur
      *    RIA, date d'effet) ; une re-signature garde la date
      *    d'effet du contrat remplace et ne resilie rien.
       01  SC-PREV-INSURER         PIC X(30)   VALUE SPACES      .
       01  SC-PREV-CONTRACT        PIC X(20)   VALUE SPACES      .
       01  SC-START-DATE           PIC 9(08)   VALUE 0           .
      *    [RD] le 15/10/2026 : signature electronique, propre a la
      *    premiere adhesion (clascont.cbl) ; sans objet ici.
       01  SC-ESIGN                PIC X(01)   VALUE 'N'         .
      *    [RD] le 03/09/2026 : connexion lue dans la configuration
      *    d'exploitation centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.

      *    gestion de l'affichage et de la saisie
       01  SC-BUTTON.
      * [RD] - le 15/10/2026: un bouton par offre du catalogue
           05 SC-BUTTON-OFFER      PIC X       VALUE SPACE
                                   OCCURS 4                      .
           05 SC-BUTTON-PERSO      PIC X       VALUE SPACE       .
           05 SC-BUTTON-CONFIRM    PIC X       VALUE SPACE       .
           05 SC-BUTTON-RETURN     PIC X       VALUE SPACE       .
       01  WS-CHILDREN-COST        PIC 9(03)   VALUE 0           .

      *    variable pour gérer l'affichage des informations sql
      * [RD] - le 15/10/2026: les paliers proposes sont les produits de
      *        nature 'C' en vente du catalogue PRODUCT (getprod.cbl),
      *        comme dans clascont.cbl : au plus WS-OFFER-MAX offres,
      *        chacune avec son prefixe de contrat et sa grille.
       01  WS-OFFER-MAX            PIC 9(01)   VALUE 4           .
       01  WS-OFFER-COUNT          PIC 9(01)   VALUE 0           .
       01  WS-OFFER-IDX            PIC 9(01)   VALUE 0           .
       01  WS-OFFER-SEL            PIC 9(01)   VALUE 0           .
       01  WS-OFFERS.
           05 WS-OFFER OCCURS 4.
              10 WS-OFR-PREFIX     PIC X(03)                     .
              10 WS-OFR-GRID-NUM   PIC 9(02)                     .
              10 WS-OFR-LABEL      PIC X(12)                     .
              10 WS-OFR-DOCTOR     PIC Z(02)9                    .
              10 WS-OFR-PARMEDICAL PIC Z(02)9                    .
              10 WS-OFR-HOSPITAL   PIC Z(02)9                    .
              10 WS-OFR-S-GLASSES  PIC Z(02)9                    .
              10 WS-OFR-P-GLASSES  PIC Z(02)9                    .
              10 WS-OFR-MOLAR      PIC Z(02)9                    .
              10 WS-OFR-NON-MOLAR  PIC Z(02)9                    .
              10 WS-OFR-DESCALINGS PIC Z(02)9                    .
              10 WS-OFR-COST-65    PIC Z(02)9                    .
              10 WS-OFR-COST-30    PIC Z(02)9                    .
              10 WS-OFR-COST       PIC Z(02)9                    .

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

      * [RD] - le 15/10/2026: remises sur cotisation (discount.cbl)
       01  WS-DISCOUNT.
           05 WS-DSC-FUNCTION     PIC X(01).
           05 WS-DSC-UUID         PIC X(36).
           05 WS-DSC-GROSS        PIC 9(05).
           05 WS-DSC-CHILD-COST   PIC 9(05).
           05 WS-DSC-NBCHILDREN   PIC 9(03).
           05 WS-DSC-YEARS        PIC 9(03).
           05 WS-DSC-HOUSEHOLD    PIC 9(03).
           05 WS-DSC-LOYALTY      PIC 9(05).
           05 WS-DSC-FAMILY       PIC 9(05).
           05 WS-DSC-MULTI        PIC 9(05).
           05 WS-DSC-TOTAL        PIC 9(05).
           05 WS-DSC-NET          PIC 9(05).
           05 WS-DSC-RC           PIC X(01).

      * [RD] - le 15/10/2026: conditions particulieres (condpart.cbl)
       01  WS-CONDPART.
           05 WS-CP-ACTION        PIC X(01).
           05 WS-CP-CUS-UUID      PIC X(36).
           05 WS-CP-REASON        PIC X(20).
           05 WS-CP-RIDER-CODE    PIC X(10).
           05 WS-CP-DATE          PIC X(10).
           05 WS-CP-VERSION       PIC 9(03).
           05 WS-CP-PATH          PIC X(100).
           05 WS-CP-RC            PIC X(01).

      *    [RD] - le 09/08/2026: detail du calcul affiche a la          *
      *    confirmation, et delai de carence/exclusion saisis a la      *
       01  WS-PREVIEW-TOTAL-COST    PIC 9(05)   VALUE 0           .
       01  WS-PREVIEW-BASE-DISPLAY     PIC Z(04)9                 .
       01  WS-PREVIEW-CHILDREN-DISPLAY PIC Z(04)9                 .
      * [RD] - le 15/10/2026: remises deduites du total affiche
       01  WS-PREVIEW-DISCOUNT-COST    PIC 9(05)   VALUE 0        .
       01  WS-PREVIEW-DISCOUNT-DISPLAY PIC Z(04)9                 .
       01  WS-PREVIEW-TOTAL-DISPLAY    PIC Z(04)9                 .
       01  SC-WAITING-DAYS          PIC 9(03)   VALUE 0           .
       01  SC-EXCLUSION             PIC X(40)   VALUE SPACES      .

      * CURSEUR POUR RECUPERER LES INFORMATIONS CONTRAT
       01  CURS-CLASSIC.
           05 SQL-CLAS-NUMBER      PIC 9(02)   VALUE 0           .
           05 SQL-CLAS-LABEL       PIC X(12)   VALUE SPACES      .
           05 SQL-CLAS-DOCTOR      PIC 9(03)   VALUE 0           .
           05 SQL-CLAS-PARMEDICAL  PIC 9(03)   VALUE 0           .

      * CURSEUR POUR RECUPERER LES COUTS CONTRAT
       01  CURS-COUT.
      * [RD] - le 15/10/2026: grille lue par son numero (PRODUCT)
           05 SQL-COUT-NUMBER      PIC 9(02)   VALUE 0           .
           05 SQL-COUT-AGEMIN      PIC 9(02)   VALUE 0           .
           05 SQL-COUT-AGEMAX      PIC 9(02)   VALUE 0           .
           05 SQL-COUT-COST        PIC 9(03)   VALUE 0           .
      *    [RD] le 03/09/2026 : code apporteur de la version
      *    remplacee, repris sur la nouvelle version.
       01  SQL-AGENT-CODE          PIC X(10)   VALUE SPACES      .
      *    [RD] le 15/10/2026 : date d'effet de la version remplacee
      *    (a defaut sa date de creation), reprise telle quelle.
       01  SQL-START-DATE          PIC X(10)   VALUE SPACES      .
      *    [RD] le 15/10/2026 : palier designe par le numero de grille
      *    et le prefixe de contrat du produit (PRODUCT).
       01  SQL-TIER-GRID           PIC 9(02)   VALUE 0           .
       01  SQL-TIER-PREFIX         PIC X(03)   VALUE SPACES      .
       01  SQL-BILL-FREQ           PIC X(01)   VALUE 'M'         .
       01  SQL-NBCHILDREN          PIC 9(02)   VALUE 0           .
       01  SQL-BIRTHD              PIC X(10)   VALUE SPACES      .
                 THRU END-1200-SQL-CONNECTION.
           PERFORM 1260-ENSURE-COST-CONDITION-COLS-START
                 THRU END-1260-ENSURE-COST-CONDITION-COLS.
      * [RD] - le 15/10/2026: offres en vente lues dans PRODUCT.
           PERFORM 1350-LOAD-OFFERS-START
                 THRU END-1350-LOAD-OFFERS.
           PERFORM 1400-PREPARE-CRS-CLASSIC-SCREEN-START
                 THRU END-1400-PREPARE-CRS-CLASSIC-SCREEN.
           PERFORM 1450-PREPARE-CRS-COUT-SCREEN-START
       END-1300-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Charge les paliers proposes : produits de nature 'C' en     *
      *    vente aujourd'hui dans le catalogue PRODUCT, dans leur      *
      *    ordre d'affichage, au plus WS-OFFER-MAX (cf. clascont.cbl). *
      ******************************************************************
       1350-LOAD-OFFERS-START.
           INITIALIZE WS-OFFERS.
           MOVE ZERO TO WS-OFFER-COUNT.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-MAX
              INITIALIZE WS-PRODUCT
              MOVE 'V' TO WS-PRD-FUNCTION
              MOVE 'C' TO WS-PRD-KIND
              MOVE WS-OFFER-IDX TO WS-PRD-RANK
              CALL 'getprod' USING WS-PRODUCT
              END-CALL
              IF WS-PRD-RC EQUAL '0'
                 ADD 1 TO WS-OFFER-COUNT
                 MOVE WS-PRD-PREFIX TO WS-OFR-PREFIX(WS-OFFER-COUNT)
                 MOVE WS-PRD-GRID-NUM
                    TO WS-OFR-GRID-NUM(WS-OFFER-COUNT)
                 MOVE WS-PRD-LABEL TO WS-OFR-LABEL(WS-OFFER-COUNT)
              END-IF
           END-PERFORM.
       END-1350-LOAD-OFFERS.
           EXIT.

      ******************************************************************
      *    [RD] - le 09/08/2026                                        *
      *    Ajoute la colonne de zone tarifaire si elle n'existe pas    *
      *    metropolitain par le tarif outre-mer quand il est saisi.
           EXEC SQL
              DECLARE CRSCOUTU CURSOR FOR
                 SELECT   cr.CLASSIC_REIMBURSEMENT_NUMBER,
                          cc.COST_CONDITION_AGEMIN,
                          cc.COST_CONDITION_AGEMAX,
                          cc.COST_CONDITION_COST,
           EXEC SQL
              FETCH CRSCOUTU
              INTO
              :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN, :SQL-COUT-AGEMAX,
              :SQL-COUT-COST, :SQL-COUT-CHILDREN
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXEC SQL
                 FETCH CRSCOUTU
                 INTO
                    :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN,
                    :SQL-COUT-AGEMAX,
                    :SQL-COUT-COST, :SQL-COUT-CHILDREN
           END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXIT.

       1600-CHARGE-CRS-CLASSIC-SCREEN-START.
      * [RD] - le 15/10/2026: la grille est rattachee aux offres par
      *        son numero (PRODUCT_GRID_NUM), cf. clascont.cbl.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
              IF WS-OFR-GRID-NUM(WS-OFFER-IDX) EQUAL SQL-CLAS-NUMBER
                 MOVE SQL-CLAS-DOCTOR
                    TO WS-OFR-DOCTOR(WS-OFFER-IDX)
                 MOVE SQL-CLAS-PARMEDICAL
                    TO WS-OFR-PARMEDICAL(WS-OFFER-IDX)
                 MOVE SQL-CLAS-HOSPITAL
                    TO WS-OFR-HOSPITAL(WS-OFFER-IDX)
                 MOVE SQL-CLAS-S-GLASSES
                    TO WS-OFR-S-GLASSES(WS-OFFER-IDX)
                 MOVE SQL-CLAS-P-GLASSES
                    TO WS-OFR-P-GLASSES(WS-OFFER-IDX)
                 MOVE SQL-CLAS-MOLAR
                    TO WS-OFR-MOLAR(WS-OFFER-IDX)
                 MOVE SQL-CLAS-NON-MOLAR
                    TO WS-OFR-NON-MOLAR(WS-OFFER-IDX)
                 MOVE SQL-CLAS-DESCALINGS
                    TO WS-OFR-DESCALINGS(WS-OFFER-IDX)
              END-IF
           END-PERFORM.
       END-1600-CHARGE-CRS-CLASSIC-SCREEN.
           EXIT.

       1650-CHARGE-CRS-COUT-SCREEN-START.
           MOVE SQL-COUT-CHILDREN TO WS-CHILDREN-COST.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
              IF WS-OFR-GRID-NUM(WS-OFFER-IDX) EQUAL SQL-COUT-NUMBER
                 IF (SQL-COUT-AGEMIN EQUAL 30) THEN
                    MOVE SQL-COUT-COST TO WS-OFR-COST(WS-OFFER-IDX)
                 ELSE
                    IF (SQL-COUT-AGEMAX EQUAL 30) THEN
                       MOVE SQL-COUT-COST
                          TO WS-OFR-COST-30(WS-OFFER-IDX)
                    ELSE
                       MOVE SQL-COUT-COST
                          TO WS-OFR-COST-65(WS-OFFER-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       END-1650-CHARGE-CRS-COUT-SCREEN.
           EXIT.
      ******************************************************************

           ELSE IF FUNCTION UPPER-CASE(SC-BUTTON-CONFIRM) EQUAL 'O' THEN

      * [RD] - le 15/10/2026: premiere offre cochee, dans l'ordre
      *        d'affichage.
               PERFORM 3050-SELECTED-OFFER-START
                  THRU END-3050-SELECTED-OFFER
               IF WS-OFFER-SEL > ZERO THEN

                  INITIALIZE SC-CONFIRM-BUTTON
                  PERFORM 3100-DISPLAY-CONFIRM-START
       END-3000-WITCH-CHOICE.
           EXIT.

       3050-SELECTED-OFFER-START.
           MOVE ZERO TO WS-OFFER-SEL.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
                      OR WS-OFFER-SEL > ZERO
              IF FUNCTION UPPER-CASE(SC-BUTTON-OFFER(WS-OFFER-IDX))
                 EQUAL 'O' THEN
                 MOVE WS-OFFER-IDX TO WS-OFFER-SEL
              END-IF
           END-PERFORM.
       END-3050-SELECTED-OFFER.
           EXIT.

       3100-DISPLAY-CONFIRM-START.
           MOVE WS-OFR-LABEL(WS-OFFER-SEL) TO WS-CONTRACT.

      * [RD] - le 09/08/2026: calcule le detail du cout avant de
      *        demander la confirmation a l'adherent.
           PERFORM 6125-CALC-CUSTOMER-AGE-START
                    THRU END-6125-CALC-CUSTOMER-AGE.

      * [RD] - le 15/10/2026: cotisation de l'offre retenue.
           IF (WS-AGE < 30) THEN
              MOVE WS-OFR-COST-30(WS-OFFER-SEL) TO WS-PREVIEW-BASE-COST
           ELSE IF (WS-AGE > 65) THEN
                   MOVE WS-OFR-COST-65(WS-OFFER-SEL)
                         TO WS-PREVIEW-BASE-COST
                ELSE
                   MOVE WS-OFR-COST(WS-OFFER-SEL)
                         TO WS-PREVIEW-BASE-COST
                END-IF
           END-IF.

           MULTIPLY WS-NBCHILDREN BY WS-CHILDREN-COST
                    GIVING WS-PREVIEW-CHILDREN-COST.
           ADD WS-PREVIEW-BASE-COST WS-PREVIEW-CHILDREN-COST
                    GIVING WS-PREVIEW-TOTAL-COST.

      * [RD] - le 15/10/2026: remises deduites du total, comme a
      *        l'enregistrement (6120).
           MOVE 'C' TO WS-DSC-FUNCTION.
           MOVE LK-CUS-UUID TO WS-DSC-UUID.
           MOVE WS-PREVIEW-TOTAL-COST TO WS-DSC-GROSS.
           MOVE WS-CHILDREN-COST TO WS-DSC-CHILD-COST.
           MOVE WS-NBCHILDREN TO WS-DSC-NBCHILDREN.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           MOVE WS-DSC-TOTAL TO WS-PREVIEW-DISCOUNT-COST.
           MOVE WS-DSC-NET TO WS-PREVIEW-TOTAL-COST.

           MOVE WS-PREVIEW-BASE-COST     TO WS-PREVIEW-BASE-DISPLAY.
           MOVE WS-PREVIEW-CHILDREN-COST TO WS-PREVIEW-CHILDREN-DISPLAY.
           MOVE WS-PREVIEW-TOTAL-COST    TO WS-PREVIEW-TOTAL-DISPLAY.
           MOVE WS-PREVIEW-DISCOUNT-COST TO WS-PREVIEW-DISCOUNT-DISPLAY.
       END-3150-CALCULATE-COST-PREVIEW.
           EXIT.

               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_AGENT_CODE
                   VARCHAR(10)
           END-EXEC.
      *    [RD] le 15/10/2026 : la date d'effet du contrat suit
      *    elle aussi la re-signature (carence, statistiques).
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           INITIALIZE SQL-AGENT-CODE SQL-START-DATE.
           EXEC SQL
                 SELECT REIMBURSEMENT_COST,
                        COALESCE(REIMBURSEMENT_BILL_FREQ, 'M'),
                        COALESCE(REIMBURSEMENT_SUSPENDED, '0'),
                        COALESCE(REIMBURSEMENT_AGENT_CODE, ''),
                        COALESCE(REIMBURSEMENT_START_DATE,
                           CAST(REIMBURSEMENT_CREATE_DATE AS VARCHAR))
                 INTO :SQL-OLD-COST, :SQL-OLD-FREQ,
                      :SQL-OLD-SUSPENDED, :SQL-AGENT-CODE,
                      :SQL-START-DATE
                 FROM CUSTOMER_REIMBURSEMENT
                 WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 ORDER BY REIMBURSEMENT_CREATE_DATE DESC
              AND SQL-BILL-FREQ NOT = 'A'
              MOVE SQL-OLD-FREQ TO SQL-BILL-FREQ
           END-IF.
      * [RD] - le 15/10/2026: grille et prefixe de l'offre retenue.
           MOVE WS-OFR-GRID-NUM(WS-OFFER-SEL) TO SQL-TIER-GRID.
           MOVE WS-OFR-PREFIX(WS-OFFER-SEL) TO SQL-TIER-PREFIX.
      * [RD] verrouille la numerotation avant de lire le MAX courant,
      *      cf. clascont.cbl 6110-SQL-LOCK-NUMBERING-START.
           PERFORM 6110-SQL-LOCK-NUMBERING-START
      *      clascont.cbl) et reprend la suspension pour impayes de
      *      la version remplacee : un changement de palier ne doit
      *      ni effacer les plafonds ni lever une suspension.
      *    [RD] le 03/09/2026 : code apporteur tel qu'affiche (et
      *    eventuellement corrige) sur l'ecran de confirmation.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-AGENT-CODE))
                 REIMBURSEMENT_CEILING_MOLAR_CROWNS,
                 REIMBURSEMENT_CEILING_NON_MOLAR,
                 REIMBURSEMENT_CEILING_DESCALINGS,
                 REIMBURSEMENT_AGENT_CODE,
                 REIMBURSEMENT_START_DATE)
                 VALUES
                 ((SELECT UUID_CUSTOMER FROM CUSTOMER
                    WHERE CUSTOMER_CODE_SECU = :SQL-SECU),
                    :SQL-OLD-SUSPENDED,
                    (SELECT CLASSIC_CEILING_DOCTOR
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_PARMEDICAL
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_HOSPITAL
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_SINGLE_GLASSES
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_PROG_GLASSES
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_MOLAR_CROWNS
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_NON_MOLAR
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    (SELECT CLASSIC_CEILING_DESCALINGS
                       FROM CLASSIC_REIMBURSEMENT
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-TIER-GRID),
                    :SQL-AGENT-CODE,
                    NULLIF(TRIM(:SQL-START-DATE), '')
                 )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
                 MOVE 'INSERT CUSTOMER_REIMBURSEMENT' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: detail des remises porte par la nouvelle
      *      version ; la cotisation, deja remisee et proratisee en
      *      6120, n'est pas reecrite.
           MOVE 'D' TO WS-DSC-FUNCTION.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           IF  WS-DSC-RC NOT = '0'
                 MOVE 'DETAIL DES REMISES' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: nouvelle version des conditions
      *      particulieres du contrat, dans la meme transaction.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE LK-CUS-UUID TO WS-CP-CUS-UUID.
           MOVE 'MODIFICATION' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF  WS-CP-RC = '9'
                 MOVE 'CONDITIONS PARTICULIERES' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-6100-SQL-INSERT.
           EXIT.
      *    mois pendant la transaction.                                *
      ******************************************************************
       6110-SQL-LOCK-NUMBERING-START.
           STRING SQL-TIER-PREFIX DELIMITED BY SPACE
                  SQL-CYEAR DELIMITED BY SIZE
                  SQL-CMOUNTH DELIMITED BY SIZE
           INTO SQL-LOCK-KEY.
           MOVE LK-CUS-NBCHILDREN TO WS-NBCHILDREN.
           PERFORM 6125-CALC-CUSTOMER-AGE-START
                    THRU END-6125-CALC-CUSTOMER-AGE.
      * [RD] - le 15/10/2026: un seul traitement pour toutes les
      *        offres : prefixe, garanties et cotisations de l'offre
      *        retenue (WS-OFFER-SEL).
           EXEC SQL
              SELECT MAX(REIMBURSEMENT_NUM) as MAX
              INTO :SQL-MAX
              FROM CUSTOMER_REIMBURSEMENT
              WHERE REIMBURSEMENT_NUM LIKE :SQL-TIER-PREFIX||
              :SQL-CYEAR||:SQL-CMOUNTH||'%'
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT EQUAL FIN)
           THEN
              MOVE 'RECHERCHE MAX REIMBURSEMENT_NUM'
                 TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           IF (SQLCODE NOT EQUAL FIN) THEN
              MOVE FUNCTION NUMVAL(SQL-MAX(8:3)) TO WS-NUM
           END-IF.
           ADD 1 TO WS-NUM.
           STRING SQL-TIER-PREFIX
                  SQL-CYEAR
                  SQL-CMOUNTH
                  WS-NUM
           DELIMITED BY SIZE
           INTO SQL-REIMBURSEMENT-NUM.
           MOVE WS-OFR-DOCTOR(WS-OFFER-SEL) TO SQL-CLAS-DOCTOR.
           MOVE WS-OFR-PARMEDICAL(WS-OFFER-SEL) TO SQL-CLAS-PARMEDICAL.
           MOVE WS-OFR-HOSPITAL(WS-OFFER-SEL) TO SQL-CLAS-HOSPITAL.
           MOVE WS-OFR-S-GLASSES(WS-OFFER-SEL) TO SQL-CLAS-S-GLASSES.
           MOVE WS-OFR-P-GLASSES(WS-OFFER-SEL) TO SQL-CLAS-P-GLASSES.
           MOVE WS-OFR-MOLAR(WS-OFFER-SEL) TO SQL-CLAS-MOLAR.
           MOVE WS-OFR-DESCALINGS(WS-OFFER-SEL) TO SQL-CLAS-DESCALINGS.
           MOVE WS-OFR-NON-MOLAR(WS-OFFER-SEL) TO SQL-CLAS-NON-MOLAR.
      *    [RD] Calcul du prix en fonction contrat-age
           IF (WS-AGE < 30) THEN
              MOVE WS-OFR-COST-30(WS-OFFER-SEL)
                    TO SQL-REIMBURSEMENT-COST
           ELSE IF (WS-AGE > 65) THEN
                   MOVE WS-OFR-COST-65(WS-OFFER-SEL)
                         TO SQL-REIMBURSEMENT-COST
                ELSE
                   MOVE WS-OFR-COST(WS-OFFER-SEL)
                         TO SQL-REIMBURSEMENT-COST
                END-IF
           END-IF.
      * [RD] - le 15/10/2026: cotisation unitaire enfant gardee
      *        pour la remise famille nombreuse.
           MOVE WS-CHILDREN-COST TO WS-DSC-CHILD-COST.
      * [RD] Gestion du nombre d'enfants pour calculer le coût
           MULTIPLY WS-NBCHILDREN BY WS-CHILDREN-COST
                    GIVING WS-CHILDREN-COST.
           ADD WS-CHILDREN-COST TO SQL-REIMBURSEMENT-COST
           GIVING SQL-REIMBURSEMENT-COST.

      * [RD] - le 15/10/2026: remises en vigueur deduites de la
      *        cotisation brute du nouveau palier.
           MOVE 'C' TO WS-DSC-FUNCTION.
           MOVE LK-CUS-UUID TO WS-DSC-UUID.
           MOVE SQL-REIMBURSEMENT-COST TO WS-DSC-GROSS.
           MOVE WS-NBCHILDREN TO WS-DSC-NBCHILDREN.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           IF  WS-DSC-RC NOT = '0'
                 MOVE 'REMISES SUR COTISATION' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           MOVE WS-DSC-NET TO SQL-REIMBURSEMENT-COST.

      * [RD] Le changement de palier se fait en cours d'annee : le cout
      *      du mois en cours est proratise sur les jours restants.
           PERFORM 6130-PRORATE-COST-START
