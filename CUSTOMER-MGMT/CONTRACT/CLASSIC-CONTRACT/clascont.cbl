      *        (REIMBURSEMENT_AGENT_CODE, referentiel SALES_AGENT de   *
      *        agtparam.cbl) ; les commissions sont calculees chaque   *
      *        mois par commbat.cbl sur les encaissements.             *
      * MAJ RD le 15/10/2026 - A la signature, demande de liaison      *
      *        NOEMIE de l'adherent et de ses ayants droit mise en     *
      *        file pour la CPAM (noemlnk.cbl, noemfront.cbl).         *
      * MAJ RD le 15/10/2026 - Adhesion en remplacement d'un contrat   *
      *        d'un autre organisme (RIA) : l'ancien assureur et son   *
      *        numero de contrat sont saisis a la confirmation ; la    *
      *        demande de resiliation est mise en file dans            *
      *        INSURER_SWITCH et editee par riafront.cbl.              *
      * MAJ RD le 15/10/2026 - Date d'effet saisie a la confirmation   *
      *        (aujourd'hui a defaut, au plus 92 jours plus tard),     *
      *        conservee dans REIMBURSEMENT_START_DATE : carence,      *
      *        droits aux soins, facturation, attestation et           *
      *        statistiques partent de cette date et non plus de la    *
      *        signature (REIMBURSEMENT_CREATE_DATE).                  *
      * MAJ RD le 15/10/2026 - Contrats types lus dans le catalogue    *
      *        PRODUCT (getprod.cbl) : jusqu'a 4 offres en vente, avec *
      *        leur prefixe de numero de contrat et leur grille        *
      *        CLASSIC_REIMBURSEMENT, au lieu des 3 paliers en dur.    *
      * MAJ RD le 15/10/2026 - Remises fidelite, famille nombreuse et  *
      *        multi-contrats (discount.cbl) : affichees a la          *
      *        confirmation et deduites de la cotisation enregistree,  *
      *        detail conserve dans CONTRACT_DISCOUNT.                 *
      * MAJ RD le 15/10/2026 - Signature electronique du dossier       *
      *        d'adhesion (esigreq.cbl) : le bulletin n'est plus exige *
      *        a la confirmation, le contrat reste A_SIGNER jusqu'au   *
      *        retour du prestataire.                                  *
      * MAJ RD le 15/10/2026 - Conditions particulieres emises a la    *
      *        signature (condpart.cbl), jointes au dossier a signer.  *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
                                  
      *    gestion de l'affichage et de la saisie
       01  SC-BUTTON.
      * [RD] - le 15/10/2026: un bouton par offre du catalogue
           05 SC-BUTTON-OFFER      PIC X       VALUE SPACE
                                   OCCURS 4                      .
           05 SC-BUTTON-PERSO      PIC X       VALUE SPACE       .
           05 SC-BUTTON-CONFIRM    PIC X       VALUE SPACE       .                          
           05 SC-BUTTON-RETURN     PIC X       VALUE SPACE       .
       01  WS-ZONE                  PIC X(05)   VALUE 'METRO'     .

      *    variable pour gérer l'affichage des informations sql
      * [RD] - le 15/10/2026: les contrats types proposes sont les
      *        produits de nature 'C' en vente du catalogue PRODUCT
      *        (getprod.cbl), dans leur ordre d'affichage ; l'ecran en
      *        presente au plus WS-OFFER-MAX. Chaque offre porte le
      *        prefixe de ses numeros de contrat et le numero de sa
      *        grille CLASSIC_REIMBURSEMENT / COST_CONDITION.
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

      * [RD] - le 09/08/2026: detail du calcul affiche a la confirmation
       01  WS-PREVIEW-BASE-COST     PIC 9(05)   VALUE 0           .
       01  WS-PREVIEW-BASE-DISPLAY     PIC Z(04)9                 .
       01  WS-PREVIEW-CHILDREN-DISPLAY PIC Z(04)9                 .
       01  WS-PREVIEW-TOTAL-DISPLAY    PIC Z(04)9                 .
      * [RD] - le 15/10/2026: remises deduites du total affiche
       01  WS-PREVIEW-DISCOUNT-COST    PIC 9(05)   VALUE 0        .
       01  WS-PREVIEW-DISCOUNT-DISPLAY PIC Z(04)9                 .

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

      * [RD] - le 09/08/2026: delai de carence et exclusion pour
      *        affection preexistante, saisis a la confirmation.
       01  SC-BILL-FREQ             PIC X(01)   VALUE 'M'         .
      * [RD] - le 03/09/2026: code apporteur (facultatif)
       01  SC-AGENT-CODE            PIC X(10)   VALUE SPACES      .
      * [RD] - le 15/10/2026: ancien assureur a resilier (RIA)
       01  SC-PREV-INSURER          PIC X(30)   VALUE SPACES      .
       01  SC-PREV-CONTRACT         PIC X(20)   VALUE SPACES      .
      * [RD] - le 15/10/2026: date d'effet du contrat (AAAAMMJJ),
      *        aujourd'hui a defaut, au plus WS-START-MAX-DAYS jours.
       01  SC-START-DATE            PIC 9(08)   VALUE 0           .
       01  WS-START-MAX-DAYS        PIC 9(03)   VALUE 92          .
       01  WS-START-TODAY           PIC 9(08)   VALUE 0           .
       01  WS-START-LIMIT           PIC 9(08)   VALUE 0           .
       01  WS-START-INT             PIC 9(08)   VALUE 0           .
       01  WS-START-OK              PIC X(01)   VALUE 'N'         .

      * [RD] - le 22/08/2026: liste de controle des pieces du dossier
      *        et derogation administrateur en cas de piece manquante.
       01  WS-MISSING-LIST          PIC X(60)   VALUE SPACES      .
       01  SC-OVERRIDE-BY           PIC X(10)   VALUE SPACES      .

      * [RD] - le 15/10/2026: signature electronique du bulletin et du
      *        mandat SEPA (O/N) ; le bulletin signe arrive ensuite.
       01  SC-ESIGN                 PIC X(01)   VALUE 'N'         .
       01  WS-ESIGN-OK              PIC X(01)   VALUE 'O'         .

      ******************************************************************
      *    [IM] - le 12/06/2024: SQL                                   *
      *    CHARGEMENT DES ELEMENTS DES CONTRATS AVEC LES INFORMATIONS  *
      * Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB              PIC X(80)                     .  
       01  FIN                     PIC S9(9)   VALUE 100         .     
      * [RD] - le 15/10/2026: demande de liaison NOEMIE (noemlnk.cbl)
       01  WS-NL-EVENT             PIC X(01)   VALUE 'S'         .
       01  WS-NL-DEP-NUM           PIC 9(08)   VALUE ZERO        .
       01  WS-NL-DATE              PIC X(10)   VALUE SPACES      .
       01  WS-NL-RC                PIC X(01)   VALUE '0'         .
      * [RD] - le 15/10/2026: demande de signature electronique
      *        (esigreq.cbl)
       01  WS-ESIGN.
           05 WS-ES-ACTION         PIC X(01)                     .
           05 WS-ES-NUM            PIC 9(08)                     .
           05 WS-ES-CUS-UUID       PIC X(36)                     .
           05 WS-ES-REIM-NUM       PIC X(10)                     .
           05 WS-ES-DATE           PIC X(10)                     .
           05 WS-ES-FILE           PIC X(50)                     .
           05 WS-ES-RC             PIC X(01)                     .
      * [RD] - le 15/10/2026: conditions particulieres (condpart.cbl)
       01  WS-CONDPART.
           05 WS-CP-ACTION         PIC X(01)                     .
           05 WS-CP-CUS-UUID       PIC X(36)                     .
           05 WS-CP-REASON         PIC X(20)                     .
           05 WS-CP-RIDER-CODE     PIC X(10)                     .
           05 WS-CP-DATE           PIC X(10)                     .
           05 WS-CP-VERSION        PIC 9(03)                     .
           05 WS-CP-PATH           PIC X(100)                    .
           05 WS-CP-RC             PIC X(01)                     .
      ******************************************************************
      * Déclaration des variables correspondant à sql 
       EXEC SQL BEGIN DECLARE SECTION END-EXEC                   .

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
       01  SQL-EXCLUSION           PIC X(40)   VALUE SPACES      .
      * [RD] - le 22/08/2026: palier retenu, pour copier ses plafonds
      *        annuels depuis CLASSIC_REIMBURSEMENT a la signature.
      * [RD] - le 15/10/2026: palier designe par le numero de grille et
      *        le prefixe de contrat du produit (PRODUCT).
       01  SQL-TIER-GRID           PIC 9(02)   VALUE 0           .
       01  SQL-TIER-PREFIX         PIC X(03)   VALUE SPACES      .
      * [RD] - le 22/08/2026: periodicite de facturation du contrat
       01  SQL-BILL-FREQ           PIC X(01)   VALUE 'M'         .
      * [RD] - le 03/09/2026: code apporteur porte par le contrat
       01  SQL-AGENT-CODE          PIC X(10)   VALUE SPACES      .
      * [RD] - le 15/10/2026: demande de resiliation a l'ancien
      *        assureur (registre INSURER_SWITCH).
       01  SQL-SWITCH-NUM          PIC 9(08)   VALUE 0           .
       01  SQL-PREV-INSURER        PIC X(30)   VALUE SPACES      .
       01  SQL-PREV-CONTRACT       PIC X(20)   VALUE SPACES      .
      * [RD] - le 15/10/2026: date d'effet (AAAA-MM-JJ)
       01  SQL-START-DATE          PIC X(10)   VALUE SPACES      .
      * [RD] - le 22/08/2026: controle des pieces et derogation
       01  SQL-DOC-TYPE            PIC X(20)   VALUE SPACES      .
       01  SQL-DOC-CNT             PIC 9(03)   VALUE 0           .
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
      *    Charge les contrats types proposes : produits de nature 'C' *
      *    en vente aujourd'hui dans le catalogue PRODUCT, dans leur   *
      *    ordre d'affichage, au plus WS-OFFER-MAX. Les taux et les    *
      *    cotisations de chaque offre sont ensuite lus sur sa grille  *
      *    par 1400/1450.                                              *
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
              DECLARE CRSCOUT CURSOR FOR
                 SELECT   cr.CLASSIC_REIMBURSEMENT_NUMBER,
                          cc.COST_CONDITION_AGEMIN,
                          cc.COST_CONDITION_AGEMAX,
                          cc.COST_CONDITION_COST,
           EXEC SQL 
              FETCH CRSCOUT 
              INTO 
              :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN, :SQL-COUT-AGEMAX,
              :SQL-COUT-COST, :SQL-COUT-CHILDREN    
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXEC SQL 
                 FETCH CRSCOUT
                 INTO 
                    :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN,
                    :SQL-COUT-AGEMAX,
                    :SQL-COUT-COST, :SQL-COUT-CHILDREN     
           END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
      *    [RD] le 22/08/2026 : seules les versions en vigueur
      *    comptent, un contrat resilie ou remplace n'empeche pas une
      *    nouvelle adhesion.
      *    [RD] le 15/10/2026 : un contrat en attente de signature
      *    electronique compte aussi.
           EXEC SQL
               SELECT count(*)
               INTO :SQL-NBCHILDREN
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     IN ('EN_COURS', 'A_SIGNER')
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT EQUAL FIN) THEN  
               MOVE 'RECHERCHE NB CONTRATS ' 
      * Fin MAJV2 [IM] le 18-06-2024 1 client = 1 contrat              *     

       1600-CHARGE-CRS-CLASSIC-SCREEN-START.
      * [RD] - le 15/10/2026: la grille est rattachee aux offres par
      *        son numero (PRODUCT_GRID_NUM) et non plus par son
      *        libelle ALLEGE / MODERE / EXCELLENCE.
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

           ACCEPT SCREEN-CLASSIC-CONFIRM.
           IF (FUNCTION UPPER-CASE(SC-BUTTON-OUI) EQUAL 'O') THEN
      * [RD] - le 15/10/2026: date d'effet controlee avant tout.
              PERFORM 3140-CHECK-START-DATE-START
                 THRU END-3140-CHECK-START-DATE
              IF WS-START-OK NOT = 'O'
                 MOVE 'DATE D''EFFET : J a J+92 (AAAAMMJJ).'
                    TO WS-ERROR-MESSAGE2
                 INITIALIZE SC-CONFIRM-BUTTON
                 GO TO 3100-DISPLAY-CONFIRM-START
              END-IF
      * [RD] - le 15/10/2026: signature electronique : courriel de
      *        l'adherent obligatoire, bulletin attendu du prestataire.
              PERFORM 3160-CHECK-ESIGN-START
                 THRU END-3160-CHECK-ESIGN
              IF WS-ESIGN-OK NOT = 'O'
                 MOVE 'SIGNATURE ELECTRONIQUE : courriel absent.'
                    TO WS-ERROR-MESSAGE2
                 INITIALIZE SC-CONFIRM-BUTTON
                 GO TO 3100-DISPLAY-CONFIRM-START
              END-IF
      * [RD] - le 22/08/2026: pieces manquantes sans derogation :
      *        la signature est refusee.
              IF WS-DOCS-OK NOT = 'O'
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

      * [RD] - le 15/10/2026: remises auxquelles l'adherent a droit
      *        (anciennete, enfants, foyer), deduites du total ;
      *        discount.cbl ouvre sa propre connexion ici.
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

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Date d'effet du contrat : aujourd'hui si non saisie, sinon  *
      *    une date valide comprise entre aujourd'hui et aujourd'hui + *
      *    WS-START-MAX-DAYS jours (adhesion au 1er du mois suivant,   *
      *    embauche a venir). Preparee au format AAAA-MM-JJ.           *
      ******************************************************************
       3140-CHECK-START-DATE-START.
           MOVE 'N' TO WS-START-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-START-TODAY.
           IF SC-START-DATE EQUAL ZERO
              MOVE WS-START-TODAY TO SC-START-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(SC-START-DATE) NOT = 0
              GO TO END-3140-CHECK-START-DATE
           END-IF.
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-START-TODAY)
              + WS-START-MAX-DAYS.
           COMPUTE WS-START-LIMIT =
              FUNCTION DATE-OF-INTEGER(WS-START-INT).
           IF SC-START-DATE < WS-START-TODAY
              OR SC-START-DATE > WS-START-LIMIT
              GO TO END-3140-CHECK-START-DATE
           END-IF.
           INITIALIZE SQL-START-DATE.
           STRING SC-START-DATE(1:4) '-' SC-START-DATE(5:2) '-'
                  SC-START-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-START-DATE
           END-STRING.
           MOVE 'O' TO WS-START-OK.
       END-3140-CHECK-START-DATE.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Signature electronique : le bulletin et le mandat SEPA      *
      *    sont envoyes a l'adresse courriel de l'adherent, qui doit   *
      *    donc etre connue. Le bulletin signe n'est alors plus exige  *
      *    a la confirmation : piece d'identite et justificatif de     *
      *    domicile suffisent.                                         *
      ******************************************************************
       3160-CHECK-ESIGN-START.
           MOVE 'O' TO WS-ESIGN-OK.
           MOVE FUNCTION UPPER-CASE(SC-ESIGN) TO SC-ESIGN.
           IF SC-ESIGN NOT = 'O'
              MOVE 'N' TO SC-ESIGN
              GO TO END-3160-CHECK-ESIGN
           END-IF.
           IF LK-CUS-MAIL EQUAL SPACES
              MOVE 'N' TO WS-ESIGN-OK
              GO TO END-3160-CHECK-ESIGN
           END-IF.
           IF WS-DOC-FORM-STATE NOT = 'PRESENT '
              MOVE 'E-SIGN  ' TO WS-DOC-FORM-STATE
              IF WS-DOC-ID-STATE EQUAL 'PRESENT '
                 AND WS-DOC-ADDR-STATE EQUAL 'PRESENT '
                 MOVE 'O' TO WS-DOCS-OK
              END-IF
           END-IF.
       END-3160-CHECK-ESIGN.
           EXIT.

       6000-SQL-ACTION-START.
           PERFORM 1200-SQL-CONNECTION-START
                 THRU END-1200-SQL-CONNECTION.
      *      retenu pour copier les plafonds du palier sur le contrat.
           PERFORM 1270-ENSURE-CEILING-COLS-START
                 THRU END-1270-ENSURE-CEILING-COLS.
      * [RD] - le 15/10/2026: grille et prefixe de l'offre retenue.
           MOVE WS-OFR-GRID-NUM(WS-OFFER-SEL) TO SQL-TIER-GRID.
           MOVE WS-OFR-PREFIX(WS-OFFER-SEL) TO SQL-TIER-PREFIX.
           MOVE SC-WAITING-DAYS TO SQL-WAITING-DAYS.
           MOVE FUNCTION TRIM(SC-EXCLUSION) TO SQL-EXCLUSION.
      * [RD] - le 22/08/2026: periodicite M/T/A, M a defaut.
                 REIMBURSEMENT_CEILING_MOLAR_CROWNS,
                 REIMBURSEMENT_CEILING_NON_MOLAR,
                 REIMBURSEMENT_CEILING_DESCALINGS,
                 REIMBURSEMENT_AGENT_CODE,
                 REIMBURSEMENT_START_DATE)
                 VALUES
                 ((SELECT UUID_CUSTOMER FROM CUSTOMER
                    WHERE CUSTOMER_CODE_SECU = :SQL-SECU),
                    :SQL-BILL-FREQ,
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
                    :SQL-START-DATE
                 )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
                 MOVE 'INSERT CUSTOMER_REIMBURSEMENT' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: remises deduites de la cotisation brute
      *      enregistree ci-dessus, detail dans CONTRACT_DISCOUNT.
           MOVE 'S' TO WS-DSC-FUNCTION.
           MOVE LK-CUS-UUID TO WS-DSC-UUID.
           MOVE SQL-REIMBURSEMENT-COST TO WS-DSC-GROSS.
           MOVE WS-NBCHILDREN TO WS-DSC-NBCHILDREN.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           IF  WS-DSC-RC NOT = '0'
                 MOVE 'REMISES SUR COTISATION' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: demande de liaison NOEMIE de l'adherent
      *      et de ses ayants droit, envoyee a la caisse par
      *      noemfront.cbl.
           MOVE 'S' TO WS-NL-EVENT.
           MOVE ZERO TO WS-NL-DEP-NUM.
      * [RD] - le 15/10/2026: liaison a la date d'effet du contrat.
           MOVE SQL-START-DATE TO WS-NL-DATE.
           CALL 'noemlnk' USING LK-CUS-UUID, WS-NL-EVENT,
                 WS-NL-DEP-NUM, WS-NL-DATE, WS-NL-RC
           END-CALL.
           IF  WS-NL-RC NOT = '0'
                 MOVE 'DEMANDE DE LIAISON NOEMIE' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: adhesion en remplacement d'un contrat
      *      d'un autre organisme, demande de resiliation en file.
           IF  SC-PREV-INSURER NOT = SPACES
                 PERFORM 6130-SQL-INSURER-SWITCH-START
                       THRU END-6130-SQL-INSURER-SWITCH
           END-IF.
      * [RD] - le 15/10/2026: premiere version des conditions
      *      particulieres, avant le dossier a signer qui la reprend.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE LK-CUS-UUID TO WS-CP-CUS-UUID.
           MOVE 'ADHESION' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF  WS-CP-RC = '9'
                 MOVE 'CONDITIONS PARTICULIERES' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: signature electronique : dossier envoye
      *      au prestataire, contrat A_SIGNER jusqu'a son retour.
           IF  SC-ESIGN EQUAL 'O'
                 INITIALIZE WS-ESIGN
                 MOVE 'D' TO WS-ES-ACTION
                 MOVE LK-CUS-UUID TO WS-ES-CUS-UUID
                 MOVE SQL-REIMBURSEMENT-NUM TO WS-ES-REIM-NUM
                 CALL 'esigreq' USING WS-ESIGN
                 END-CALL
                 IF  WS-ES-RC NOT = '0'
                     MOVE 'DEMANDE DE SIGNATURE ELECTRONIQUE'
                        TO WS-SQL-LIB
                     PERFORM 9020-SQL-ERROR-START
                        THRU END-9020-SQL-ERROR
                 END-IF
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           INITIALIZE SC-START-DATE.
           MOVE 'N' TO SC-ESIGN.
       END-6100-SQL-INSERT.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026: demande de resiliation infra-annuelle *
      *    a l'ancien assureur, mise en file (A-ENVOYER) dans la meme  *
      *    transaction que le contrat ; riafront.cbl edite le courrier *
      *    et suit la reponse.                                         *
      ******************************************************************
       6130-SQL-INSURER-SWITCH-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INSURER_SWITCH (
                   SWITCH_NUM          INT,
                   SWITCH_DIRECTION    VARCHAR(10),
                   UUID_CUSTOMER       VARCHAR(36),
                   SWITCH_INSURER      VARCHAR(30),
                   SWITCH_OLD_CONTRACT VARCHAR(20),
                   SWITCH_REQUEST_DATE VARCHAR(10),
                   SWITCH_SENT_DATE    VARCHAR(10),
                   SWITCH_REMIND_DATE  VARCHAR(10),
                   SWITCH_REPLY_DATE   VARCHAR(10),
                   SWITCH_END_DATE     VARCHAR(10),
                   SWITCH_STATUS       VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
                 MOVE 'CREATE TABLE INSURER_SWITCH' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           MOVE 'INSURER_SWITCH' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-SWITCH-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(SWITCH_NUM), 0)
               INTO :SQL-SWITCH-NUM
               FROM INSURER_SWITCH
           END-EXEC.
           ADD 1 TO SQL-SWITCH-NUM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-PREV-INSURER))
              TO SQL-PREV-INSURER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-PREV-CONTRACT))
              TO SQL-PREV-CONTRACT.
           EXEC SQL
               INSERT INTO INSURER_SWITCH
                   (SWITCH_NUM, SWITCH_DIRECTION, UUID_CUSTOMER,
                    SWITCH_INSURER, SWITCH_OLD_CONTRACT,
                    SWITCH_REQUEST_DATE, SWITCH_STATUS)
               VALUES
                   (:SQL-SWITCH-NUM, 'SORTANTE',
                    (SELECT CAST(UUID_CUSTOMER AS VARCHAR)
                       FROM CUSTOMER
                      WHERE CUSTOMER_CODE_SECU = :SQL-SECU),
                    TRIM(:SQL-PREV-INSURER), TRIM(:SQL-PREV-CONTRACT),
                    CAST(CURRENT_DATE AS VARCHAR), 'A-ENVOYER')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
                 MOVE 'INSERT INSURER_SWITCH' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           INITIALIZE SC-PREV-INSURER SC-PREV-CONTRACT.
       END-6130-SQL-INSURER-SWITCH.
           EXIT.

      ******************************************************************
      *    [RD] - le 09/08/2026                                        *
      *    Ajoute, si elles n'existent pas encore, les colonnes         *
               MOVE 'MAJ COLONNE AGENT_CODE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: date d'effet du contrat (AAAA-MM-JJ),
      *      a defaut la date de signature pour les contrats anterieurs.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ COLONNE START_DATE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
       END-1250-ENSURE-REIMBURSEMENT-COLS.
           EXIT.

      *    voir attribuer le même numéro de contrat.                   *
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
      *    [IM] Calcul du prix en fonction contrat-age           
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
      * [RD] - le 15/10/2026: cotisation unitaire enfant gardee pour
      *        la remise famille nombreuse.
           MOVE WS-CHILDREN-COST TO WS-DSC-CHILD-COST.
      * [IM] Gestion du nombre d'enfants pour calculer le coût 
           MULTIPLY WS-NBCHILDREN BY WS-CHILDREN-COST
                    GIVING WS-CHILDREN-COST.
