      *    N'ouvre pas sa propre connexion SQL : appele uniquement     *
      *    par ucback.cbl, qui est deja connecte et qui commit/        *
      *    deconnecte lui-meme en fin de traitement.                   *
      * MAJ [RD] le 15/10/2026 Le palier est retrouve dans le          *
      *    catalogue PRODUCT (getprod.cbl) a partir du prefixe du      *
      *    numero de contrat : tout produit de nature 'C' est          *
      *    recalcule sur sa propre grille COST_CONDITION.              *
      * MAJ [RD] le 15/10/2026 Remises fidelite, famille nombreuse et  *
      *    multi-contrats (discount.cbl) : la cotisation brute         *
      *    recalculee est remisee, REIMBURSEMENT_COST recoit le net et *
      *    le detail des remises est reecrit dans CONTRACT_DISCOUNT.   *
      * MAJ [RD] le 15/10/2026 Nouvelle version des conditions         *
      *    particulieres (condpart.cbl) quand la cotisation change.    *
      * Auteur: RD.                                                    *
      * Date de creation : le 09/08/2026                               *
      * MAJ [RD] le 09/08/2026 9020-SQL-ERROR-START rend desormais la  *
      *    unit (STOP RUN) : ucback.cbl appelle ce programme une fois  *
      *    par adherent modifie dans une meme session, une erreur SQL  *
      *    sur l'un d'eux ne doit pas terminer la session en cours.    *
      * MAJ [RD] le 15/10/2026 Age de l'assure calcule a la date de    *
      *    traitement (procdate.cbl) : jour force par l'ordonnanceur   *
      *    lors d'un rattrapage, date systeme sinon.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-FOUND-CONTRACT        PIC X(01)   VALUE 'N'           .
       01  WS-ZONE                  PIC X(05)   VALUE 'METRO'       .
       01  WS-AGE                   PIC 9(03)   VALUE 0             .
       01  WS-BIRTHD                PIC 9(08)   VALUE 0             .
       01  WS-NBCHILDREN            PIC 9(03)   VALUE 0             .
       01  WS-CHILDREN-COST         PIC 9(03)   VALUE 0             .

      *    [RD] le 15/10/2026 : cotisations de la grille du palier
      *    de l'adherent, par tranche d'age.
       01  WS-TIER-COST-65          PIC 9(03)   VALUE 0             .
       01  WS-TIER-COST-30          PIC 9(03)   VALUE 0             .
       01  WS-TIER-COST             PIC 9(03)   VALUE 0             .

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

       01  WS-NEW-COST              PIC 9(05)   VALUE 0             .

      *    [RD] le 15/10/2026 : remises sur cotisation (discount.cbl)
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

      *    [RD] le 15/10/2026 : conditions particulieres (condpart.cbl)
       01  WS-CONDPART.
           05 WS-CP-ACTION        PIC X(01).
           05 WS-CP-CUS-UUID      PIC X(36).
           05 WS-CP-REASON        PIC X(20).
           05 WS-CP-RIDER-CODE    PIC X(10).
           05 WS-CP-DATE          PIC X(10).
           05 WS-CP-VERSION       PIC 9(03).
           05 WS-CP-PATH          PIC X(100).
           05 WS-CP-RC            PIC X(01).

      ******************************************************************
      * Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB               PIC X(80)                       .
       01  FIN                      PIC S9(9)   VALUE 100           .
      *    [RD] le 15/10/2026 : jour traite (procdate.cbl)
       01  WS-PROC-DATE             PIC 9(08)   VALUE 0             .
      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC                     .
       01  SQL-CUSTOMER-UUID        PIC X(36)   VALUE SPACES        .
       01  SQL-REIMBURSEMENT-NUM    PIC X(10)   VALUE SPACES        .
       01  SQL-NEW-COST             PIC 9(05)   VALUE 0             .
      *    [RD] le 15/10/2026 : cotisation avant recalcul
       01  SQL-OLD-COST             PIC 9(05)   VALUE 0             .
      *    [RD] le 15/10/2026 : grille du palier (PRODUCT_GRID_NUM)
       01  SQL-TIER-GRID            PIC 9(02)   VALUE 0             .

       01  SQL-ZIPCODE              PIC X(15)   VALUE SPACES        .
       01  SQL-NBCHILDREN           PIC 9(03)   VALUE 0             .

      * CURSEUR POUR RECUPERER LES COUTS CONTRAT (cf. clascont.cbl)
       01  CURS-COUT.
           05 SQL-COUT-NUMBER       PIC 9(02)   VALUE 0             .
           05 SQL-COUT-AGEMIN       PIC 9(02)   VALUE 0             .
           05 SQL-COUT-AGEMAX       PIC 9(02)   VALUE 0             .
           05 SQL-COUT-COST         PIC 9(03)   VALUE 0             .
                  THRU END-1700-COMPUTE-COST
               PERFORM 1800-UPDATE-COST-START
                  THRU END-1800-UPDATE-COST
               PERFORM 1850-APPLY-DISCOUNT-START
                  THRU END-1850-APPLY-DISCOUNT
               PERFORM 1900-ISSUE-SCHEDULE-START
                  THRU END-1900-ISSUE-SCHEDULE
           END-IF.

       END-0000-MAIN.
      *    sont pas recalcules ici.                                    *
      ******************************************************************
       1000-LOAD-CONTRACT-START.
           MOVE ZERO TO SQL-OLD-COST.
           EXEC SQL
               SELECT REIMBURSEMENT_NUM, COALESCE(REIMBURSEMENT_COST, 0)
               INTO :SQL-REIMBURSEMENT-NUM, :SQL-OLD-COST
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')

           IF  SQLCODE EQUAL FIN
               MOVE 'N' TO WS-FOUND-CONTRACT
           ELSE
      *    [RD] le 15/10/2026 : palier lu dans le catalogue PRODUCT
      *    par le prefixe du contrat ; seuls les contrats types
      *    (nature 'C') sont recalcules.
               INITIALIZE WS-PRODUCT
               MOVE 'P' TO WS-PRD-FUNCTION
               MOVE SQL-REIMBURSEMENT-NUM(1:3) TO WS-PRD-PREFIX
               CALL 'getprod' USING WS-PRODUCT
               END-CALL
               IF  WS-PRD-RC EQUAL '0' AND WS-PRD-KIND EQUAL 'C'
                   MOVE 'O' TO WS-FOUND-CONTRACT
                   MOVE WS-PRD-GRID-NUM TO SQL-TIER-GRID
               ELSE
                   MOVE 'N' TO WS-FOUND-CONTRACT
               END-IF
           END-IF.
       END-1000-LOAD-CONTRACT.
           EXIT.
               MOVE 'METRO' TO WS-ZONE
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-PROC-DATE
           END-CALL.
           MOVE WS-PROC-DATE TO SQL-CDATE.
           STRING SQL-YEAR SQL-MOUNTH SQL-DAY
               DELIMITED BY SIZE
               INTO WS-BIRTHD.
           EXIT.

      ******************************************************************
      *    [RD] Charge, pour le palier de l'adherent, le cout de base  *
      *    tranche d'age et le cout par enfant, comme clascont.cbl     *
      *    (1450/1550/1650), afin de reprendre exactement le meme      *
      *    calcul de tarification.                                    *
           MOVE WS-ZONE TO SQL-ZONE.
           EXEC SQL
              DECLARE CRSCOUTR CURSOR FOR
                 SELECT   cr.CLASSIC_REIMBURSEMENT_NUMBER,
                          cc.COST_CONDITION_AGEMIN,
                          cc.COST_CONDITION_AGEMAX,
                          cc.COST_CONDITION_COST,
                 ON  cr.CLASSIC_REIMBURSEMENT_NUMBER
                     =  cc.CLASSIC_REIMBURSEMENT_NUMBER
                 WHERE cc.COST_CONDITION_TYPE ='2'
                 AND cr.CLASSIC_REIMBURSEMENT_NUMBER = :SQL-TIER-GRID
                 AND cc.COST_CONDITION_COUPLE = False
                 AND cc.COST_CONDITION_ZONE IN (:SQL-ZONE, 'METRO')
                 AND (cc.COST_CONDITION_VALID_FROM IS NULL
           EXEC SQL
              FETCH CRSCOUTR
              INTO
              :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN, :SQL-COUT-AGEMAX,
              :SQL-COUT-COST, :SQL-COUT-CHILDREN
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXEC SQL
                 FETCH CRSCOUTR
                 INTO
                    :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN,
                    :SQL-COUT-AGEMAX,
                    :SQL-COUT-COST, :SQL-COUT-CHILDREN
           END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXIT.

       1650-CHARGE-CRS-COUT-START.
           IF (SQL-COUT-AGEMIN EQUAL 30) THEN
              MOVE SQL-COUT-COST TO WS-TIER-COST
           ELSE
              IF (SQL-COUT-AGEMAX EQUAL 30) THEN
                  MOVE SQL-COUT-COST TO WS-TIER-COST-30
              ELSE
                  MOVE SQL-COUT-COST TO WS-TIER-COST-65
              END-IF
           END-IF.
           MOVE SQL-COUT-CHILDREN TO WS-CHILDREN-COST.
       END-1650-CHARGE-CRS-COUT.
           EXIT.

      *    fait clascont.cbl en 3150-CALCULATE-COST-PREVIEW-START.     *
      ******************************************************************
       1700-COMPUTE-COST-START.
           IF (WS-AGE < 30) THEN
              MOVE WS-TIER-COST-30 TO WS-NEW-COST
           ELSE IF (WS-AGE > 65) THEN
                    MOVE WS-TIER-COST-65 TO WS-NEW-COST
                ELSE
                    MOVE WS-TIER-COST TO WS-NEW-COST
                END-IF
           END-IF.

      *    [RD] le 15/10/2026 : cotisation unitaire enfant gardee
      *    pour la remise famille nombreuse.
           MOVE WS-CHILDREN-COST TO WS-DSC-CHILD-COST.
           MULTIPLY WS-NBCHILDREN BY WS-CHILDREN-COST
                    GIVING WS-CHILDREN-COST.
           ADD WS-CHILDREN-COST TO WS-NEW-COST.
       END-1800-UPDATE-COST.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : applique les remises en vigueur        *
      *    (fidelite, famille nombreuse, multi-contrats) a la          *
      *    cotisation brute qui vient d'etre enregistree ; discount.cbl*
      *    met a jour le contrat avec la cotisation nette.             *
      ******************************************************************
       1850-APPLY-DISCOUNT-START.
      *    WS-DSC-CHILD-COST a ete garde en 1700.
           MOVE 'S' TO WS-DSC-FUNCTION.
           MOVE SQL-CUSTOMER-UUID TO WS-DSC-UUID.
           MOVE WS-NEW-COST TO WS-DSC-GROSS.
           MOVE WS-NBCHILDREN TO WS-DSC-NBCHILDREN.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           IF  WS-DSC-RC NOT = '0'
               MOVE 'REMISES SUR COTISATION' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
       END-1850-APPLY-DISCOUNT.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : nouvelle version des conditions        *
      *    particulieres si la cotisation nette a change.              *
      ******************************************************************
       1900-ISSUE-SCHEDULE-START.
           IF  WS-DSC-NET EQUAL SQL-OLD-COST
               GO TO END-1900-ISSUE-SCHEDULE
           END-IF.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE SQL-CUSTOMER-UUID TO WS-CP-CUS-UUID.
           MOVE 'COTISATION' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF  WS-CP-RC EQUAL '9'
               MOVE 'CONDITIONS PARTICULIERES' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
       END-1900-ISSUE-SCHEDULE.
           EXIT.

      ******************************************************************
      *    [RD] gestion d'erreur SQL                                   *
      ******************************************************************
