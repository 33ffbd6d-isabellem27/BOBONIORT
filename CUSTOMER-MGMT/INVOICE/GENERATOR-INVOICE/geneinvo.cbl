      * MAJ RD le 03/09/2026 Cloture comptable : une facture datee    *
      *    dans un mois clos (ACCOUNTING_PERIOD, perclose.cbl) est    *
      *    refusee sans rien ecrire.                                  *
      * MAJ RD le 15/10/2026 Libelle du palier lu dans le catalogue   *
      *    PRODUCT (getprod.cbl).                                     *
      * MAJ RD le 15/10/2026 Remises (fidelite, famille, multi-       *
      *    contrat, discount.cbl) : une ligne par remise dans le      *
      *    detail du cout mensuel, et montant de la remise pour la    *
      *    periode facturee conserve dans INVOICE_DISCOUNT pour le    *
      *    rapport annuel du cout des remises (dscrept.cbl).          *
      * MAJ RD le 15/10/2026 Jour de prelevement de l'adherent        *
      *    (MANDATE_DEBIT_DAY, mandfront.cbl) : l'echeance tombe ce   *
      *    jour-la du mois d'echeance, reportee au jour ouvre par     *
      *    busdate.cbl ; la date imprimee est l'echeance enregistree. *
      * MAJ RD le 15/10/2026 Adherent mineur ou majeur protege : le  *
      *    document est adresse au representant legal en vigueur     *
      *    (getrep.cbl), pour le compte de l'adherent.               *
      * MAJ RD le 15/10/2026 Date de traitement lue dans             *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un    *
      *    rattrapage, date systeme sinon.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. geneinvo.
       01  WS-Z-SUBSCRIBER-COST        PIC Z(04)9.
       01  WS-CHILD-COUNTER            PIC 9(03)  VALUE ZERO.
       01  WS-Z-CHILD-COUNTER          PIC Z9.
      *    [RD] le 15/10/2026 : remises du contrat (discount.cbl).
       01  WS-Z-DISCOUNT               PIC Z(04)9.
       01  WS-DSC-FULL-AMOUNT          PIC 9(07)V99 VALUE ZERO.

       01  WS-CUS-REIMBURSEMENT.
           03 WS-REIM-UUID             PIC X(36).
           03 WS-DESCALINGS            PIC ZZ9.

       01  WS-REIM-TYPE                PIC X(15).
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

       01  WS-REPORT.
           03 WS-R-SPACES-ALL          PIC X(80) VALUE SPACES.
       01  SQL-INVOICE-DUE-DATE PIC X(10) VALUE SPACES.
       01  SQL-INVOICE-CREATE-DATE PIC X(10) VALUE SPACES.
       01  SQL-PAYMENT-TERM-MONTHS PIC 9(02) VALUE 2.
      *    [RD] le 15/10/2026 : jour de prelevement du mandat actif
      *    (0 = pas de preference).
       01  SQL-DEBIT-DAY           PIC 9(02) VALUE ZERO.
      *    [RD] le 03/09/2026 : options surcomplementaires du contrat.
       01  SQL-RIDER-LABEL         PIC X(30)   VALUE SPACES.
       01  SQL-RIDER-PREMIUM       PIC 9(05)   VALUE ZERO.
      *    [RD] le 15/10/2026 : remises du contrat et part de la
      *    periode facturee qu'elles representent sur cette facture.
       01  SQL-DISCOUNT            PIC 9(05)   VALUE ZERO.
       01  SQL-BILL-FREQ           PIC X(01)   VALUE 'M'.
       01  SQL-FREQ-MONTHS         PIC 9(02)   VALUE 1.
       01  SQL-ANNUAL-DISCOUNT     PIC 9(02)   VALUE 5.
       01  SQL-RIDER-SUM           PIC 9(05)   VALUE ZERO.
       01  SQL-DSC-RATIO           PIC 9(01)V9(04) VALUE 1.
       01  SQL-DSC-LABEL           PIC X(30)   VALUE SPACES.
       01  SQL-DSC-AMOUNT          PIC 9(05)   VALUE ZERO.
      *    [RD] le 03/09/2026 : taux et montant de la taxe TSA
      *    comprise dans la cotisation (parametre INVOICE_PARAM).
       01  SQL-TSA-RATE            PIC 9(02)V9(02) VALUE 13.27.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] le 15/10/2026 : representant legal en vigueur
      *    (getrep.cbl), destinataire du document.
       01  WS-REPRESENTATIVE.
           05 WS-REP-CUS-UUID     PIC X(36).
           05 WS-REP-DATE         PIC X(10).
           05 WS-REP-TYPE         PIC X(12).
           05 WS-REP-TYPE-LABEL   PIC X(30).
           05 WS-REP-NAME         PIC X(40).
           05 WS-REP-ADRESS1      PIC X(50).
           05 WS-REP-ADRESS2      PIC X(50).
           05 WS-REP-ZIPCODE      PIC X(15).
           05 WS-REP-TOWN         PIC X(30).
           05 WS-REP-PHONE        PIC X(10).
           05 WS-REP-MAIL         PIC X(50).
           05 WS-REP-COURT-REF    PIC X(30).
           05 WS-REP-VALID-FROM   PIC X(10).
           05 WS-REP-VALID-TO     PIC X(10).
           05 WS-REP-SCOPE        PIC X(01).
           05 WS-REP-SCOPE-LABEL  PIC X(30).
           05 WS-REP-DOC-NUM      PIC 9(08).
           05 WS-REP-RC           PIC X(01).
       01  WS-REP-LINE             PIC X(120).

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           PERFORM 4000-START-INSERT-INVOICE
              THRU END-4000-INSERT-INVOICE.

           PERFORM 4200-INSERT-DISCOUNT-START
              THRU END-4200-INSERT-DISCOUNT.

           PERFORM 5000-START-WRITE
              THRU END-5000-WRITE.

               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : jour de prelevement des mandats
      *    (mandfront.cbl), garanti pour le calcul de l'echeance.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_MANDATE (
                  UUID_CUSTOMER      VARCHAR(36),
                  MANDATE_REF        VARCHAR(20),
                  MANDATE_SIGN_DATE  VARCHAR(10),
                  MANDATE_SEQUENCE   VARCHAR(4),
                  MANDATE_ACTIVE     VARCHAR(1)
               )
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_MANDATE
               ADD COLUMN IF NOT EXISTS MANDATE_DEBIT_DAY INT
               DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_PAYMENT_DATE VARCHAR(10)
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : remises du contrat (discount.cbl) et
      *    periodicite de facturation (bilinvo.cbl), garanties ici
      *    pour une facture emise depuis l'ecran (menuinvo.cbl) avant
      *    le premier passage de ces programmes.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_DISCOUNT INT
                   DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_BILL_FREQ
                   VARCHAR(1) DEFAULT 'M'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_DISCOUNT (
                   UUID_CUSTOMER     VARCHAR(36),
                   REIMBURSEMENT_NUM VARCHAR(10),
                   DISCOUNT_TYPE     VARCHAR(10),
                   DISCOUNT_CODE     VARCHAR(10),
                   DISCOUNT_AMOUNT   INT,
                   DISCOUNT_DATE     VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS INVOICE_DISCOUNT (
                   INVOICE_NUMBER  INT,
                   UUID_CUSTOMER   VARCHAR(36),
                   DISCOUNT_TYPE   VARCHAR(10),
                   DISCOUNT_AMOUNT NUMERIC(9,2),
                   INVOICE_DATE    VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.
       END-1050-ENSURE-INVOICE-PAYMENT-COLS.
           EXIT.

               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : remise du paiement annuel, pour
      *    retrouver le montant plein de la periode (4200).
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS ANNUAL_DISCOUNT_PCT
                   INTEGER DEFAULT 5
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               SELECT PAYMENT_TERM_MONTHS,
                      COALESCE(TSA_RATE_PCT, 13.27),
                      COALESCE(ANNUAL_DISCOUNT_PCT, 5)
               INTO :SQL-PAYMENT-TERM-MONTHS, :SQL-TSA-RATE,
                    :SQL-ANNUAL-DISCOUNT
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
      ******************************************************************
       1070-CHECK-PERIOD-START.
           INITIALIZE SQL-PERIOD-MONTH.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-INVOICE-DATE
           END-CALL.
           MOVE WS-INVOICE-DATE(1:6) TO SQL-PERIOD-MONTH.
           MOVE ZERO TO SQL-PERIOD-CNT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACCOUNTING_PERIOD (
           END-STRING.

      *    [RD] Initialise la date de création de la facture.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-INVOICE-DATE
           END-CALL.

           MOVE WS-INVOICE-DATE(1:4)
           TO WS-INVOICE-DATE-YEAR.
      *    [RD] le 03/09/2026 : l'echeance est reportee au prochain
      *    jour ouvre par le service busdate.cbl (plus d'echeance un
      *    dimanche ou un ferie).
      *    [RD] le 15/10/2026 : si l'adherent a choisi un jour de
      *    prelevement sur son mandat actif, l'echeance tombe ce
      *    jour-la du mois d'echeance.
           MOVE LK-CUS-UUID TO WS-CUS-UUID.
           MOVE ZERO TO SQL-DEBIT-DAY.
           EXEC SQL
               SELECT COALESCE(MAX(MANDATE_DEBIT_DAY), 0)
               INTO :SQL-DEBIT-DAY
               FROM CUSTOMER_MANDATE
               WHERE UUID_CUSTOMER = :WS-CUS-UUID
                 AND MANDATE_ACTIVE = '1'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100 THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.
           INITIALIZE WS-BD-IN.
           IF SQL-DEBIT-DAY > ZERO AND SQL-DEBIT-DAY < 29 THEN
               STRING WS-INVOICE-DATE-END-YEAR
                      WS-INVOICE-DATE-END-MONTH
                      SQL-DEBIT-DAY
                      DELIMITED BY SIZE INTO WS-BD-IN
               END-STRING
           ELSE
               STRING WS-INVOICE-DATE-END-YEAR
                      WS-INVOICE-DATE-END-MONTH
                      WS-INVOICE-DATE-DAY
                      DELIMITED BY SIZE INTO WS-BD-IN
               END-STRING
           END-IF.
           MOVE ZERO TO WS-BD-DAYS.
           CALL 'busdate' USING BY REFERENCE
               WS-BD-IN, WS-BD-DAYS, WS-BD-OUT
                      REIMBURSEMENT_PROGRESSIVE_GLASSES,
                      REIMBURSEMENT_MOLAR_CROWNS,
                      REIMBURSEMENT_NON_MOLAR_CROWNS,
                      REIMBURSEMENT_DESCALINGS,
                      COALESCE(REIMBURSEMENT_DISCOUNT, 0),
                      COALESCE(REIMBURSEMENT_BILL_FREQ, 'M')
               INTO :SQL-REIM-UUID,
                    :SQL-REIM-NUM,
                    :SQL-CREATE-DATE,
                    :SQL-P-GLASSES,
                    :SQL-MOLAR,
                    :SQL-NON-MOLAR,
                    :SQL-DESCALINGS,
                    :SQL-DISCOUNT,
                    :SQL-BILL-FREQ
               FROM CUSTOMER_REIMBURSEMENT
           WHERE UUID_CUSTOMER = :WS-CUS-UUID
      *    [RD] le 22/08/2026 : les changements de contrat etant
           MOVE SQL-NON-MOLAR   TO WS-NON-MOLAR   .
           MOVE SQL-DESCALINGS  TO WS-DESCALINGS  .

      *    [RD] le 15/10/2026 : libelle du catalogue PRODUCT.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE WS-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0'
               MOVE WS-PRD-LABEL TO WS-REIM-TYPE
           ELSE
               MOVE 'Inconnu' TO WS-REIM-TYPE
           END-IF.
      *    pour calculer REIMBURSEMENT_COST ; la part de l'adhérent    *
      *    (et de son conjoint) est donc le reste du coût mensuel une  *
      *    fois la part des enfants retirée.                           *
      *    [RD] le 15/10/2026 : REIMBURSEMENT_COST etant la cotisation *
      *    nette des remises, la part de l'adherent est calculee sur   *
      *    la cotisation brute (nette + remises) ; les remises sont    *
      *    deduites sur leurs propres lignes (4600).                   *
      ******************************************************************
       3500-START-CALC-FAMILY-COST.
           EXEC SQL
           MOVE SQL-CHILD-COST TO WS-Z-CHILD-COST.
           MULTIPLY WS-CHILD-COST BY LK-CUS-NBCHILDREN
                    GIVING WS-CHILDREN-TOTAL.
           COMPUTE WS-SUBSCRIBER-COST =
               SQL-COST + SQL-DISCOUNT - WS-CHILDREN-TOTAL.
           MOVE WS-SUBSCRIBER-COST TO WS-Z-SUBSCRIBER-COST.
       END-3500-CALC-FAMILY-COST.
           EXIT.
       END-4000-INSERT-INVOICE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : conserve, par type de remise, le      *
      *    montant accorde sur la periode facturee (remise mensuelle  *
      *    x nombre de mois de la periodicite) dans INVOICE_DISCOUNT, *
      *    pour le rapport annuel du cout des remises (dscrept.cbl).  *
      *    Une facture de payeur (bilinvo.cbl) ne porte que sa part : *
      *    le montant est alors reduit au prorata du montant facture  *
      *    sur le montant plein de la periode.                        *
      ******************************************************************
       4200-INSERT-DISCOUNT-START.
           IF SQL-DISCOUNT = ZERO THEN
               GO TO END-4200-INSERT-DISCOUNT
           END-IF.

           EVALUATE SQL-BILL-FREQ
               WHEN 'T'
                   MOVE 3 TO SQL-FREQ-MONTHS
               WHEN 'A'
                   MOVE 12 TO SQL-FREQ-MONTHS
               WHEN OTHER
                   MOVE 1 TO SQL-FREQ-MONTHS
           END-EVALUATE.

           MOVE ZERO TO SQL-RIDER-SUM.
           EXEC SQL
               SELECT COALESCE(SUM(R.RIDER_PREMIUM), 0)
               INTO :SQL-RIDER-SUM
               FROM CONTRACT_RIDER CR
               INNER JOIN RIDER R
                   ON R.RIDER_CODE = CR.RIDER_CODE
               WHERE CR.UUID_CUSTOMER = :WS-CUS-UUID
                 AND COALESCE(CR.RIDER_END_DATE, '') = ''
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE ZERO TO SQL-RIDER-SUM
               MOVE ZERO TO SQLCODE
           END-IF.

      *    [RD] montant plein de la periode, calcule comme bilinvo.cbl
           COMPUTE WS-DSC-FULL-AMOUNT = SQL-COST * SQL-FREQ-MONTHS.
           IF SQL-BILL-FREQ EQUAL 'A' THEN
               COMPUTE WS-DSC-FULL-AMOUNT =
                   WS-DSC-FULL-AMOUNT
                   * (100 - SQL-ANNUAL-DISCOUNT) / 100
           END-IF.
           COMPUTE WS-DSC-FULL-AMOUNT =
               WS-DSC-FULL-AMOUNT + SQL-RIDER-SUM * SQL-FREQ-MONTHS.

           MOVE 1 TO SQL-DSC-RATIO.
           IF WS-DSC-FULL-AMOUNT > ZERO
              AND LK-INVOICE-INCOME < WS-DSC-FULL-AMOUNT THEN
               COMPUTE SQL-DSC-RATIO ROUNDED =
                   LK-INVOICE-INCOME / WS-DSC-FULL-AMOUNT
           END-IF.

           EXEC SQL
               INSERT INTO INVOICE_DISCOUNT (
                   INVOICE_NUMBER,
                   UUID_CUSTOMER,
                   DISCOUNT_TYPE,
                   DISCOUNT_AMOUNT,
                   INVOICE_DATE
               )
               SELECT :WS-INVOICE-NUM,
                      :WS-CUS-UUID,
                      DISCOUNT_TYPE,
                      ROUND(DISCOUNT_AMOUNT * :SQL-FREQ-MONTHS
                            * :SQL-DSC-RATIO, 2),
                      :SQL-INVOICE-CREATE-DATE
               FROM CONTRACT_DISCOUNT
               WHERE UUID_CUSTOMER = :WS-CUS-UUID
                 AND DISCOUNT_AMOUNT > 0
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              AND SQLCODE NOT EQUAL FIN THEN
               GO TO 9020-SQL-ERROR-START
           END-IF.
       END-4200-INSERT-DISCOUNT.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : lignes des options surcomplementaires *
      *    actives du contrat (tables RIDER / CONTRACT_RIDER,         *
       END-4500-WRITE-RIDER-LINES.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : lignes des remises du contrat          *
      *    (CONTRACT_DISCOUNT, discount.cbl), deduites du detail du    *
      *    cout mensuel, avec le libelle de la regle appliquee.        *
      ******************************************************************
       4600-WRITE-DISCOUNT-LINES-START.
           IF SQL-DISCOUNT = ZERO THEN
               GO TO END-4600-WRITE-DISCOUNT-LINES
           END-IF.
           EXEC SQL
               DECLARE CRSDSCINV CURSOR FOR
               SELECT COALESCE(R.DISCOUNT_LABEL, CD.DISCOUNT_TYPE),
                      CD.DISCOUNT_AMOUNT
               FROM CONTRACT_DISCOUNT CD
               LEFT JOIN DISCOUNT_RULE R
                   ON R.DISCOUNT_CODE = CD.DISCOUNT_CODE
               WHERE CD.UUID_CUSTOMER = :WS-CUS-UUID
                 AND CD.DISCOUNT_AMOUNT > 0
               ORDER BY CD.DISCOUNT_TYPE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE ZERO TO SQLCODE
               GO TO END-4600-WRITE-DISCOUNT-LINES
           END-IF.
           EXEC SQL OPEN CRSDSCINV END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE ZERO TO SQLCODE
               GO TO END-4600-WRITE-DISCOUNT-LINES
           END-IF.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDSCINV
                   INTO :SQL-DSC-LABEL, :SQL-DSC-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-DSC-AMOUNT TO WS-Z-DISCOUNT
                       INITIALIZE R-OUTPUT
                       STRING FUNCTION TRIM(SQL-DSC-LABEL)
                           ' : -' FUNCTION TRIM(WS-Z-DISCOUNT)
                           ' euros'
                           DELIMITED BY SIZE
                           INTO R-OUTPUT
                       END-STRING
                       WRITE R-OUTPUT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSDSCINV END-EXEC.
           MOVE ZERO TO SQLCODE.
       END-4600-WRITE-DISCOUNT-LINES.
           EXIT.

      ******************************************************************
      *    [RD] Ecris le rapport généré.                               *
      ******************************************************************
           WRITE R-OUTPUT FROM WS-R-DASH.
           WRITE R-OUTPUT FROM WS-R-SPACES-ALL.

      *    [RD] le 15/10/2026 : representant legal destinataire.
           PERFORM 5030-WRITE-ADDRESSEE-START
              THRU END-5030-WRITE-ADDRESSEE.

      *    [RD] Numéro de facture
           INITIALIZE R-OUTPUT.
           STRING
              THRU END-5100-WRITE-CHILD-LINE
              UNTIL WS-CHILD-COUNTER NOT LESS THAN LK-CUS-NBCHILDREN.

      *    [RD] le 15/10/2026 : remises deduites du cout mensuel.
           PERFORM 4600-WRITE-DISCOUNT-LINES-START
              THRU END-4600-WRITE-DISCOUNT-LINES.

           WRITE R-OUTPUT FROM WS-R-SPACES-ALL.

           WRITE R-OUTPUT FROM WS-R-DASH.
           INITIALIZE R-OUTPUT.
           STRING
               WS-R-INFO-PAYMENT-MESSAGE SPACE
               WS-DUE-DAY '/'
               WS-DUE-MONTH '/'
               WS-DUE-YEAR
               DELIMITED BY SIZE
               INTO R-OUTPUT
           END-STRING.
       END-0800-LOAD-ORG-PROFILE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : adherent mineur ou majeur protege -    *
      *    tant que la mesure est en vigueur (getrep.cbl), le document *
      *    est adresse a son representant legal, pour le compte de    *
      *    l'adherent.                                                 *
      ******************************************************************
       5030-WRITE-ADDRESSEE-START.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE LK-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF  WS-REP-RC NOT EQUAL '0'
               GO TO END-5030-WRITE-ADDRESSEE
           END-IF.
           INITIALIZE R-OUTPUT.
           STRING 'Destinataire       : '
               FUNCTION TRIM(WS-REP-NAME)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           INITIALIZE R-OUTPUT.
           STRING '                     '
               FUNCTION TRIM(WS-REP-ADRESS1)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           IF  WS-REP-ADRESS2 NOT EQUAL SPACES
               INITIALIZE R-OUTPUT
               STRING '                     '
                   FUNCTION TRIM(WS-REP-ADRESS2)
                   DELIMITED BY SIZE INTO R-OUTPUT
               END-STRING
               WRITE R-OUTPUT
           END-IF.
           INITIALIZE R-OUTPUT.
           STRING '                     '
               FUNCTION TRIM(WS-REP-ZIPCODE) SPACE
               FUNCTION TRIM(WS-REP-TOWN)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           INITIALIZE R-OUTPUT.
           STRING 'Pour le compte de  : '
               FUNCTION TRIM(LK-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(LK-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           INITIALIZE R-OUTPUT.
           STRING 'Mesure             : '
               FUNCTION TRIM(WS-REP-TYPE-LABEL)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           IF  WS-REP-COURT-REF NOT EQUAL SPACES
               STRING FUNCTION TRIM(R-OUTPUT) ' - decision '
                   FUNCTION TRIM(WS-REP-COURT-REF)
                   DELIMITED BY SIZE INTO WS-REP-LINE
               END-STRING
               MOVE WS-REP-LINE TO R-OUTPUT
           END-IF.
           WRITE R-OUTPUT.
           WRITE R-OUTPUT FROM WS-R-DASH.
           WRITE R-OUTPUT FROM WS-R-SPACES-ALL.
       END-5030-WRITE-ADDRESSEE.
           EXIT.

       9020-SQL-ERROR-START.
           DISPLAY 'ERREUR SQL GENERATION FACTURE : ' SQLERRMC.
           STOP RUN.
           MOVE WS-PRINT-PATH TO SQL-DOC-PATH.
           MOVE WS-INVOICE-NUM TO SQL-DOC-REF.
           INITIALIZE SQL-DOC-DATE.
           STRING WS-INVOICE-DATE(1:4) '-'
                  WS-INVOICE-DATE(5:2) '-'
                  WS-INVOICE-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-DOC-DATE
           END-STRING.
           EXEC SQL
