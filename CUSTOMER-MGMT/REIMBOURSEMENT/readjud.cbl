      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Les demandes d'un dossier de fraude en    *
      *    cours, ou clos avec recuperation de l'indu (fraudcase.cbl), *
      *    ne sont plus re-liquidees : ni regularisation versee a un   *
      *    suspect, ni second indus sur la meme demande. Elles sont    *
      *    comptees a part dans le rapport.                            *
      * MAJ RD le 15/10/2026 Les trop-payes confirmes par le controle  *
      *    qualite (qareview.cbl, QA_RECOVERY = A-RECUPERER) sont      *
      *    recuperes a chaque lancement par un indus du montant de     *
      *    l'impact constate, sauf demande suivie par un dossier de    *
      *    fraude ; ils sont comptes a part dans le rapport.           *
      * MAJ RD le 15/10/2026 La regularisation porte son horodatage    *
      *    de reception et le canal REGUL, ecarte du rapport des       *
      *    delais de traitement (slarpt.cbl).                          *
      * MAJ RD le 15/10/2026 La colonne de taux BENEFIT du contrat     *
      *    vient du catalogue PRODUCT (getprod.cbl), comme             *
      *    rembsave.cbl.                                               *
      * MAJ RD le 15/10/2026 Contrat C2S (produit de nature R au       *
      *    catalogue) : montant recalcule au panier reglemente         *
      *    (c2sprice.cbl), comme rembsave.cbl.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-RUN-CHOICE        PIC X(01).
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
       01  WS-TODAY             PIC 9(08) VALUE ZERO.

       01  WS-REPORT-PATH.
       01  WS-NB-REGUL          PIC 9(05) VALUE ZERO.
       01  WS-NB-INDUS          PIC 9(05) VALUE ZERO.
       01  WS-NB-UNCHANGED      PIC 9(05) VALUE ZERO.
       01  WS-NB-FRAUD          PIC 9(05) VALUE ZERO.
       01  WS-NB-QA             PIC 9(05) VALUE ZERO.
       01  WS-Z-NB              PIC Z(04)9.
       01  WS-Z-OLD             PIC Z(08)9.
       01  WS-Z-NEW             PIC Z(08)9.
       01  SQL-INDUS-NUM        PIC 9(08).
       01  SQL-INDUS-AMOUNT     PIC 9(09).
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-NB-FRAUD         PIC 9(05).
      *    [RD] trop-paye confirme par le controle qualite.
       01  SQL-QA-NUM           PIC 9(08).
       01  SQL-QA-IMPACT        PIC 9(09).
       01  SQL-QA-FRAUD         PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               GO TO 1300-RUN-READJ-START-EXIT
           END-IF.
           MOVE ZERO TO WS-NB-CHECKED WS-NB-REGUL WS-NB-INDUS
               WS-NB-UNCHANGED WS-NB-FRAUD WS-NB-QA.
           MOVE SC-DATE-FROM TO SQL-DATE-FROM.
           MOVE SC-DATE-TO TO SQL-DATE-TO.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CATEGORY))
                 AND (:SQL-CATEGORY = ''
                      OR CLAIM_CATEGORY = :SQL-CATEGORY)
                 AND COALESCE(CLAIM_REGUL_OF, 0) = 0
                 AND NOT EXISTS
                     (SELECT 1
                        FROM FRAUD_CASE_CLAIM FC
                        INNER JOIN FRAUD_CASE F
                            ON F.CASE_NUM = FC.CASE_NUM
                       WHERE FC.CLAIM_NUM = CUSTOMER_CLAIM.CLAIM_NUM
                         AND (F.CASE_STATUS <> 'CLOS'
                              OR F.CASE_OUTCOME = 'INDU'))
               ORDER BY CLAIM_NUM
           END-EXEC.
           EXEC SQL OPEN CRSREADJ END-EXEC.
           END-PERFORM.
           EXEC SQL CLOSE CRSREADJ END-EXEC.

      *    [RD] le 15/10/2026 : demandes de la periode ecartees car
      *    suivies par un dossier de fraude (fraudcase.cbl).
           MOVE ZERO TO SQL-NB-FRAUD.
           EXEC SQL
               SELECT COUNT(DISTINCT CL.CLAIM_NUM)
               INTO :SQL-NB-FRAUD
               FROM CUSTOMER_CLAIM CL
               INNER JOIN FRAUD_CASE_CLAIM FC
                   ON FC.CLAIM_NUM = CL.CLAIM_NUM
               INNER JOIN FRAUD_CASE F
                   ON F.CASE_NUM = FC.CASE_NUM
               WHERE CL.CLAIM_STATUS = 'PAYE'
                 AND CL.CLAIM_DATE >= :SQL-DATE-FROM
                 AND CL.CLAIM_DATE <= :SQL-DATE-TO
                 AND (:SQL-CATEGORY = ''
                      OR CL.CLAIM_CATEGORY = :SQL-CATEGORY)
                 AND COALESCE(CL.CLAIM_REGUL_OF, 0) = 0
                 AND (F.CASE_STATUS <> 'CLOS'
                      OR F.CASE_OUTCOME = 'INDU')
           END-EXEC.
           IF SQLCODE EQUAL ZERO THEN
               MOVE SQL-NB-FRAUD TO WS-NB-FRAUD
           END-IF.

      *    [RD] le 15/10/2026 : trop-payes confirmes par le controle
      *    qualite, quelle que soit la periode saisie.
           PERFORM 1600-QA-RECOVERY-START
               THRU 1600-QA-RECOVERY-START-EXIT.

           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-NB-CHECKED TO WS-Z-NB.
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE WS-NB-QA TO WS-Z-NB.
           INITIALIZE REC-F-REPORT.
           STRING '  dont controle qualite : '
               FUNCTION TRIM(WS-Z-NB)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE WS-NB-UNCHANGED TO WS-Z-NB.
           INITIALIZE REC-F-REPORT.
           STRING 'Demandes inchangees     : '
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE WS-NB-FRAUD TO WS-Z-NB.
           INITIALIZE REC-F-REPORT.
           STRING 'Ecartees (fraude)       : '
               FUNCTION TRIM(WS-Z-NB)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           CLOSE F-REPORT.

           EXEC SQL COMMIT WORK END-EXEC.
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_REGUL_OF INT
           END-EXEC.
      *    [RD] le 15/10/2026 : horodatage de reception et canal
      *    d'arrivee de la demande (slarpt.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECEIVED_AT TIMESTAMP
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes de re-liquidation.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : dossiers de fraude (fraudcase.cbl),
      *    lus pour ecarter leurs demandes.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE (
                   CASE_NUM          INT,
                   CASE_ORIGIN       VARCHAR(10),
                   CASE_ORIGIN_REF   VARCHAR(30),
                   CASE_SUBJECT_TYPE VARCHAR(10),
                   CASE_UUID         VARCHAR(36),
                   CASE_RPPS         VARCHAR(11),
                   CASE_INVESTIGATOR VARCHAR(20),
                   CASE_STATUS       VARCHAR(10),
                   CASE_OUTCOME      VARCHAR(10),
                   CASE_AT_STAKE     NUMERIC(9) DEFAULT 0,
                   CASE_OPEN_DATE    VARCHAR(10),
                   CASE_CLOSE_DATE   VARCHAR(10),
                   CASE_BL_NUM       INT DEFAULT 0
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE_CLAIM (
                   CASE_NUM          INT,
                   CLAIM_NUM         INT,
                   LINK_DATE         VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation tables FRAUD_CASE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : echantillon du controle qualite
      *    (qasample.cbl), lu pour les trop-payes confirmes.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS QA_SAMPLE (
                  QA_NUM            INT,
                  QA_CLAIM_NUM      INT,
                  QA_WEEK           VARCHAR(10),
                  QA_DRAW_DATE      VARCHAR(10),
                  QA_CLAIM_REVIEWER VARCHAR(20),
                  QA_CHANNEL        VARCHAR(10),
                  QA_CATEGORY       VARCHAR(20),
                  QA_CLAIM_OWED     NUMERIC(9) DEFAULT 0,
                  QA_STATUS         VARCHAR(10),
                  QA_RESULT         VARCHAR(10),
                  QA_ERROR_TYPE     VARCHAR(10),
                  QA_IMPACT         NUMERIC(9) DEFAULT 0,
                  QA_DIRECTION      VARCHAR(10),
                  QA_SENIOR         VARCHAR(10),
                  QA_REVIEW_DATE    VARCHAR(10),
                  QA_COMMENT        VARCHAR(60),
                  QA_RECOVERY       VARCHAR(12) DEFAULT '',
                  QA_INDUS_NUM      INT DEFAULT 0
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table QA_SAMPLE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1350-ENSURE-TABLES-START-EXIT.
           EXIT.

               MOVE WS-OWED-CALC TO WS-NEW-OWED
           END-IF END-IF.

      *    [RD] le 15/10/2026 : contrat C2S, panier reglemente.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0' AND WS-PRD-KIND EQUAL 'R' THEN
               INITIALIZE WS-C2S-PRICE
               MOVE 'R' TO WS-C2S-FUNCTION
               MOVE SQL-CLAIM-CATEGORY TO WS-C2S-CATEGORY
               MOVE SQL-CLAIM-AMOUNT TO WS-C2S-AMOUNT
               MOVE SQL-BRSS-BASE TO WS-C2S-BRSS
               MOVE SQL-CPAM-PART TO WS-C2S-CPAM-PART
               CALL 'c2sprice' USING WS-C2S-PRICE
               IF WS-C2S-RC NOT = '0' THEN
                   MOVE 'Erreur lecture du bareme C2S.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               MOVE WS-C2S-OWED TO WS-NEW-OWED
           END-IF.

           COMPUTE WS-DIFF = WS-NEW-OWED - SQL-CLAIM-OWED.
           IF WS-DIFF = ZERO THEN
               ADD 1 TO WS-NB-UNCHANGED
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : colonne de taux du produit au
      *    catalogue PRODUCT ; 0 = taux par defaut du produit.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' THEN
               MOVE ZERO TO SQL-CLAIM-PERCENT
               GO TO 1470-CATALOG-RATE-START-EXIT
           END-IF.
           EVALUATE WS-PRD-RATE-SLOT
               WHEN 1
                   MOVE SQL-BEN-RATE-ALLEGE TO SQL-CLAIM-PERCENT
               WHEN 2
                   MOVE SQL-BEN-RATE-MODERE TO SQL-CLAIM-PERCENT
               WHEN 3
                   MOVE SQL-BEN-RATE-EXCELL TO SQL-CLAIM-PERCENT
               WHEN 4
                   MOVE SQL-BEN-RATE-SPE TO SQL-CLAIM-PERCENT
               WHEN OTHER
                   MOVE WS-PRD-BENEFIT-RATE TO SQL-CLAIM-PERCENT
           END-EVALUATE.
       1470-CATALOG-RATE-START-EXIT.
           EXIT.
                   (UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                    CLAIM_CATEGORY, CLAIM_AMOUNT, CLAIM_OWED,
                    CLAIM_STATUS, CLAIM_BENEFICIARY,
                    CLAIM_TIERS_PAYANT, CLAIM_REGUL_OF,
                    CLAIM_RECEIVED_AT, CLAIM_CHANNEL)
               VALUES
                   (:SQL-CUS-UUID, :SQL-REGUL-NUM,
                    :SQL-CLAIM-DATE, :SQL-CLAIM-CATEGORY, 0,
                    :SQL-INDUS-AMOUNT, 'APPROUVE',
                    :SQL-CLAIM-BENEF, '0', :SQL-CLAIM-NUM,
                    CURRENT_TIMESTAMP, 'REGUL')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation de la regularisation.'
       1550-CREATE-INDUS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-QA-RECOVERY-START.                                     *
      ******************************************************************
      *    [RD] le 15/10/2026 : trop-payes confirmes par le rapport
      *    mensuel du controle qualite (qareview.cbl). L'indus porte
      *    sur le montant de l'impact constate par le controleur ;
      *    une demande suivie par un dossier de fraude est laissee
      *    au dossier (fraudcase.cbl), qui recupere lui-meme l'indu.
       1600-QA-RECOVERY-START.
           EXEC SQL
               DECLARE CRSQAREC CURSOR FOR
               SELECT Q.QA_NUM, COALESCE(Q.QA_IMPACT, 0),
                      CAST(C.UUID_CUSTOMER AS VARCHAR), C.CLAIM_NUM,
                      (SELECT COUNT(*)
                         FROM FRAUD_CASE_CLAIM FC
                         INNER JOIN FRAUD_CASE F
                             ON F.CASE_NUM = FC.CASE_NUM
                        WHERE FC.CLAIM_NUM = C.CLAIM_NUM
                          AND (F.CASE_STATUS <> 'CLOS'
                               OR F.CASE_OUTCOME = 'INDU'))
               FROM QA_SAMPLE Q
               INNER JOIN CUSTOMER_CLAIM C
                   ON C.CLAIM_NUM = Q.QA_CLAIM_NUM
               WHERE Q.QA_RECOVERY = 'A-RECUPERER'
               ORDER BY Q.QA_NUM
           END-EXEC.
           EXEC SQL OPEN CRSQAREC END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRSQAREC
                   INTO :SQL-QA-NUM, :SQL-QA-IMPACT,
                        :SQL-CUS-UUID, :SQL-CLAIM-NUM,
                        :SQL-QA-FRAUD
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 1650-QA-RECOVER-ONE-START
                           THRU 1650-QA-RECOVER-ONE-START-EXIT
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSQAREC :'
                       SPACE SQLCODE
                       MOVE FIN TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSQAREC END-EXEC.
       1600-QA-RECOVERY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1650-QA-RECOVER-ONE-START.                                  *
      ******************************************************************
      *    [RD] le 15/10/2026 : indus du controle qualite, cree comme
      *    ceux de la re-liquidation (1550-CREATE-INDUS-START), puis
      *    trace sur la ligne de l'echantillon.
       1650-QA-RECOVER-ONE-START.
           IF SQL-QA-FRAUD > 0 THEN
               EXEC SQL
                   UPDATE QA_SAMPLE
                      SET QA_RECOVERY = 'FRAUDE'
                    WHERE QA_NUM = :SQL-QA-NUM
               END-EXEC
               GO TO 1650-QA-RECOVER-ONE-START-EXIT
           END-IF.
           IF SQL-QA-IMPACT = ZERO THEN
               EXEC SQL
                   UPDATE QA_SAMPLE
                      SET QA_RECOVERY = 'SANS-OBJET'
                    WHERE QA_NUM = :SQL-QA-NUM
               END-EXEC
               GO TO 1650-QA-RECOVER-ONE-START-EXIT
           END-IF.
           COMPUTE WS-DIFF = 0 - SQL-QA-IMPACT.
           PERFORM 1550-CREATE-INDUS-START
               THRU 1550-CREATE-INDUS-START-EXIT.
           EXEC SQL
               UPDATE QA_SAMPLE
                  SET QA_RECOVERY = 'INDUS',
                      QA_INDUS_NUM = :SQL-INDUS-NUM
                WHERE QA_NUM = :SQL-QA-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour de l echantillon qualite.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           ADD 1 TO WS-NB-QA.
       1650-QA-RECOVER-ONE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
