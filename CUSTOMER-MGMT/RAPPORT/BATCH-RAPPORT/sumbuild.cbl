      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Les factures collectives (INVOICE_TYPE    *
      *    GROUPE, grpinvo.cbl) et leurs reglements sont reconstruits  *
      *    sur la ligne de leur employeur (SUM_GROUP_SIRET), comme     *
      *    sumbill.cbl les cumule au fil de l'eau.                     *
      * MAJ RD le 15/10/2026 Etape de la chaine de cloture             *
      *    mensuelle (closchain.cbl, lancee par batsched.cbl) : appele *
      *    en mode 'B' avec le mois AAAAMM, le traitement tourne sans  *
      *    ecran et rend compte rendu, sortie et code retour.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : traitement mene a son terme (chaine
      *    de cloture mensuelle).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-MONTH             PIC X(06) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    [RD] le 15/10/2026 : appel par la chaine de cloture
      *    mensuelle (closchain.cbl), sans ecran ; le menu passe le
      *    mode 'E' (ecran).
       01  LK-CLOSE-STEP.
           05 LK-CS-MODE        PIC X(01).
           05 LK-CS-PERIOD      PIC X(06).
           05 LK-CS-RC          PIC X(01).
           05 LK-CS-OUTPUT      PIC X(200).
           05 LK-CS-MESSAGE     PIC X(70).

       SCREEN SECTION.
       COPY 'screen-summary-build.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CLOSE-STEP.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
      *    [RD] le 15/10/2026 : etape de la chaine de cloture.
           IF LK-CS-MODE EQUAL 'B' THEN
               PERFORM 1900-CLOSE-STEP-START
                   THRU 1900-CLOSE-STEP-START-EXIT
               GO TO END-0000-MAIN
           END-IF.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-RUN-CHOICE.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
                   SUM_COLLECTED   NUMERIC(13,2) DEFAULT 0,
                   SUM_CREDITED    NUMERIC(13,2) DEFAULT 0,
                   SUM_CLAIMS_PAID NUMERIC(13,2) DEFAULT 0,
                   SUM_NB_INVOICE  NUMERIC(8)    DEFAULT 0,
                   SUM_GROUP_SIRET VARCHAR(14)   DEFAULT ''
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE BILLING_SUMMARY
               ADD COLUMN IF NOT EXISTS SUM_GROUP_SIRET VARCHAR(14)
                   DEFAULT ''
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_GROUP_SIRET
                   VARCHAR(14)
           END-EXEC.
           EXEC SQL
               DELETE FROM BILLING_SUMMARY
               WHERE SUM_MONTH = :SQL-MONTH
               INSERT INTO BILLING_SUMMARY
                   (SUM_MONTH, SUM_TIER, SUM_REGION, SUM_EMITTED,
                    SUM_COLLECTED, SUM_CREDITED, SUM_CLAIMS_PAID,
                    SUM_NB_INVOICE, SUM_GROUP_SIRET)
               SELECT :SQL-MONTH, X.TIER, X.REGION,
                      SUM(X.EMITTED), SUM(X.COLLECTED),
                      SUM(X.CREDITED), SUM(X.CLAIMS_PAID),
                      SUM(X.NB_INV), X.GRP_SIRET
               FROM (
                   SELECT
                       SUBSTRING(COALESCE(
                           + COALESCE(I.INVOICE_EXPECT, 0)
                           AS EMITTED,
                       0 AS COLLECTED, 0 AS CREDITED,
                       0 AS CLAIMS_PAID, 1 AS NB_INV,
                       '' AS GRP_SIRET
                   FROM INVOICE I
                   INNER JOIN CUSTOMER C
                       ON C.UUID_CUSTOMER = I.UUID_CUSTOMER
                           CR.REIMBURSEMENT_NUM, '---'), 1, 3),
                       SUBSTRING(COALESCE(
                           C.CUSTOMER_ZIPCODE, '00'), 1, 2),
                       0, P.PAYMENT_AMOUNT, 0, 0, 0, ''
                   FROM PAYMENT P
                   INNER JOIN INVOICE I
                       ON I.UUID_INVOICE = P.UUID_INVOICE
                           CR.REIMBURSEMENT_NUM, '---'), 1, 3),
                       SUBSTRING(COALESCE(
                           C.CUSTOMER_ZIPCODE, '00'), 1, 2),
                       0, 0, 0 - I.INVOICE_INCOME, 0, 0, ''
                   FROM INVOICE I
                   INNER JOIN CUSTOMER C
                       ON C.UUID_CUSTOMER = I.UUID_CUSTOMER
                           CR.REIMBURSEMENT_NUM, '---'), 1, 3),
                       SUBSTRING(COALESCE(
                           C.CUSTOMER_ZIPCODE, '00'), 1, 2),
                       0, 0, 0, CL.CLAIM_OWED, 0, ''
                   FROM CUSTOMER_CLAIM CL
                   INNER JOIN CUSTOMER C
                       ON C.UUID_CUSTOMER = CL.UUID_CUSTOMER
                   WHERE CL.CLAIM_STATUS = 'PAYE'
                     AND COALESCE(CL.CLAIM_PAID_DATE, '')
                         LIKE :SQL-PREFIX
      *            [RD] le 15/10/2026 : factures collectives et
      *            reglements des employeurs, ligne du groupe.
                   UNION ALL
                   SELECT '---', '00',
                       I.INVOICE_INCOME, 0, 0, 0, 1,
                       COALESCE(I.INVOICE_GROUP_SIRET, '')
                   FROM INVOICE I
                   WHERE I.INVOICE_TYPE = 'GROUPE'
                     AND CAST(I.INVOICE_CREATE_DATE AS VARCHAR)
                         LIKE :SQL-PREFIX
                   UNION ALL
                   SELECT '---', '00',
                       0, P.PAYMENT_AMOUNT, 0, 0, 0,
                       COALESCE(I.INVOICE_GROUP_SIRET, '')
                   FROM PAYMENT P
                   INNER JOIN INVOICE I
                       ON I.UUID_INVOICE = P.UUID_INVOICE
                   WHERE I.INVOICE_TYPE = 'GROUPE'
                     AND CAST(P.PAYMENT_DATE AS VARCHAR)
                         LIKE :SQL-PREFIX
               ) X
               GROUP BY X.TIER, X.REGION, X.GRP_SIRET
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur reconstruction de la synthese.'
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE 'O' TO WS-CS-DONE.
           MOVE 'MOIS RECONSTRUIT DEPUIS LE DETAIL.'
               TO WS-ERROR-MESSAGE.
       1300-REBUILD-START-EXIT.
           EXIT.

      ******************************************************************
      *    1900-CLOSE-STEP-START.                                      *
      ******************************************************************
      *    [RD] le 15/10/2026 : etape de la chaine de cloture
      *    mensuelle (closchain.cbl) : le mois AAAAMM est recu de la
      *    chaine au lieu d'etre saisi ; compte rendu, sortie produite
      *    et code retour ('0' termine, '1' echec) rendus a l'appelant.
       1900-CLOSE-STEP-START.
           MOVE 'N' TO WS-CS-DONE.
           MOVE LK-CS-PERIOD TO SC-MONTH.
           PERFORM 1300-REBUILD-START
               THRU 1300-REBUILD-START-EXIT.
           MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE.
           IF WS-CS-DONE EQUAL 'O' THEN
               MOVE '0' TO LK-CS-RC
               INITIALIZE LK-CS-OUTPUT
               STRING 'Table BILLING_SUMMARY, mois ' LK-CS-PERIOD
                   DELIMITED BY SIZE INTO LK-CS-OUTPUT
               END-STRING
           ELSE
               MOVE '1' TO LK-CS-RC
           END-IF.
       1900-CLOSE-STEP-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
      *    [RD] le 15/10/2026 : en chaine de cloture, l'echec est
      *    rendu a closchain.cbl qui arrete la chaine.
           IF LK-CS-MODE EQUAL 'B' THEN
               MOVE '1' TO LK-CS-RC
               MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.
           STOP RUN.

      ******************************************************************
