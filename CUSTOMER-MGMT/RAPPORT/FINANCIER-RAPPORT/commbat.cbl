      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Retractation (termcont.cbl) : les         *
      *    encaissements d'un contrat RETRACTE ne sont plus            *
      *    commissionnes a partir du mois de la retractation, et les   *
      *    commissions deja calculees sur ses factures les mois        *
      *    precedents sont reprises par une ligne negative             *
      *    (RETRACT-<contrat>) dans le mois de la retractation.        *
      * MAJ RD le 15/10/2026 Colonne de taux de l'apporteur donnee par *
      *    le produit du contrat au catalogue PRODUCT (getprod.cbl) ;  *
      *    un produit sans colonne dediee prend son taux par defaut.   *
      * MAJ RD le 15/10/2026 Etape de la chaine de cloture             *
      *    mensuelle (closchain.cbl, lancee par batsched.cbl) : appele *
      *    en mode 'B' avec le mois AAAAMM, le traitement tourne sans  *
      *    ecran et rend compte rendu, sortie et code retour.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. commbat RECURSIVE.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : traitement mene a son terme (chaine
      *    de cloture mensuelle).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
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

       01  SC-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-NB-AGENT          PIC 9(05) VALUE ZERO.
       01  WS-NB-LINE           PIC 9(05) VALUE ZERO.
       01  WS-AGENT-TOTAL       PIC S9(09)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL       PIC S9(09)V99 VALUE ZERO.
       01  WS-Z-AMOUNT          PIC Z(06)9.99.
       01  WS-Z-TOTAL           PIC -(08)9.99.
      *    [RD] le 15/10/2026 : reprise de commission (retractation).
       01  WS-NB-REVERSAL       PIC 9(05) VALUE ZERO.
       01  WS-Z-REVERSAL        PIC -(06)9.99.
       01  WS-Z-RATE            PIC ZZ9.

       01  WS-REPORT.
       01  SQL-REIM-NUM         PIC X(10).
       01  SQL-COMM-RATE        PIC 9(03).
       01  SQL-COMM-AMOUNT      PIC 9(07)V99.
      *    [RD] le 15/10/2026 : reprise de commission (retractation).
       01  SQL-REV-BASE         PIC S9(07)V99.
       01  SQL-REV-AMOUNT       PIC S9(07)V99.
       01  SQL-REV-LABEL        PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

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
       COPY 'screen-commission.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CLOSE-STEP.

       0000-START-MAIN.
      *    [RD] le 15/10/2026 : etape de la chaine de cloture.
           IF LK-CS-MODE EQUAL 'B' THEN
               PERFORM 1900-CLOSE-STEP-START
                   THRU 1900-CLOSE-STEP-START-EXIT
               GO TO END-0000-MAIN
           END-IF.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : date de retractation, posee par
      *    termcont.cbl, a garantir si elle n'a jamais servi.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WITHDRAW_DATE
                   VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne de retractation.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le mois est recalcule en entier a chaque lancement.
           EXEC SQL
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'O' TO WS-CS-DONE.
           MOVE WS-GRAND-TOTAL TO WS-Z-TOTAL.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'ETATS PRODUITS : ' WS-NB-AGENT
      *    encaissements du mois de ses contrats et ecrit son etat.
       3000-ONE-AGENT-START.
           ADD 1 TO WS-NB-AGENT.
           MOVE ZERO TO WS-AGENT-TOTAL WS-NB-LINE WS-NB-REVERSAL.
           MOVE SQL-AGENT-CODE TO WS-PRINT-AGENT.
           OPEN OUTPUT F-PRINT.


           PERFORM 3100-AGENT-PAYMENTS-START
              THRU 3100-AGENT-PAYMENTS-START-EXIT.
           PERFORM 3300-AGENT-WITHDRAWALS-START
              THRU 3300-AGENT-WITHDRAWALS-START-EXIT.

           WRITE R-PRINT FROM WS-R-DASH.
           MOVE WS-AGENT-TOTAL TO WS-Z-TOTAL.
           INITIALIZE R-PRINT.
           STRING 'Total commissions du mois : '
               FUNCTION TRIM(WS-Z-TOTAL) ' euros ('
               WS-NB-LINE ' encaissements, '
               WS-NB-REVERSAL ' reprises)'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
      *    [RD] Encaissements du mois des contrats de l'apporteur :
      *    journal PAYMENT joint a la facture, a l'adherent et a la
      *    version de contrat la plus recente portant son code.
      *    [RD] le 15/10/2026 : hors encaissements d'un contrat
      *    retracte dates du mois de la retractation ou apres.
       3100-AGENT-PAYMENTS-START.
           EXEC SQL
               DECLARE CRSCOM CURSOR FOR
                     (SELECT MAX(R2.REIMBURSEMENT_CREATE_DATE)
                        FROM CUSTOMER_REIMBURSEMENT R2
                       WHERE R2.UUID_CUSTOMER = C.UUID_CUSTOMER)
                 AND NOT (COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                          = 'RETRACTE'
                      AND SUBSTR(P.PAYMENT_DATE, 1, 7) >=
                          SUBSTR(COALESCE(
                              R.REIMBURSEMENT_WITHDRAW_DATE, ''),
                              1, 7))
               ORDER BY C.CUSTOMER_LASTNAME
           END-EXEC.
           EXEC SQL OPEN CRSCOM END-EXEC.
      *    calculee sur le montant encaisse, ligne conservee dans
      *    COMMISSION et ecrite sur l'etat.
       3200-ONE-PAYMENT-START.
      *    [RD] le 15/10/2026 : colonne du produit au catalogue.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' THEN
               MOVE ZERO TO WS-PRD-RATE-SLOT WS-PRD-COMM-RATE
           END-IF.
           EVALUATE WS-PRD-RATE-SLOT
               WHEN 1
                   MOVE SQL-RATE-ALLEGE TO SQL-COMM-RATE
               WHEN 2
                   MOVE SQL-RATE-MODERE TO SQL-COMM-RATE
               WHEN 3
                   MOVE SQL-RATE-EXCELL TO SQL-COMM-RATE
               WHEN 4
                   MOVE SQL-RATE-SPE TO SQL-COMM-RATE
               WHEN OTHER
                   MOVE WS-PRD-COMM-RATE TO SQL-COMM-RATE
           END-EVALUATE.
           COMPUTE SQL-COMM-AMOUNT ROUNDED =
               SQL-PAY-AMOUNT * SQL-COMM-RATE / 100.
       3200-ONE-PAYMENT-START-EXIT.
           EXIT.

      ******************************************************************
      *    3300-AGENT-WITHDRAWALS-START.                               *
      ******************************************************************
      *    [RD] le 15/10/2026 : contrats de l'apporteur retractes dans
      *    le mois. Les commissions calculees les mois precedents sur
      *    les factures du contrat sont reprises par une ligne
      *    negative RETRACT-<contrat> (base et montant negatifs).
       3300-AGENT-WITHDRAWALS-START.
           EXEC SQL
               DECLARE CRSRET CURSOR FOR
               SELECT C.CUSTOMER_LASTNAME,
                      C.CUSTOMER_FIRSTNAME,
                      COALESCE(R.REIMBURSEMENT_NUM, ''),
                      COALESCE(SUM(CM.COMM_BASE), 0),
                      COALESCE(SUM(CM.COMM_AMOUNT), 0)
               FROM CUSTOMER_REIMBURSEMENT R
               INNER JOIN CUSTOMER C
                   ON C.UUID_CUSTOMER = R.UUID_CUSTOMER
               LEFT JOIN INVOICE I
                   ON I.UUID_CUSTOMER_REIMBOURSEMENT =
                      R.UUID_CUSTOMER_REIMBOURSEMENT
                  AND COALESCE(I.INVOICE_TYPE, 'FACTURE') = 'FACTURE'
               LEFT JOIN COMMISSION CM
                   ON CM.INVOICE_NUMBER =
                      CAST(I.INVOICE_NUMBER AS VARCHAR)
                  AND CM.AGENT_CODE = :SQL-AGENT-CODE
                  AND CM.COMM_PERIOD < :SQL-PERIOD
               WHERE COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'RETRACTE'
                 AND COALESCE(R.REIMBURSEMENT_AGENT_CODE, '')
                     = :SQL-AGENT-CODE
                 AND R.REIMBURSEMENT_WITHDRAW_DATE
                     LIKE :SQL-MONTH-PREFIX
               GROUP BY C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                        R.REIMBURSEMENT_NUM
               ORDER BY C.CUSTOMER_LASTNAME
           END-EXEC.
           EXEC SQL OPEN CRSRET END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSRET
                   INTO :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-REIM-NUM, :SQL-REV-BASE,
                        :SQL-REV-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-REV-AMOUNT NOT = ZERO THEN
                           PERFORM 3400-ONE-REVERSAL-START
                              THRU 3400-ONE-REVERSAL-START-EXIT
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSRET :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSRET END-EXEC.
       3300-AGENT-WITHDRAWALS-START-EXIT.
           EXIT.

      ******************************************************************
      *    3400-ONE-REVERSAL-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : ligne de reprise conservee dans
      *    COMMISSION et ecrite sur l'etat.
       3400-ONE-REVERSAL-START.
           COMPUTE SQL-REV-BASE = 0 - SQL-REV-BASE.
           COMPUTE SQL-REV-AMOUNT = 0 - SQL-REV-AMOUNT.
           INITIALIZE SQL-REV-LABEL.
           STRING 'RETRACT-' FUNCTION TRIM(SQL-REIM-NUM)
               DELIMITED BY SIZE INTO SQL-REV-LABEL
           END-STRING.

           EXEC SQL
               INSERT INTO COMMISSION
                   (AGENT_CODE, COMM_PERIOD, INVOICE_NUMBER,
                    COMM_BASE, COMM_RATE, COMM_AMOUNT)
               VALUES
                   (:SQL-AGENT-CODE, :SQL-PERIOD,
                    :SQL-REV-LABEL, :SQL-REV-BASE,
                    0, :SQL-REV-AMOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la reprise.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           ADD 1 TO WS-NB-REVERSAL.
           ADD SQL-REV-AMOUNT TO WS-AGENT-TOTAL.

           MOVE SQL-REV-AMOUNT TO WS-Z-REVERSAL.
           INITIALIZE R-PRINT.
           STRING FUNCTION TRIM(SQL-CUS-LASTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-FIRSTNAME)
               ' - retractation ' FUNCTION TRIM(SQL-REIM-NUM)
               ' - reprise ' FUNCTION TRIM(WS-Z-REVERSAL) ' eur'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3400-ONE-REVERSAL-START-EXIT.
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
           MOVE LK-CS-PERIOD TO SC-PERIOD.
           PERFORM 2000-RUN-BATCH-START
               THRU 2000-RUN-BATCH-START-EXIT.
           MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE.
           IF WS-CS-DONE EQUAL 'O' THEN
               MOVE '0' TO LK-CS-RC
               INITIALIZE LK-CS-OUTPUT
               STRING './RAPPORT/COM-' LK-CS-PERIOD
                   '-<apporteur>.txt (' WS-NB-AGENT ' etats)'
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
