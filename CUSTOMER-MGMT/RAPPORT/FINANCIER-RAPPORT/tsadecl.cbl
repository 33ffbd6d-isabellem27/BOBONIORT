      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      *                                                                *
      *    MAJ RD le 15/10/2026 : base et taxe ventilees entre         *
      *    contrats responsables (taxe portee par les pieces) et non   *
      *    responsables (REIMBURSEMENT_RESPONSIBLE = '0', marque par   *
      *    respchk.cbl) : taxe recalculee au taux majore               *
      *    TSA_RATE_NR_PCT d'INVOICE_PARAM.                            *
      * MAJ RD le 15/10/2026 Etape trimestrielle de la chaine          *
      *    de cloture mensuelle (closchain.cbl) : appele en mode 'B'   *
      *    avec le dernier mois AAAAMM du trimestre, le traitement     *
      *    tourne sans ecran et rend compte rendu, sortie et code      *
      *    retour.                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tsadecl RECURSIVE.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : traitement mene a son terme (chaine
      *    de cloture mensuelle).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-MONTH-IDX         PIC 9(02) VALUE 0.
       01  WS-MONTH-NUM         PIC 9(02) VALUE 0.

       01  WS-TOTAL-BASE        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-TAX         PIC S9(11)V99 VALUE ZERO.
      *    [RD] le 15/10/2026 : part des contrats non responsables.
       01  WS-TOTAL-NR-BASE     PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NR-TAX      PIC S9(11)V99 VALUE ZERO.
       01  WS-MONTH-NR-TAX      PIC S9(09)V99 VALUE ZERO.
       01  WS-Z-RATE            PIC Z9.99.
       01  WS-Z-AMOUNT          PIC -Z(08)9.99.

       01  WS-REPORT.
       01  SQL-MONTH-PREFIX     PIC X(08).
       01  SQL-MONTH-BASE       PIC S9(09)V99.
       01  SQL-MONTH-TAX        PIC S9(09)V99.
       01  SQL-MONTH-NR-BASE    PIC S9(09)V99.
       01  SQL-TSA-RATE-NR      PIC 9(02)V9(02) VALUE 20.27.
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
       COPY 'screen-tsa-decl.cpy'.

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
               GO TO 2000-RUN-BATCH-START-EXIT
           END-IF.
           MOVE ZERO TO WS-TOTAL-BASE WS-TOTAL-TAX.
           MOVE ZERO TO WS-TOTAL-NR-BASE WS-TOTAL-NR-TAX.
           MOVE SC-YEAR TO WS-PRINT-YEAR.
           MOVE SC-QUARTER TO WS-PRINT-QUARTER.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 2050-LOAD-NR-RATE-START
               THRU 2050-LOAD-NR-RATE-START-EXIT.

           OPEN OUTPUT F-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-DASH.

      *    [RD] un mois par ligne : base taxable emise (factures
      *    moins avoirs) et taxe due portee par les pieces ; la part
      *    des contrats non responsables suit au taux majore.
           PERFORM 3000-ONE-MONTH-START
               THRU 3000-ONE-MONTH-START-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-TOTAL-NR-BASE TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING '  dont non responsables   : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros de base'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-TOTAL-NR-TAX TO WS-Z-AMOUNT.
           MOVE SQL-TSA-RATE-NR TO WS-Z-RATE.
           INITIALIZE R-PRINT.
           STRING '  taxe non responsables   : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros (taux '
               FUNCTION TRIM(WS-Z-RATE) ' pct)'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'O' TO WS-CS-DONE.
           MOVE WS-TOTAL-TAX TO WS-Z-AMOUNT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'DECLARATION PRODUITE - TAXE DUE : '
      ******************************************************************
      *    [RD] Cumule le mois d'indice WS-MONTH-IDX du trimestre :
      *    factures et avoirs emis dans le mois, avec leur signe.
      *    [RD] le 15/10/2026 : la base des contrats non responsables
      *    est isolee, sa taxe recalculee au taux majore (la taxe est
      *    comprise dans la cotisation, comme dans geneinvo.cbl) et
      *    ajoutee au total ; la taxe portee par leurs pieces, au taux
      *    normal, n'est pas reprise.
       3000-ONE-MONTH-START.
           COMPUTE WS-MONTH-NUM =
               (SC-QUARTER - 1) * 3 + WS-MONTH-IDX.
           END-STRING.

           MOVE ZERO TO SQL-MONTH-BASE SQL-MONTH-TAX.
           MOVE ZERO TO SQL-MONTH-NR-BASE.
           EXEC SQL
               SELECT COALESCE(SUM(INVOICE.INVOICE_INCOME), 0),
                      COALESCE(SUM(CASE
                          WHEN COALESCE(CR.REIMBURSEMENT_RESPONSIBLE,
                               '1') = '0'
                          THEN 0
                          ELSE COALESCE(INVOICE.INVOICE_TSA_AMOUNT, 0)
                          END), 0),
                      COALESCE(SUM(CASE
                          WHEN COALESCE(CR.REIMBURSEMENT_RESPONSIBLE,
                               '1') = '0'
                          THEN INVOICE.INVOICE_INCOME
                          ELSE 0
                          END), 0)
               INTO :SQL-MONTH-BASE, :SQL-MONTH-TAX,
                    :SQL-MONTH-NR-BASE
               FROM INVOICE
               LEFT JOIN CUSTOMER_REIMBURSEMENT CR
                   ON CR.UUID_CUSTOMER_REIMBOURSEMENT
                    = INVOICE.UUID_CUSTOMER_REIMBOURSEMENT
               WHERE INVOICE.INVOICE_CREATE_DATE LIKE :SQL-MONTH-PREFIX
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur cumul du mois de declaration.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           COMPUTE WS-MONTH-NR-TAX ROUNDED =
               SQL-MONTH-NR-BASE * SQL-TSA-RATE-NR
               / (100 + SQL-TSA-RATE-NR).
           ADD WS-MONTH-NR-TAX TO SQL-MONTH-TAX.

           ADD SQL-MONTH-BASE TO WS-TOTAL-BASE.
           ADD SQL-MONTH-TAX TO WS-TOTAL-TAX.
           ADD SQL-MONTH-NR-BASE TO WS-TOTAL-NR-BASE.
           ADD WS-MONTH-NR-TAX TO WS-TOTAL-NR-TAX.

           MOVE SQL-MONTH-BASE TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           IF SQL-MONTH-NR-BASE NOT = ZERO THEN
               MOVE SQL-MONTH-NR-BASE TO WS-Z-AMOUNT
               INITIALIZE R-PRINT
               STRING '        - dont non resp: '
                   FUNCTION TRIM(WS-Z-AMOUNT) ' euros de base'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
               MOVE WS-MONTH-NR-TAX TO WS-Z-AMOUNT
               INITIALIZE R-PRINT
               STRING '          taxe majoree : '
                   FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
       3000-ONE-MONTH-START-EXIT.
           EXIT.

      ******************************************************************
      *    1900-CLOSE-STEP-START.                                      *
      ******************************************************************
      *    [RD] le 15/10/2026 : etape trimestrielle de la chaine de
      *    cloture mensuelle (closchain.cbl) : la chaine passe le
      *    dernier mois AAAAMM du trimestre, d'ou l'annee et le
      *    trimestre ; compte rendu, sortie produite et code retour
      *    ('0' termine, '1' echec) rendus a l'appelant.
       1900-CLOSE-STEP-START.
           MOVE 'N' TO WS-CS-DONE.
           MOVE LK-CS-PERIOD(1:4) TO SC-YEAR.
           COMPUTE SC-QUARTER =
               (FUNCTION NUMVAL(LK-CS-PERIOD(5:2)) + 2) / 3.
           PERFORM 2000-RUN-BATCH-START
               THRU 2000-RUN-BATCH-START-EXIT.
           MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE.
           IF WS-CS-DONE EQUAL 'O' THEN
               MOVE '0' TO LK-CS-RC
               MOVE WS-PRINT-PATH TO LK-CS-OUTPUT
           ELSE
               MOVE '1' TO LK-CS-RC
           END-IF.
       1900-CLOSE-STEP-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2050-LOAD-NR-RATE-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : taux de TSA des contrats non
      *    responsables (invparam.cbl) ; colonnes garanties si la
      *    declaration passe avant le premier controle (respchk.cbl).
       2050-LOAD-NR-RATE-START.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS TSA_RATE_NR_PCT
                   NUMERIC(5,2) DEFAULT 20.27
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_RESPONSIBLE
                   VARCHAR(1) DEFAULT '1'
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(TSA_RATE_NR_PCT, 20.27)
               INTO :SQL-TSA-RATE-NR
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 20.27 TO SQL-TSA-RATE-NR
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du taux TSA non responsable.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2050-LOAD-NR-RATE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
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
