      ******************************************************************
      *    [RD] Repartition d'un encaissement sur les factures         *
      *    ouvertes d'un adherent.                                     *
      *    payentry.cbl et bnkstmt.cbl imputaient tout le montant sur  *
      *    une seule facture et passaient le reste en credit, meme     *
      *    quand des factures plus anciennes restaient impayees : un   *
      *    cheque couvrant trois mois de retard laissait deux factures *
      *    relancees par rptover.cbl et un credit. Ce sous-programme   *
      *    recoit l'adherent, le montant, les dates de valeur et de    *
      *    saisie, le mode de paiement et un mode de repartition :     *
      *      - O : toutes les factures ouvertes, la plus ancienne      *
      *            d'abord (defaut) ;                                  *
      *      - S : seulement les factures choisies (numeros passes     *
      *            par l'appelant), la plus ancienne d'abord ;         *
      *      - P : les factures choisies d'abord, puis les autres      *
      *            factures ouvertes, la plus ancienne d'abord.        *
      *    Chaque facture servie recoit sa ligne au journal PAYMENT et *
      *    passe PAID (ou PAID_LATE apres l'echeance) si elle est      *
      *    soldee ; seul le reliquat apres toutes les factures         *
      *    servies devient un credit adherent (MEMBER_CREDIT). La      *
      *    suspension des garanties est levee des qu'une facture est   *
      *    soldee, comme auparavant. La numerotation se fait sous le   *
      *    verrou applicatif PAYMENT. La connexion est celle de        *
      *    l'appelant, qui valide la transaction ; un code retour      *
      *    different de '0' signale une erreur SQL.                    *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payalloc RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-PASS              PIC X(01)  VALUE SPACE.
       01  WS-REMAINING         PIC 9(07)V99 VALUE ZERO.
       01  WS-APPLY             PIC 9(07)V99 VALUE ZERO.
       01  WS-PICKED            PIC X(01)  VALUE 'N'.
       01  WS-PICK-IDX          PIC 9(02)  VALUE ZERO.
       01  WS-LAST-INVOICE      PIC X(36)  VALUE SPACES.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-INVOICE-UUID     PIC X(36).
       01  SQL-INVOICE-NUM      PIC 9(08).
       01  SQL-RESIDUAL         PIC 9(07)V99.
       01  SQL-DUE-DATE         PIC X(10).
       01  SQL-PAY-DATE         PIC X(10).
       01  SQL-ENTRY-DATE       PIC X(10).
       01  SQL-PAY-METHOD       PIC X(10).
       01  SQL-PAY-NUM          PIC 9(08).
       01  SQL-PAY-AMOUNT       PIC 9(07)V99.
       01  SQL-NEW-STATUS       PIC X(10).
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-CREDIT-NUM       PIC 9(08).
       01  SQL-CREDIT-AMOUNT    PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-ALLOC.
           03 LK-AL-CUS-UUID    PIC X(36).
           03 LK-AL-AMOUNT      PIC 9(07)V99.
           03 LK-AL-PAY-DATE    PIC X(10).
           03 LK-AL-ENTRY-DATE  PIC X(10).
           03 LK-AL-METHOD      PIC X(10).
           03 LK-AL-MODE        PIC X(01).
           03 LK-AL-NB-PICK     PIC 9(02).
           03 LK-AL-PICK        PIC 9(08) OCCURS 10.
           03 LK-AL-NB-INVOICE  PIC 9(03).
           03 LK-AL-NB-SETTLED  PIC 9(03).
           03 LK-AL-APPLIED     PIC 9(07)V99.
           03 LK-AL-SURPLUS     PIC 9(07)V99.
           03 LK-AL-RC          PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-ALLOC.
       0000-MAIN-START.
           MOVE '0' TO LK-AL-RC.
           MOVE ZERO TO LK-AL-NB-INVOICE LK-AL-NB-SETTLED
                        LK-AL-APPLIED LK-AL-SURPLUS.
           MOVE LK-AL-AMOUNT TO WS-REMAINING.
           MOVE SPACES TO WS-LAST-INVOICE.
           MOVE LK-AL-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-AL-PAY-DATE TO SQL-PAY-DATE.
           MOVE LK-AL-ENTRY-DATE TO SQL-ENTRY-DATE.
           MOVE LK-AL-METHOD TO SQL-PAY-METHOD.
           IF  LK-AL-MODE NOT = 'S' AND LK-AL-MODE NOT = 'P'
               MOVE 'O' TO LK-AL-MODE
           END-IF.
           IF  LK-AL-NB-PICK > 10
               MOVE 10 TO LK-AL-NB-PICK
           END-IF.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

      *    [RD] numerotation sous verrou applicatif, comme la saisie
      *    (payentry.cbl) et le releve (bnkstmt.cbl).
           MOVE 'PAYMENT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.

           IF  LK-AL-MODE = 'S' OR LK-AL-MODE = 'P'
               MOVE 'S' TO WS-PASS
               PERFORM 2000-SWEEP-OPEN-START
                  THRU END-2000-SWEEP-OPEN
           END-IF.
           IF  LK-AL-MODE = 'O' OR LK-AL-MODE = 'P'
               MOVE 'O' TO WS-PASS
               PERFORM 2000-SWEEP-OPEN-START
                  THRU END-2000-SWEEP-OPEN
           END-IF.

           IF  WS-REMAINING > ZERO
               PERFORM 3000-SURPLUS-CREDIT-START
                  THRU END-3000-SURPLUS-CREDIT
           END-IF.

           IF  LK-AL-NB-SETTLED > ZERO
               PERFORM 3100-LIFT-SUSPENSION-START
                  THRU END-3100-LIFT-SUSPENSION
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Tables et colonnes utilisees, pour les bases           *
      *    anterieures.                                                *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAYMENT (
                   UUID_INVOICE   VARCHAR(36),
                   PAYMENT_NUM    INT,
                   PAYMENT_DATE   VARCHAR(10),
                   PAYMENT_AMOUNT NUMERIC(9,2),
                   PAYMENT_METHOD VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE PAYMENT
               ADD COLUMN IF NOT EXISTS PAYMENT_ENTRY_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_DUN_COUNT INT
               DEFAULT 0
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MEMBER_CREDIT (
                   UUID_CUSTOMER      VARCHAR(36),
                   CREDIT_NUM         INT,
                   CREDIT_DATE        VARCHAR(10),
                   CREDIT_AMOUNT      NUMERIC(9,2),
                   CREDIT_ORIGIN_UUID VARCHAR(36),
                   CREDIT_STATUS      VARCHAR(10),
                   CREDIT_USED_DATE   VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION TABLES REPARTITION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Factures ouvertes de l'adherent, la plus ancienne      *
      *    d'abord, avec leur solde reel. Passe S : seules les         *
      *    factures choisies sont servies ; passe O : toutes celles    *
      *    qui restent ouvertes. Arret des que le montant est epuise.  *
      ******************************************************************
       2000-SWEEP-OPEN-START.
           EXEC SQL
               DECLARE CRSALLOC CURSOR FOR
               SELECT INVOICE.UUID_INVOICE,
                      INVOICE.INVOICE_NUMBER,
                      INVOICE.INVOICE_INCOME
                      - COALESCE((SELECT SUM(P.PAYMENT_AMOUNT)
                                    FROM PAYMENT P
                                   WHERE P.UUID_INVOICE
                                       = INVOICE.UUID_INVOICE), 0),
                      COALESCE(INVOICE.INVOICE_DUE_DATE, '')
               FROM INVOICE
               WHERE INVOICE.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(INVOICE.INVOICE_TYPE, 'FACTURE')
                     <> 'AVOIR'
                 AND COALESCE(INVOICE.INVOICE_STATUS, 'UNPAID')
                     NOT IN ('PAID', 'PAID_LATE', 'ANNULEE')
                 AND INVOICE.INVOICE_INCOME
                     - COALESCE((SELECT SUM(P2.PAYMENT_AMOUNT)
                                   FROM PAYMENT P2
                                  WHERE P2.UUID_INVOICE
                                      = INVOICE.UUID_INVOICE), 0) > 0
               ORDER BY INVOICE.INVOICE_CREATE_DATE,
                        INVOICE.INVOICE_NUMBER
           END-EXEC.

           EXEC SQL
               OPEN CRSALLOC
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSALLOC
                   INTO :SQL-INVOICE-UUID,
                        :SQL-INVOICE-NUM,
                        :SQL-RESIDUAL,
                        :SQL-DUE-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2050-CHECK-PICK-START
                          THRU END-2050-CHECK-PICK
                       IF  WS-PICKED = 'O'
                           PERFORM 2100-APPLY-ONE-START
                              THRU END-2100-APPLY-ONE
                       END-IF
                       IF  WS-REMAINING = ZERO
                           MOVE 100 TO SQLCODE
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSALLOC :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSALLOC
           END-EXEC.
       END-2000-SWEEP-OPEN.
           EXIT.

      ******************************************************************
      *    [RD] En passe S, la facture courante doit figurer parmi     *
      *    les numeros choisis par l'appelant.                         *
      ******************************************************************
       2050-CHECK-PICK-START.
           MOVE 'O' TO WS-PICKED.
           IF  WS-PASS NOT = 'S'
               GO TO END-2050-CHECK-PICK
           END-IF.
           MOVE 'N' TO WS-PICKED.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
               UNTIL WS-PICK-IDX > LK-AL-NB-PICK
               IF  LK-AL-PICK(WS-PICK-IDX) = SQL-INVOICE-NUM
                   MOVE 'O' TO WS-PICKED
               END-IF
           END-PERFORM.
       END-2050-CHECK-PICK.
           EXIT.

      ******************************************************************
      *    [RD] Impute sur la facture courante le plus petit du solde  *
      *    et du montant restant ; la facture soldee passe PAID, ou    *
      *    PAID_LATE si la date de valeur depasse l'echeance.          *
      ******************************************************************
       2100-APPLY-ONE-START.
           IF  SQL-RESIDUAL > WS-REMAINING
               MOVE WS-REMAINING TO WS-APPLY
           ELSE
               MOVE SQL-RESIDUAL TO WS-APPLY
           END-IF.

           MOVE ZERO TO SQL-PAY-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_NUM), 0)
               INTO :SQL-PAY-NUM
               FROM PAYMENT
           END-EXEC.
           ADD 1 TO SQL-PAY-NUM.
           MOVE WS-APPLY TO SQL-PAY-AMOUNT.
           EXEC SQL
               INSERT INTO PAYMENT
                   (UUID_INVOICE, PAYMENT_NUM, PAYMENT_DATE,
                    PAYMENT_AMOUNT, PAYMENT_METHOD,
                    PAYMENT_ENTRY_DATE)
               VALUES
                   (:SQL-INVOICE-UUID, :SQL-PAY-NUM, :SQL-PAY-DATE,
                    :SQL-PAY-AMOUNT, :SQL-PAY-METHOD, :SQL-ENTRY-DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT PAYMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           SUBTRACT WS-APPLY FROM WS-REMAINING.
           ADD WS-APPLY TO LK-AL-APPLIED.
           ADD 1 TO LK-AL-NB-INVOICE.
           MOVE SQL-INVOICE-UUID TO WS-LAST-INVOICE.

           IF  WS-APPLY < SQL-RESIDUAL
               GO TO END-2100-APPLY-ONE
           END-IF.
           IF  SQL-DUE-DATE NOT = SPACES
               AND SQL-PAY-DATE > SQL-DUE-DATE
               MOVE 'PAID_LATE' TO SQL-NEW-STATUS
           ELSE
               MOVE 'PAID' TO SQL-NEW-STATUS
           END-IF.
           EXEC SQL
               UPDATE INVOICE
               SET INVOICE_STATUS = :SQL-NEW-STATUS,
                   INVOICE_PAYMENT_DATE = :SQL-PAY-DATE,
                   INVOICE_DUN_COUNT = 0
               WHERE UUID_INVOICE = :SQL-INVOICE-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ STATUT FACTURE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO LK-AL-NB-SETTLED.
       END-2100-APPLY-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Reliquat apres toutes les factures servies : credit    *
      *    adherent, rattache a la derniere facture servie.            *
      ******************************************************************
       3000-SURPLUS-CREDIT-START.
           MOVE WS-REMAINING TO LK-AL-SURPLUS.
           MOVE ZERO TO SQL-CREDIT-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(CREDIT_NUM), 0)
               INTO :SQL-CREDIT-NUM
               FROM MEMBER_CREDIT
           END-EXEC.
           ADD 1 TO SQL-CREDIT-NUM.
           MOVE WS-REMAINING TO SQL-CREDIT-AMOUNT.
           MOVE WS-LAST-INVOICE TO SQL-INVOICE-UUID.
           EXEC SQL
               INSERT INTO MEMBER_CREDIT
                   (UUID_CUSTOMER, CREDIT_NUM, CREDIT_DATE,
                    CREDIT_AMOUNT, CREDIT_ORIGIN_UUID,
                    CREDIT_STATUS, CREDIT_USED_DATE)
               VALUES
                   (:SQL-CUS-UUID, :SQL-CREDIT-NUM, :SQL-ENTRY-DATE,
                    :SQL-CREDIT-AMOUNT, :SQL-INVOICE-UUID,
                    'DISPONIBLE', '')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT MEMBER_CREDIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3000-SURPLUS-CREDIT.
           EXIT.

      ******************************************************************
      *    [RD] Arriere solde : la suspension des garanties est levee. *
      ******************************************************************
       3100-LIFT-SUSPENSION-START.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_SUSPENDED = '0'
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_SUSPENDED, '0') = '1'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LEVEE DE LA SUSPENSION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3100-LIFT-SUSPENSION.
           EXIT.

       9020-ERROR-SQL-START.
           MOVE '1' TO LK-AL-RC.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (payentry.cbl ou
      *    bnkstmt.cbl), qui constate le code retour.
           GOBACK.
