      * MAJ RD le 03/09/2026 Chaque ligne porte aussi sa date de       *
      *    saisie (PAYMENT_ENTRY_DATE) : l'arrete de caisse            *
      *    (cashbal.cbl) y repere les valeurs antidatees.              *
      * MAJ RD le 15/10/2026 Repartition de l'encaissement : l'ecran   *
      *    liste les factures ouvertes de l'adherent ; le montant est  *
      *    reparti par payalloc.cbl sur les factures cochees, ou a     *
      *    defaut sur la facture saisie par son numero, ou sinon sur   *
      *    toutes les factures ouvertes, la plus ancienne d'abord.     *
      *    Seul le reliquat devient un credit adherent.                *
      * MAJ RD le 15/10/2026 Un encaissement par CHEQUE clot le plus   *
      *    ancien pli CHEQUE ouvert de l'adherent au registre du       *
      *    courrier entrant (mailreg.cbl).                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payentry RECURSIVE.
       01  WS-Z-RESIDUAL        PIC Z(06)9.99.
       01  WS-RESIDUAL          PIC S9(07)V99 VALUE ZERO.

      *    [RD] le 15/10/2026 : factures ouvertes de l'adherent
      *    (8 au plus a l'ecran) et choix de l'operateur.
       01  WS-OPEN-LINES.
           03 WS-O01            PIC X(31) VALUE SPACES.
           03 WS-O02            PIC X(31) VALUE SPACES.
           03 WS-O03            PIC X(31) VALUE SPACES.
           03 WS-O04            PIC X(31) VALUE SPACES.
           03 WS-O05            PIC X(31) VALUE SPACES.
           03 WS-O06            PIC X(31) VALUE SPACES.
           03 WS-O07            PIC X(31) VALUE SPACES.
           03 WS-O08            PIC X(31) VALUE SPACES.
       01  WS-OPEN-TABLE REDEFINES WS-OPEN-LINES.
           03 WS-O-ROW          PIC X(31) OCCURS 8.
       01  SC-OPEN-MARKS.
           03 SC-M01            PIC X(01) VALUE SPACE.
           03 SC-M02            PIC X(01) VALUE SPACE.
           03 SC-M03            PIC X(01) VALUE SPACE.
           03 SC-M04            PIC X(01) VALUE SPACE.
           03 SC-M05            PIC X(01) VALUE SPACE.
           03 SC-M06            PIC X(01) VALUE SPACE.
           03 SC-M07            PIC X(01) VALUE SPACE.
           03 SC-M08            PIC X(01) VALUE SPACE.
       01  SC-MARK-TABLE REDEFINES SC-OPEN-MARKS.
           03 SC-M-ROW          PIC X(01) OCCURS 8.
       01  WS-OPEN-NUMS.
           03 WS-O-NUM          PIC 9(08) OCCURS 8.
       01  WS-O-IDX             PIC 9(02) VALUE ZERO.
       01  WS-NB-OPEN           PIC 9(02) VALUE ZERO.
       01  WS-OPEN-TOTAL        PIC 9(07)V99 VALUE ZERO.
       01  WS-Z-OPEN-TOTAL      PIC Z(06)9.99.
       01  WS-Z-OPEN-RESIDUAL   PIC Z(06)9.99.
       01  WS-Z-NB              PIC Z(02)9.
       01  WS-MSG-PTR           PIC 9(03) VALUE 1.

      *    [RD] le 15/10/2026 : zone d'appel de payalloc.cbl.
       01  WS-ALLOC.
           03 WS-AL-CUS-UUID    PIC X(36).
           03 WS-AL-AMOUNT      PIC 9(07)V99.
           03 WS-AL-PAY-DATE    PIC X(10).
           03 WS-AL-ENTRY-DATE  PIC X(10).
           03 WS-AL-METHOD      PIC X(10).
           03 WS-AL-MODE        PIC X(01).
           03 WS-AL-NB-PICK     PIC 9(02).
           03 WS-AL-PICK        PIC 9(08) OCCURS 10.
           03 WS-AL-NB-INVOICE  PIC 9(03).
           03 WS-AL-NB-SETTLED  PIC 9(03).
           03 WS-AL-APPLIED     PIC 9(07)V99.
           03 WS-AL-SURPLUS     PIC 9(07)V99.
           03 WS-AL-RC          PIC X(01).

      *    [RD] le 15/10/2026 : zone d'appel de mailreg.cbl (registre
      *    du courrier entrant).
       01  WS-MAIL.
           05 WS-MR-ACTION        PIC X(01).
           05 WS-MR-NUM           PIC 9(08).
           05 WS-MR-CUS-UUID      PIC X(36).
           05 WS-MR-SENDER        PIC X(40).
           05 WS-MR-RECEIVED      PIC X(10).
           05 WS-MR-TYPE          PIC X(10).
           05 WS-MR-PAGES         PIC 9(03).
           05 WS-MR-QUEUE         PIC X(10).
           05 WS-MR-OPERATOR      PIC X(10).
           05 WS-MR-PROGRAM       PIC X(10).
           05 WS-MR-REF           PIC X(20).
           05 WS-MR-RC            PIC X(01).

       01  WS-TODAY             PIC 9(08).
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR     PIC 9(04).
       01  SQL-INVOICE-DUE-DATE PIC X(10).
       01  SQL-PAID-SUM         PIC 9(07)V99.
       01  SQL-TODAY            PIC X(10).
      *    [RD] le 03/09/2026 : controle de cloture comptable.
       01  SQL-PERIOD-MONTH     PIC X(06).
       01  SQL-PERIOD-CNT       PIC 9(06).
      *    [RD] le 03/09/2026 : credit adherent (trop-percus).
       01  SQL-CREDIT-SUM       PIC 9(07)V99.
      *    [RD] le 15/10/2026 : liste des factures ouvertes.
       01  SQL-OPEN-NUM         PIC 9(08).
       01  SQL-OPEN-DATE        PIC X(10).
       01  SQL-OPEN-RESIDUAL    PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1050-COMPUTE-RESIDUAL-START
               THRU 1050-COMPUTE-RESIDUAL-START-EXIT.

           PERFORM 1060-LOAD-OPEN-START
               THRU 1060-LOAD-OPEN-START-EXIT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

       1050-COMPUTE-RESIDUAL-START-EXIT.
           EXIT.

      ******************************************************************
      *    1060-LOAD-OPEN-START.                                       *
      ******************************************************************
      *    [RD] le 15/10/2026 : factures ouvertes de l'adherent, la
      *    plus ancienne d'abord (ordre de repartition par defaut),
      *    avec leur solde reel et le total du ; les choix
      *    precedents sont effaces.
       1060-LOAD-OPEN-START.
           INITIALIZE WS-OPEN-LINES SC-OPEN-MARKS WS-OPEN-NUMS.
           MOVE ZERO TO WS-NB-OPEN WS-OPEN-TOTAL.
           EXEC SQL
               DECLARE CRSOPEN CURSOR FOR
               SELECT INVOICE_NUMBER,
                      SUBSTR(CAST(INVOICE_CREATE_DATE AS VARCHAR),
                             1, 10),
                      INVOICE_INCOME
                      - COALESCE((SELECT SUM(P.PAYMENT_AMOUNT)
                                    FROM PAYMENT P
                                   WHERE P.UUID_INVOICE
                                       = INVOICE.UUID_INVOICE), 0)
               FROM INVOICE
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND COALESCE(INVOICE_TYPE, 'FACTURE') <> 'AVOIR'
                 AND COALESCE(INVOICE_STATUS, 'UNPAID')
                     NOT IN ('PAID', 'PAID_LATE', 'ANNULEE')
                 AND INVOICE_INCOME
                     - COALESCE((SELECT SUM(P2.PAYMENT_AMOUNT)
                                   FROM PAYMENT P2
                                  WHERE P2.UUID_INVOICE
                                      = INVOICE.UUID_INVOICE), 0) > 0
               ORDER BY INVOICE_CREATE_DATE, INVOICE_NUMBER
           END-EXEC.
           EXEC SQL
               OPEN CRSOPEN
           END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRSOPEN
                   INTO :SQL-OPEN-NUM, :SQL-OPEN-DATE,
                        :SQL-OPEN-RESIDUAL
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
                   MOVE 'Erreur lecture des factures ouvertes.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               IF SQLCODE = 0 THEN
                   ADD SQL-OPEN-RESIDUAL TO WS-OPEN-TOTAL
                   IF WS-NB-OPEN < 8 THEN
                       ADD 1 TO WS-NB-OPEN
                       MOVE SQL-OPEN-NUM TO WS-O-NUM(WS-NB-OPEN)
                       MOVE SQL-OPEN-RESIDUAL TO WS-Z-OPEN-RESIDUAL
                       STRING SQL-OPEN-NUM ' ' SQL-OPEN-DATE ' '
                           WS-Z-OPEN-RESIDUAL
                           DELIMITED BY SIZE
                           INTO WS-O-ROW(WS-NB-OPEN)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL
               CLOSE CRSOPEN
           END-EXEC.
           MOVE WS-OPEN-TOTAL TO WS-Z-OPEN-TOTAL.
       1060-LOAD-OPEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
      *    plus refuse : le surplus (paiement en double, virement
      *    trop eleve) devient un credit adherent (MEMBER_CREDIT),
      *    impute sur la facture suivante ou rembourse (credremb).
      *    [RD] le 15/10/2026 : le surplus n'est plus que le reliquat
      *    apres repartition sur les factures ouvertes (payalloc).
           IF SC-METHOD EQUAL SPACES THEN
               MOVE 'Veuillez saisir le mode de paiement.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-PAYMENT-START-EXIT
           END-IF.

      *    [RD] le 15/10/2026 : repartition par payalloc.cbl sur
      *    les factures cochees, sinon sur la facture saisie par son
      *    numero (encaissement par payeur), sinon sur toutes les
      *    factures ouvertes, la plus ancienne d'abord ; journal
      *    PAYMENT, statuts, credit du reliquat et levee de la
      *    suspension y sont traites.
           INITIALIZE WS-ALLOC.
           MOVE LK-CUS-UUID TO WS-AL-CUS-UUID.
           MOVE SC-AMOUNT TO WS-AL-AMOUNT.
           MOVE SQL-TODAY TO WS-AL-PAY-DATE.
           MOVE SQL-TODAY TO WS-AL-ENTRY-DATE.
           MOVE FUNCTION UPPER-CASE(SC-METHOD) TO WS-AL-METHOD.
           MOVE 'O' TO WS-AL-MODE.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
               UNTIL WS-O-IDX > WS-NB-OPEN
               IF SC-M-ROW(WS-O-IDX) NOT = SPACE THEN
                   ADD 1 TO WS-AL-NB-PICK
                   MOVE WS-O-NUM(WS-O-IDX)
                       TO WS-AL-PICK(WS-AL-NB-PICK)
               END-IF
           END-PERFORM.
           IF WS-AL-NB-PICK > ZERO THEN
               MOVE 'S' TO WS-AL-MODE
           ELSE IF SC-INVOICE-PICK NOT = ZERO THEN
               MOVE 'S' TO WS-AL-MODE
               MOVE 1 TO WS-AL-NB-PICK
               MOVE SC-INVOICE-PICK TO WS-AL-PICK(1)
           END-IF.
           CALL 'payalloc' USING WS-ALLOC
           END-CALL.
           IF WS-AL-RC NOT = '0' THEN
               MOVE 'Erreur repartition du paiement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           CALL 'sumbill' USING LK-CUS-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.
      *    [RD] le 15/10/2026 : le cheque encaisse traite le plus
      *    ancien pli CHEQUE ouvert de l'adherent au registre du
      *    courrier entrant.
           IF WS-AL-METHOD = 'CHEQUE' THEN
               INITIALIZE WS-MAIL
               MOVE 'C' TO WS-MR-ACTION
               MOVE LK-CUS-UUID TO WS-MR-CUS-UUID
               MOVE 'CHEQUE' TO WS-MR-TYPE
               MOVE 'payentry' TO WS-MR-PROGRAM
               STRING 'PAIEMENT ' SQL-TODAY
                   DELIMITED BY SIZE INTO WS-MR-REF
               END-STRING
               CALL 'mailreg' USING WS-MAIL
               END-CALL
               IF WS-MR-RC = '9' THEN
                   MOVE 'Erreur registre du courrier entrant.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

      *    [RD] le 15/10/2026 : liste et solde rafraichis, compte
      *    rendu de la repartition.
           PERFORM 1000-LOAD-INVOICE-START
               THRU 1000-LOAD-INVOICE-START-EXIT.
           MOVE WS-AL-SURPLUS TO WS-SURPLUS.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE 1 TO WS-MSG-PTR.
           MOVE WS-AL-NB-INVOICE TO WS-Z-NB.
           STRING 'PAIEMENT REPARTI SUR ' FUNCTION TRIM(WS-Z-NB)
               ' FACTURE(S), ' DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE WITH POINTER WS-MSG-PTR
           END-STRING.
           MOVE WS-AL-NB-SETTLED TO WS-Z-NB.
           STRING FUNCTION TRIM(WS-Z-NB) ' SOLDEE(S)'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE WITH POINTER WS-MSG-PTR
           END-STRING.
           IF WS-SURPLUS > ZERO THEN
               STRING ' - RELIQUAT MIS EN CREDIT.' DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE WITH POINTER WS-MSG-PTR
               END-STRING
           ELSE
               STRING '.' DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE WITH POINTER WS-MSG-PTR
               END-STRING
           END-IF.
           INITIALIZE SC-AMOUNT SC-METHOD.
       1300-SAVE-PAYMENT-START-EXIT.
