      *                                                               *
      *    Auteur : RD                                                *
      *    Date creation 22/08/2026                                   *
      *    MAJ RD le 15/10/2026 : une hausse par produit du catalogue *
      *    PRODUCT (six au plus, produits fermes compris puisqu'ils   *
      *    ont encore des contrats en cours) au lieu des quatre       *
      *    paliers figes.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ratesim RECURSIVE.
       01  SC-MESSAGE           PIC X(70)   VALUE SPACES .

      *    hausse hypothetique par palier, en pourcentage
      *    [RD] le 15/10/2026 : un palier par produit du catalogue
      *    PRODUCT, dans l'ordre d'affichage.
       01  WS-SIM-MAX           PIC 9(01)   VALUE 6    .
       01  WS-SIM-COUNT         PIC 9(01)   VALUE ZERO .
       01  WS-SIM-IDX           PIC 9(01)   VALUE ZERO .
       01  WS-SIM-PTR           PIC 9(03)   VALUE ZERO .
       01  WS-SIM-TABLE.
           05 WS-SIM-PRODUCT OCCURS 6.
              10 WS-SIM-LABEL   PIC X(20)   .
              10 WS-SIM-PREFIX  PIC X(03)   .
              10 SC-PCT         PIC 99V9    .
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

       01  WS-SQL-LIB           PIC X(80)               .
       01  FIN                  PIC S9(9)   VALUE 100   .
       01  USERNAME             PIC X(05)   VALUE SPACES     .
       01  PASSWD               PIC X(05)   VALUE SPACES     .

       01  SQL-PFX-1            PIC X(03)   VALUE SPACES.
       01  SQL-PFX-2            PIC X(03)   VALUE SPACES.
       01  SQL-PFX-3            PIC X(03)   VALUE SPACES.
       01  SQL-PFX-4            PIC X(03)   VALUE SPACES.
       01  SQL-PFX-5            PIC X(03)   VALUE SPACES.
       01  SQL-PFX-6            PIC X(03)   VALUE SPACES.
       01  SQL-PCT-1            PIC 9(02)V9 VALUE ZERO.
       01  SQL-PCT-2            PIC 9(02)V9 VALUE ZERO.
       01  SQL-PCT-3            PIC 9(02)V9 VALUE ZERO.
       01  SQL-PCT-4            PIC 9(02)V9 VALUE ZERO.
       01  SQL-PCT-5            PIC 9(02)V9 VALUE ZERO.
       01  SQL-PCT-6            PIC 9(02)V9 VALUE ZERO.

       01  SQL-GROUP-LABEL      PIC X(30).
       01  SQL-GROUP-COUNT      PIC 9(06).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1050-LOAD-PRODUCTS-START
                    THRU END-1050-LOAD-PRODUCTS.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           STOP RUN.

      ******************************************************************
      *    [RD] le 15/10/2026 : produits du catalogue PRODUCT proposes
      *    a la simulation (getprod.cbl), dans l'ordre d'affichage.
      ******************************************************************
       1050-LOAD-PRODUCTS-START.
           INITIALIZE WS-SIM-TABLE.
           MOVE ZERO TO WS-SIM-COUNT.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-SIM-MAX
              INITIALIZE WS-PRODUCT
              MOVE 'R' TO WS-PRD-FUNCTION
              MOVE WS-SIM-IDX TO WS-PRD-RANK
              CALL 'getprod' USING WS-PRODUCT
              END-CALL
              IF WS-PRD-RC EQUAL '0'
                 ADD 1 TO WS-SIM-COUNT
                 MOVE WS-PRD-LABEL TO WS-SIM-LABEL(WS-SIM-COUNT)
                 MOVE WS-PRD-PREFIX TO WS-SIM-PREFIX(WS-SIM-COUNT)
              END-IF
           END-PERFORM.
       END-1050-LOAD-PRODUCTS.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-RATE-SIM
           INITIALIZE SC-MESSAGE.
           MOVE ZERO TO WS-TOT-CURRENT WS-TOT-PROJECTED
                        WS-NB-CONTRACT.
           MOVE WS-SIM-PREFIX(1) TO SQL-PFX-1.
           MOVE WS-SIM-PREFIX(2) TO SQL-PFX-2.
           MOVE WS-SIM-PREFIX(3) TO SQL-PFX-3.
           MOVE WS-SIM-PREFIX(4) TO SQL-PFX-4.
           MOVE WS-SIM-PREFIX(5) TO SQL-PFX-5.
           MOVE WS-SIM-PREFIX(6) TO SQL-PFX-6.
           MOVE SC-PCT(1) TO SQL-PCT-1.
           MOVE SC-PCT(2) TO SQL-PCT-2.
           MOVE SC-PCT(3) TO SQL-PCT-3.
           MOVE SC-PCT(4) TO SQL-PCT-4.
           MOVE SC-PCT(5) TO SQL-PCT-5.
           MOVE SC-PCT(6) TO SQL-PCT-6.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-EXPORT-DATE.
               TO R-SIM.
           WRITE R-SIM.
           INITIALIZE R-SIM.
           MOVE 1 TO WS-SIM-PTR.
           STRING 'Hausses appliquees (pct) :'
               DELIMITED BY SIZE INTO R-SIM
               WITH POINTER WS-SIM-PTR
           END-STRING.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-SIM-COUNT
              STRING ' ' WS-SIM-PREFIX(WS-SIM-IDX) ' '
                  SC-PCT(WS-SIM-IDX) ' '
                  DELIMITED BY SIZE INTO R-SIM
                  WITH POINTER WS-SIM-PTR
              END-STRING
           END-PERFORM.
           WRITE R-SIM.
           MOVE ALL '-' TO R-SIM.
           WRITE R-SIM.
                      SUM(R.REIMBURSEMENT_COST),
                      SUM(R.REIMBURSEMENT_COST *
                          (1 + (CASE SUBSTR(R.REIMBURSEMENT_NUM, 1, 3)
                                WHEN :SQL-PFX-1 THEN :SQL-PCT-1
                                WHEN :SQL-PFX-2 THEN :SQL-PCT-2
                                WHEN :SQL-PFX-3 THEN :SQL-PCT-3
                                WHEN :SQL-PFX-4 THEN :SQL-PCT-4
                                WHEN :SQL-PFX-5 THEN :SQL-PCT-5
                                WHEN :SQL-PFX-6 THEN :SQL-PCT-6
                                ELSE 0 END) / 100))
               FROM CUSTOMER_REIMBURSEMENT R
               WHERE COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
      *                [RD] le 15/10/2026 : libelle du produit
                       INITIALIZE WS-PRODUCT
                       MOVE 'P' TO WS-PRD-FUNCTION
                       MOVE SQL-GROUP-LABEL(1:3) TO WS-PRD-PREFIX
                       CALL 'getprod' USING WS-PRODUCT
                       END-CALL
                       MOVE WS-PRD-LABEL TO SQL-GROUP-LABEL
                       ADD SQL-GROUP-COUNT TO WS-NB-CONTRACT
                       ADD SQL-GROUP-CURRENT TO WS-TOT-CURRENT
                       ADD SQL-GROUP-PROJECTED TO WS-TOT-PROJECTED
                      SUM(R.REIMBURSEMENT_COST),
                      SUM(R.REIMBURSEMENT_COST *
                          (1 + (CASE SUBSTR(R.REIMBURSEMENT_NUM, 1, 3)
                                WHEN :SQL-PFX-1 THEN :SQL-PCT-1
                                WHEN :SQL-PFX-2 THEN :SQL-PCT-2
                                WHEN :SQL-PFX-3 THEN :SQL-PCT-3
                                WHEN :SQL-PFX-4 THEN :SQL-PCT-4
                                WHEN :SQL-PFX-5 THEN :SQL-PCT-5
                                WHEN :SQL-PFX-6 THEN :SQL-PCT-6
                                ELSE 0 END) / 100))
               FROM CUSTOMER_REIMBURSEMENT R
               JOIN CUSTOMER C
                      SUM(R.REIMBURSEMENT_COST),
                      SUM(R.REIMBURSEMENT_COST *
                          (1 + (CASE SUBSTR(R.REIMBURSEMENT_NUM, 1, 3)
                                WHEN :SQL-PFX-1 THEN :SQL-PCT-1
                                WHEN :SQL-PFX-2 THEN :SQL-PCT-2
                                WHEN :SQL-PFX-3 THEN :SQL-PCT-3
                                WHEN :SQL-PFX-4 THEN :SQL-PCT-4
                                WHEN :SQL-PFX-5 THEN :SQL-PCT-5
                                WHEN :SQL-PFX-6 THEN :SQL-PCT-6
                                ELSE 0 END) / 100))
               FROM CUSTOMER_REIMBURSEMENT R
               JOIN CUSTOMER C
