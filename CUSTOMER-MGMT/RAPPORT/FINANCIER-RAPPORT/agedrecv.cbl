      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      ******************************************************************
      * MAJ [RD] le 15/10/2026 Creances employeurs : les factures      *
      *    collectives (INVOICE_TYPE GROUPE, grpinvo.cbl) ouvertes     *
      *    sont ventilees dans les memes tranches d'age, sur une       *
      *    ligne EMPLOYEURS distincte des paliers adherents, et        *
      *    comptent au total general.                                  *
      * MAJ [RD] le 15/10/2026 Sous-totaux par palier construits sur   *
      *    le catalogue PRODUCT (getprod.cbl) ; prefixes hors          *
      *    catalogue regroupes sur une ligne AUTRES.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agedrecv RECURSIVE.

      *    [RD] cumuls : quatre tranches d'age par palier, plus les
      *    creances douteuses et le total general.
      *    [RD] le 15/10/2026 : un poste par produit du catalogue
      *    PRODUCT (six au plus), puis AUTRES et EMPLOYEURS.
       01  WS-TIER-MAX          PIC 9(02) VALUE 6.
       01  WS-TIER-COUNT        PIC 9(02) VALUE 0.
       01  WS-TIER-LINES        PIC 9(02) VALUE 0.
       01  WS-TIER-SEL          PIC 9(02) VALUE 0.
       01  WS-TIER-OTHER        PIC 9(02) VALUE 0.
       01  WS-TIER-GRP          PIC 9(02) VALUE 0.
       01  WS-TIER-TOTALS.
           03 WS-TOT-TIER OCCURS 8.
              05 WS-TOT-PREFIX  PIC X(03).
              05 WS-TOT-LABEL   PIC X(10).
              05 WS-TOT-B       PIC 9(09)V99 OCCURS 4.
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
       01  WS-DOUBTFUL-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL       PIC 9(11)V99 VALUE ZERO.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           PERFORM 2050-LOAD-TIERS-START
               THRU 2050-LOAD-TIERS-START-EXIT.

           OPEN OUTPUT F-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAGE END-EXEC.

      *    [RD] le 15/10/2026 : factures collectives ouvertes, au nom
      *    de l'employeur (INVOICE_PAYER_NAME), palier GRP, jamais
      *    douteuses (aucun plan ni suspension cote employeur).
           EXEC SQL
               DECLARE CRSAGEGRP CURSOR FOR
               SELECT COALESCE(I.INVOICE_GROUP_SIRET, ''),
                      SUBSTRING(COALESCE(I.INVOICE_PAYER_NAME, ''),
                                1, 20),
                      'GRP',
                      I.INVOICE_INCOME
                      - COALESCE((SELECT SUM(P.PAYMENT_AMOUNT)
                          FROM PAYMENT P
                          WHERE P.UUID_INVOICE = I.UUID_INVOICE), 0),
                      COALESCE(I.INVOICE_DUE_DATE, ''),
                      0
               FROM INVOICE I
               WHERE I.INVOICE_TYPE = 'GROUPE'
                 AND COALESCE(I.INVOICE_STATUS, 'UNPAID')
                     NOT IN ('PAID', 'PAID_LATE')
               ORDER BY I.INVOICE_PAYER_NAME
           END-EXEC.
           EXEC SQL OPEN CRSAGEGRP END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSAGEGRP
                   INTO :SQL-CUS-UUID, :SQL-CUS-LASTNAME,
                        :SQL-TIER, :SQL-RESIDUAL,
                        :SQL-DUE-DATE, :SQL-DOUBTFUL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-ONE-INVOICE-START
                          THRU 3100-ONE-INVOICE-START-EXIT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSAGEGRP :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAGEGRP END-EXEC.
       3000-SWEEP-OPEN-START-EXIT.
           EXIT.

                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

      *    [RD] le 15/10/2026 : poste du palier retrouve par son
      *    prefixe dans le catalogue, sinon AUTRES.
           IF SQL-TIER = 'GRP' THEN
               MOVE WS-TIER-GRP TO WS-TIER-SEL
           ELSE
               MOVE WS-TIER-OTHER TO WS-TIER-SEL
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TIER-COUNT
                   IF WS-TOT-PREFIX(WS-IDX) = SQL-TIER THEN
                       MOVE WS-IDX TO WS-TIER-SEL
                   END-IF
               END-PERFORM
           END-IF.
           ADD SQL-RESIDUAL TO WS-TOT-B(WS-TIER-SEL WS-BUCKET).

           MOVE SQL-RESIDUAL TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
       3100-ONE-INVOICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-TOTALS-START.                                    *
      ******************************************************************

           PERFORM 5100-WRITE-TIER-LINE-START
               THRU 5100-WRITE-TIER-LINE-START-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TIER-LINES.

           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
      ******************************************************************
       5100-WRITE-TIER-LINE-START.
           INITIALIZE R-PRINT.
           STRING WS-TOT-LABEL(WS-IDX) ' : '
               WS-TOT-B(WS-IDX 1) ' / ' WS-TOT-B(WS-IDX 2) ' / '
               WS-TOT-B(WS-IDX 3) ' / ' WS-TOT-B(WS-IDX 4)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       5100-WRITE-TIER-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2050-LOAD-TIERS-START.                                      *
      *    [RD] le 15/10/2026 : postes de la balance = produits du     *
      *    catalogue dans l'ordre d'affichage, puis AUTRES (prefixe    *
      *    hors catalogue) et EMPLOYEURS (factures collectives).       *
      ******************************************************************
       2050-LOAD-TIERS-START.
           MOVE ZERO TO WS-TIER-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TIER-MAX
               INITIALIZE WS-PRODUCT
               MOVE 'R' TO WS-PRD-FUNCTION
               MOVE WS-IDX TO WS-PRD-RANK
               CALL 'getprod' USING WS-PRODUCT
               END-CALL
               IF WS-PRD-RC = '0' THEN
                   ADD 1 TO WS-TIER-COUNT
                   MOVE WS-PRD-PREFIX TO WS-TOT-PREFIX(WS-TIER-COUNT)
                   MOVE WS-PRD-CODE   TO WS-TOT-LABEL(WS-TIER-COUNT)
               END-IF
           END-PERFORM.
           COMPUTE WS-TIER-OTHER = WS-TIER-COUNT + 1.
           COMPUTE WS-TIER-GRP   = WS-TIER-COUNT + 2.
           MOVE 'AUTRES'     TO WS-TOT-LABEL(WS-TIER-OTHER).
           MOVE 'EMPLOYEURS' TO WS-TOT-LABEL(WS-TIER-GRP).
           MOVE WS-TIER-GRP  TO WS-TIER-LINES.
       2050-LOAD-TIERS-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : SIRET des factures collectives, au cas
      *    ou la balance serait produite avant toute facture groupe.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_GROUP_SIRET
                   VARCHAR(14)
           END-EXEC.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

