      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      *                                                                *
      * MAJ RD le 15/10/2026 La validite part de la date d'effet du    *
      *    contrat (REIMBURSEMENT_START_DATE, a defaut la signature) ; *
      *    un contrat pas encore en vigueur est atteste "a venir".     *
      * MAJ RD le 15/10/2026 Libelle du palier lu dans le catalogue    *
      *    PRODUCT (getprod.cbl).                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attadh.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(09) VALUE 100.
       01  WS-TIER-LABEL        PIC X(12) VALUE SPACES.
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
       01  WS-Z-RATE            PIC ZZ9.
       01  WS-VALIDITY          PIC X(30) VALUE SPACES.
       01  WS-TODAY-D           PIC X(10) VALUE SPACES.

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      ******************************************************************
       1000-SELECT-DATA-START.
           INITIALIZE SQL-REIM-NUM SQL-END-DATE.
      *    [RD] le 15/10/2026 : date d'effet (clascont.cbl), garantie
      *    pour les bases anterieures.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               SELECT CUSTOMER.CUSTOMER_LASTNAME,
                      CUSTOMER.CUSTOMER_FIRSTNAME,
                      CUSTOMER.CUSTOMER_BIRTH_DATE,
                      CUSTOMER.CUSTOMER_CODE_SECU,
                      CUSTOMER_REIMBURSEMENT.REIMBURSEMENT_NUM,
                      COALESCE(CUSTOMER_REIMBURSEMENT.
                          REIMBURSEMENT_START_DATE,
                          CAST(CUSTOMER_REIMBURSEMENT.
                          REIMBURSEMENT_CREATE_DATE AS VARCHAR), ''),
                      COALESCE(CUSTOMER_REIMBURSEMENT.
                          REIMBURSEMENT_END_DATE, ''),
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : libelle du produit au catalogue.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF  WS-PRD-RC EQUAL '0'
               MOVE WS-PRD-LABEL TO WS-TIER-LABEL
           ELSE
               MOVE 'Inconnu' TO WS-TIER-LABEL
           END-IF.

           INITIALIZE WS-VALIDITY WS-TODAY-D.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-D
           END-STRING.
           IF  SQL-END-DATE EQUAL SPACES
           AND SQL-CREATE-DATE > WS-TODAY-D
               STRING 'du ' SQL-CREATE-DATE ' (a venir)'
                   DELIMITED BY SIZE INTO WS-VALIDITY
               END-STRING
           ELSE IF  SQL-END-DATE EQUAL SPACES
               STRING 'du ' SQL-CREATE-DATE ' (en cours)'
                   DELIMITED BY SIZE INTO WS-VALIDITY
               END-STRING
