      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Les demandes reprises portent le canal    *
      *    REPRISE, sans horodatage de reception (inconnu chez la      *
      *    mutuelle d'origine) : le rapport des delais (slarpt.cbl)    *
      *    les ecarte.                                                 *
      * MAJ RD le 15/10/2026 Le palier de correspondance est une       *
      *    grille rattachee a un contrat type du catalogue PRODUCT,    *
      *    dont le prefixe numerote le contrat repris.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-F-8               PIC X(10) VALUE SPACES.
       01  WS-F-9               PIC X(10) VALUE SPACES.
       01  WS-NUM               PIC 9(03) VALUE ZERO.
      *    [RD] le 15/10/2026 : recherche du produit d'une grille.
       01  WS-PRD-IDX           PIC 9(02) VALUE ZERO.
       01  WS-PRD-FOUND         PIC X(01) VALUE 'N'.
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  SQL-START-DATE       PIC X(10).
       01  SQL-MAP-EXT          PIC X(10).
       01  SQL-MAP-TIER         PIC 9(01).
       01  SQL-TIER-PREFIX      PIC X(03) VALUE SPACES.
       01  SQL-REIMBURSEMENT-NUM PIC X(14).
       01  SQL-MAX              PIC X(14).
       01  SQL-CYEAR            PIC X(04).
      ******************************************************************
      *    [RD] Correspondance palier d'origine -> palier
      *    CLASSIC_REIMBURSEMENT (1 ALLEGE, 2 MODERE, 3 EXCELLENCE).
      *    [RD] le 15/10/2026 : toute grille d'un contrat type du
      *    catalogue PRODUCT est acceptee.
       1200-SAVE-MAPPING-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-MAP-EXT EQUAL SPACES
              OR SC-MAP-TIER < 1 THEN
               MOVE 'Code d origine et palier obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO 1200-SAVE-MAPPING-START-EXIT
           END-IF.
           MOVE SC-MAP-TIER TO SQL-MAP-TIER.
           PERFORM 1560-TIER-PREFIX-START
               THRU 1560-TIER-PREFIX-START-EXIT.
           IF WS-PRD-FOUND NOT = 'O' THEN
               MOVE 'Palier sans contrat type au catalogue PRODUCT.'
                   TO WS-ERROR-MESSAGE
               GO TO 1200-SAVE-MAPPING-START-EXIT
           END-IF.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : canal d'arrivee de la demande.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECEIVED_AT TIMESTAMP
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes de reception de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1250-ENSURE-TABLES-START-EXIT.
           EXIT.

               MOVE ZERO TO SQLCODE
               GO TO 1550-CREATE-CONTRACT-START-EXIT
           END-IF.
           PERFORM 1560-TIER-PREFIX-START
               THRU 1560-TIER-PREFIX-START-EXIT.
           IF WS-PRD-FOUND NOT = 'O' THEN
               ADD 1 TO WS-NB-REJECTED
               MOVE 'PALIER CATALOGUE ABSENT' TO WS-ANOM-MOTIF
               PERFORM 1950-WRITE-ANOM-START
                   THRU 1950-WRITE-ANOM-START-EXIT
               GO TO 1550-CREATE-CONTRACT-START-EXIT
           END-IF.
           MOVE WS-TODAY(1:4) TO SQL-CYEAR.
           MOVE WS-TODAY(5:2) TO SQL-CMOUNTH.
           INITIALIZE SQL-MAX.
           MOVE ZERO TO WS-NUM.
      *    [RD] le 15/10/2026 : numerotation sur le prefixe du
      *    produit de la grille (catalogue PRODUCT).
           EXEC SQL
               SELECT MAX(REIMBURSEMENT_NUM)
               INTO :SQL-MAX
               FROM CUSTOMER_REIMBURSEMENT
               WHERE REIMBURSEMENT_NUM LIKE
                   :SQL-TIER-PREFIX||:SQL-CYEAR||:SQL-CMOUNTH||'%'
           END-EXEC.
           IF SQLCODE NOT = FIN AND SQL-MAX NOT = SPACES
               MOVE FUNCTION NUMVAL(SQL-MAX(8:3)) TO WS-NUM
           END-IF.
           ADD 1 TO WS-NUM.
           INITIALIZE SQL-REIMBURSEMENT-NUM.
           STRING SQL-TIER-PREFIX SQL-CYEAR SQL-CMOUNTH WS-NUM
               DELIMITED BY SIZE
               INTO SQL-REIMBURSEMENT-NUM
           END-STRING.
           MOVE ZERO TO SQLCODE.

           EXEC SQL
       1550-CREATE-CONTRACT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1560-TIER-PREFIX-START.                                     *
      ******************************************************************
      *    [RD] le 15/10/2026 : prefixe du contrat type (nature 'C')
      *    dont la grille est SQL-MAP-TIER, produits fermes compris
      *    (reprise d'adherents deja couverts).
       1560-TIER-PREFIX-START.
           MOVE 'N' TO WS-PRD-FOUND.
           MOVE SPACES TO SQL-TIER-PREFIX.
           MOVE ZERO TO WS-PRD-IDX.
           PERFORM UNTIL WS-PRD-FOUND = 'O' OR WS-PRD-IDX = 99
               ADD 1 TO WS-PRD-IDX
               INITIALIZE WS-PRODUCT
               MOVE 'R' TO WS-PRD-FUNCTION
               MOVE WS-PRD-IDX TO WS-PRD-RANK
               CALL 'getprod' USING WS-PRODUCT
               IF WS-PRD-RC NOT = '0' THEN
                   MOVE 99 TO WS-PRD-IDX
               ELSE
                   IF WS-PRD-KIND = 'C'
                      AND WS-PRD-GRID-NUM = SQL-MAP-TIER THEN
                       MOVE 'O' TO WS-PRD-FOUND
                       MOVE WS-PRD-PREFIX TO SQL-TIER-PREFIX
                   END-IF
               END-IF
           END-PERFORM.
       1560-TIER-PREFIX-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-IMPORT-DEPENDENT-START.                                *
      ******************************************************************
                   (UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                    CLAIM_CATEGORY, CLAIM_AMOUNT, CLAIM_OWED,
                    CLAIM_STATUS, CLAIM_BENEFICIARY,
                    CLAIM_TIERS_PAYANT, CLAIM_CHANNEL)
               VALUES
                   ((SELECT UUID_CUSTOMER FROM CUSTOMER
                      WHERE CAST(CUSTOMER_CODE_SECU AS VARCHAR)
                          = :SQL-NIR),
                    :SQL-CLAIM-NUM, :SQL-CLAIM-DATE,
                    :SQL-CATEGORY, :SQL-AMOUNT, :SQL-OWED,
                    :SQL-CLAIM-STATUS, 'ADHERENT', '0',
                    'REPRISE')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               ADD 1 TO WS-NB-REJECTED
