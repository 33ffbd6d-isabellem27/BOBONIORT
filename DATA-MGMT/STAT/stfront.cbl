      *    "Detail" pour exporter, dans un fichier, la liste des       *
      *    adherents qui composent l'effectif affiche pour cette       *
      *    region (meme principe que le bouton "Exporter").            *
      * MAJ RD le 15/10/2026 La repartition par palier ne compte que   *
      *    les contrats deja en vigueur (date d'effet                  *
      *    REIMBURSEMENT_START_DATE atteinte, a defaut la signature).  *
      * MAJ RD le 15/10/2026 Les paliers de la repartition sont les    *
      *    produits du catalogue PRODUCT (getprod.cbl), six au plus ;  *
      *    l'historique garde le code produit comme libelle.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stfront RECURSIVE.
              10 SC-TOT-60-69-NB      PIC ZZ9.99  VALUE ZERO.
              10 SC-TOT-70-NB         PIC ZZ9.99  VALUE ZERO.
      * tableau répartition par palier de contrat
      * [RD] le 15/10/2026 : un poste par produit du catalogue
       01  SC-STAT-TIER-CUSTOMER.
           05 SC-STAT-TIER OCCURS 6.
              10 SC-STAT-TIER-PREFIX  PIC X(03).
              10 SC-STAT-TIER-CODE    PIC X(10).
              10 SC-STAT-TIER-LABEL   PIC X(12).
              10 SC-STAT-TIER-NB      PIC ZZ9.
       01  WS-TIER-MAX                PIC 9(01)   VALUE 6.
       01  WS-TIER-COUNT              PIC 9(01)   VALUE ZERO.
       01  WS-TIER-IDX                PIC 9(01)   VALUE ZERO.
       01  WS-EXPORT-PTR              PIC 9(03)   VALUE ZERO.
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
      * tableau taux d'activité par genre et statut marital
       01  SC-STAT-ACTIVITY-CUSTOMER.
           05 SC-ACT-COUPLE.
           MOVE WS-ZERO TO SC-ACT-S-HOMME     .
           MOVE WS-ZERO TO SC-ACT-S-FEMME     .
           MOVE WS-ZERO TO SC-ACT-S-AUTRE     .
      *    [RD] le 15/10/2026 : postes de la repartition par palier
      *    = produits du catalogue PRODUCT, dans l'ordre d'affichage.
           INITIALIZE SC-STAT-TIER-CUSTOMER.
           MOVE ZERO TO WS-TIER-COUNT.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-MAX
              INITIALIZE WS-PRODUCT
              MOVE 'R' TO WS-PRD-FUNCTION
              MOVE WS-TIER-IDX TO WS-PRD-RANK
              CALL 'getprod' USING WS-PRODUCT
              END-CALL
              IF  WS-PRD-RC EQUAL '0'
                 ADD 1 TO WS-TIER-COUNT
                 MOVE WS-PRD-PREFIX
                    TO SC-STAT-TIER-PREFIX(WS-TIER-COUNT)
                 MOVE WS-PRD-CODE  TO SC-STAT-TIER-CODE(WS-TIER-COUNT)
                 MOVE WS-PRD-LABEL TO SC-STAT-TIER-LABEL(WS-TIER-COUNT)
                 MOVE WS-ZERO      TO SC-STAT-TIER-NB(WS-TIER-COUNT)
              END-IF
           END-PERFORM.
       END-1010-INITIALIZE-SCREEN.
           EXIT.
      ******************************************************************
      *    [RD] Une ligne d'historique par palier de contrat.
       1344-SAVE-TIER-HISTORY-START.
           MOVE 'CONTRAT-PALIER'    TO SQL-HIST-CATEGORY.
      *    [RD] le 15/10/2026 : le code produit sert de libelle,
      *    identique aux libelles historiques pour les quatre paliers
      *    d'origine.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
              MOVE SC-STAT-TIER-CODE(WS-TIER-IDX) TO SQL-HIST-LABEL
              MOVE SC-STAT-TIER-NB(WS-TIER-IDX)   TO SQL-HIST-NB
              PERFORM 1345-INSERT-HISTORY-ROW-START
                         THRU END-1345-INSERT-HISTORY-ROW
           END-PERFORM.
       END-1344-SAVE-TIER-HISTORY.
           EXIT.

      *    d'après le dernier contrat souscrit par chacun
      ******************************************************************
       1430-CHARGE-TIER-SCREEN-START.
      *    [RD] le 15/10/2026 : le curseur rend le prefixe du numero
      *    de contrat, rapproche des produits du catalogue.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
              IF  SC-STAT-TIER-PREFIX(WS-TIER-IDX) = SQL-TIER-LABEL(1:3)
                 MOVE SQL-TIER-NB-CUST TO SC-STAT-TIER-NB(WS-TIER-IDX)
              END-IF
           END-PERFORM.
       END-1430-CHARGE-TIER-SCREEN.
           EXIT.
      ******************************************************************
           MOVE 'REPARTITION PAR PALIER DE CONTRAT (nb adherents)'
              TO WS-EXPORT-LINE.
           WRITE REC-F-STAT-EXPORT FROM WS-EXPORT-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           MOVE 1 TO WS-EXPORT-PTR.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
              STRING SC-STAT-TIER-LABEL(WS-TIER-IDX) ' '
                     SC-STAT-TIER-NB(WS-TIER-IDX) '  '
                 DELIMITED BY SIZE INTO WS-EXPORT-LINE
                 WITH POINTER WS-EXPORT-PTR
           END-PERFORM.
           WRITE REC-F-STAT-EXPORT FROM WS-EXPORT-LINE.

           CLOSE F-STAT-EXPORT.
      *    préfixe à 3 lettres : ALL/MOD/EXC/SPE).
      ******************************************************************
       2230-SQL-CRS-TIER-START.
      *    [RD] le 15/10/2026 : date d'effet (clascont.cbl), garantie
      *    pour les bases anterieures.
           EXEC SQL
              ALTER TABLE CUSTOMER_REIMBURSEMENT
                 ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                     VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ COLONNE START_DATE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              DECLARE CRSTIER CURSOR FOR
                 SELECT
                    SUBSTR(CR.REIMBURSEMENT_NUM, 1, 3) AS TIER_LABEL,
                    COUNT(CR.UUID_CUSTOMER) AS NB_CUSTOMER
                 FROM CUSTOMER_REIMBURSEMENT CR
                 WHERE CR.REIMBURSEMENT_CREATE_DATE =
                    (SELECT MAX(CR2.REIMBURSEMENT_CREATE_DATE)
                       FROM CUSTOMER_REIMBURSEMENT CR2
                       WHERE CR2.UUID_CUSTOMER = CR.UUID_CUSTOMER)
                   AND COALESCE(CR.REIMBURSEMENT_START_DATE,
                          CAST(CR.REIMBURSEMENT_CREATE_DATE AS VARCHAR))
                       <= CAST(CURRENT_DATE AS VARCHAR)
                 GROUP BY TIER_LABEL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
