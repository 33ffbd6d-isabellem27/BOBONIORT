      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      ******************************************************************
      * MAJ RD le 15/10/2026 Colonnes de la prevision construites sur  *
      *    le catalogue PRODUCT (getprod.cbl), bareme lu sur la grille *
      *    du produit ; prefixes hors catalogue en colonne AUTRES.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. forecast RECURSIVE.
      *    [RD] premier jour du mois projete (AAAA-MM-01), pour les
      *    comparaisons de dates en clair.
       01  WS-PROJ-FIRST        PIC X(10) VALUE SPACES.
      *    [RD] le 15/10/2026 : une colonne par produit du
      *    catalogue PRODUCT (six au plus), puis AUTRES.
       01  WS-R-FC-HEAD.
           03 FILLER            PIC X(08) VALUE 'MOIS    '.
           03 WS-FC-HEAD-COL    PIC X(12) OCCURS 7.
       01  WS-BIRTH-YEAR        PIC 9(04) VALUE 0.
       01  WS-PROJ-AGE          PIC 9(03) VALUE 0.
       01  WS-FREQ-MONTHS       PIC 9(02) VALUE 1.
       01  WS-MONTHS-SINCE      PIC S9(05) VALUE 0.
       01  WS-TIER-NUM          PIC 9(02) VALUE 0.
       01  WS-COL-MAX           PIC 9(02) VALUE 6.
       01  WS-COL-COUNT         PIC 9(02) VALUE 0.
       01  WS-COL-LAST          PIC 9(02) VALUE 0.
       01  WS-COL-IDX           PIC 9(02) VALUE 0.
       01  WS-COL-SEL           PIC 9(02) VALUE 0.
       01  WS-FC-COLUMNS.
           03 WS-FC-COL OCCURS 7.
              05 WS-COL-PREFIX  PIC X(03).
              05 WS-COL-GRID    PIC 9(02).
       01  WS-ZONE              PIC X(05) VALUE 'METRO'.
       01  WS-EMIT-AMOUNT       PIC 9(07)V99 VALUE 0.
       01  WS-Z-AMOUNT          PIC Z(08)9.99.
       01  WS-NB-CONTRACT       PIC 9(05) VALUE 0.

      *    [RD] matrice des emissions projetees : douze mois, par
      *    palier (produits du catalogue, puis AUTRES).
       01  WS-FORECAST-TAB.
           03 WS-FC-MONTH OCCURS 12.
              05 WS-FC-LABEL    PIC X(07).
              05 WS-FC-AMOUNT   PIC 9(09)V99 OCCURS 7.
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
       01  SQL-REIM-END-DATE    PIC X(10).
       01  SQL-LAST-INV-DATE    PIC X(10).
       01  SQL-ANNUAL-DISCOUNT  PIC 9(02) VALUE 5.
       01  SQL-TIER-NUM         PIC 9(02).
       01  SQL-ZONE             PIC X(05).
       01  SQL-PROJ-AGE         PIC 9(03).
       01  SQL-PROJ-DATE        PIC X(10).
           PERFORM 2200-PREPARE-LABELS-START
               THRU 2200-PREPARE-LABELS-START-EXIT.

           PERFORM 2300-LOAD-PRODUCTS-START
               THRU 2300-LOAD-PRODUCTS-START-EXIT.

           PERFORM 3000-SWEEP-CONTRACTS-START
               THRU 3000-SWEEP-CONTRACTS-START-EXIT.

       2200-PREPARE-LABELS-START-EXIT.
           EXIT.

      ******************************************************************
      *    2300-LOAD-PRODUCTS-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : colonnes de la prevision = produits du
      *    catalogue PRODUCT dans l'ordre d'affichage (getprod.cbl),
      *    avec leur grille de bareme (produits type seulement), puis
      *    une colonne AUTRES pour les prefixes hors catalogue.
       2300-LOAD-PRODUCTS-START.
           INITIALIZE WS-FC-COLUMNS.
           MOVE SPACES TO WS-FC-HEAD-COL(1) WS-FC-HEAD-COL(2)
               WS-FC-HEAD-COL(3) WS-FC-HEAD-COL(4)
               WS-FC-HEAD-COL(5) WS-FC-HEAD-COL(6)
               WS-FC-HEAD-COL(7).
           MOVE ZERO TO WS-COL-COUNT.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-MAX
               INITIALIZE WS-PRODUCT
               MOVE 'R' TO WS-PRD-FUNCTION
               MOVE WS-COL-IDX TO WS-PRD-RANK
               CALL 'getprod' USING WS-PRODUCT
               END-CALL
               IF WS-PRD-RC EQUAL '0' THEN
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-PRD-PREFIX TO WS-COL-PREFIX(WS-COL-COUNT)
                   MOVE WS-PRD-CODE TO WS-FC-HEAD-COL(WS-COL-COUNT)
                   IF WS-PRD-KIND EQUAL 'C' THEN
                       MOVE WS-PRD-GRID-NUM
                           TO WS-COL-GRID(WS-COL-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-COL-LAST = WS-COL-COUNT + 1.
           MOVE 'AUTRES' TO WS-FC-HEAD-COL(WS-COL-LAST).
       2300-LOAD-PRODUCTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    2210-RESOLVE-MONTH-START.                                   *
      ******************************************************************

      *    [RD] palier numerique (1/2/3, 0 = SPECIFIQUE ou autre) et
      *    zone de residence, comme clascont.cbl.
      *    [RD] le 15/10/2026 : colonne et grille de bareme du produit
      *    retrouvees par le prefixe du contrat (AUTRES a defaut).
           MOVE WS-COL-LAST TO WS-COL-SEL.
           MOVE 0 TO WS-TIER-NUM.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               IF WS-COL-PREFIX(WS-COL-IDX) EQUAL SQL-REIM-NUM(1:3)
               THEN
                   MOVE WS-COL-IDX TO WS-COL-SEL
                   MOVE WS-COL-GRID(WS-COL-IDX) TO WS-TIER-NUM
               END-IF
           END-PERFORM.
           IF SQL-ZIPCODE(1:2) EQUAL '97'
              OR SQL-ZIPCODE(1:2) EQUAL '98' THEN
               MOVE 'DOM' TO WS-ZONE
                   * (100 - SQL-ANNUAL-DISCOUNT) / 100
           END-IF.

           ADD WS-EMIT-AMOUNT
               TO WS-FC-AMOUNT(WS-MONTH-IDX WS-COL-SEL).
       3200-ONE-MONTH-START-EXIT.
           EXIT.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               INITIALIZE R-PRINT
               MOVE WS-FC-LABEL(WS-MONTH-IDX) TO R-PRINT(1:7)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-LAST
                   MOVE WS-FC-AMOUNT(WS-MONTH-IDX WS-COL-IDX)
                       TO WS-Z-AMOUNT
                   MOVE WS-Z-AMOUNT TO R-PRINT(WS-COL-IDX * 12 - 3:12)
               END-PERFORM
               WRITE R-PRINT
           END-PERFORM.
           MOVE ALL '-' TO R-PRINT.
