      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      *    MAJ RD le 15/10/2026 : reseau de soins : un praticien       *
      *    partenaire sous convention ajoute la bonification de taux   *
      *    de la prestation, et un devis au-dela du prix negocie est   *
      *    signale sur la ligne, comme dans rembsave.cbl.              *
      *    MAJ RD le 15/10/2026 : la carence court depuis la date      *
      *    d'effet du contrat (REIMBURSEMENT_START_DATE) ; avant cette *
      *    date, rien n'est rembourse, comme dans rembsave.cbl.        *
      *    MAJ RD le 15/10/2026 : la colonne de taux BENEFIT du        *
      *    contrat vient du catalogue PRODUCT (getprod.cbl), comme     *
      *    rembsave.cbl.                                               *
      *    MAJ RD le 15/10/2026 : contrat C2S (produit de nature R au  *
      *    catalogue) : remboursement simule au panier reglemente      *
      *    (c2sprice.cbl), comme rembsave.cbl.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
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
      *    [RD] le 15/10/2026 : bareme reglemente C2S (c2sprice.cbl)
       01  WS-C2S-PRICE.
           05 WS-C2S-FUNCTION      PIC X(01).
           05 WS-C2S-AGE           PIC 9(03).
           05 WS-C2S-PARTICIP      PIC X(01).
           05 WS-C2S-PREMIUM       PIC 9(05).
           05 WS-C2S-CATEGORY      PIC X(20).
           05 WS-C2S-AMOUNT        PIC 9(05).
           05 WS-C2S-BRSS          PIC 9(05).
           05 WS-C2S-CPAM-PART     PIC 9(05).
           05 WS-C2S-OTH-AMOUNT    PIC 9(05).
           05 WS-C2S-REGULATED     PIC 9(05).
           05 WS-C2S-OWED          PIC 9(05).
           05 WS-C2S-OVERCHARGE    PIC X(01).
           05 WS-C2S-RC            PIC X(01).
       01  WS-IDX               PIC 9(01) VALUE 0.

      *    [RD] trois lignes de devis saisies a l'ecran.
       01  SQL-CATEGORY         PIC X(20) VALUE SPACES.
       01  SQL-PRA-OPTAM        PIC X(01) VALUE '1'.
       01  SQL-CLAIM-RPPS       PIC X(11) VALUE SPACES.
      *    [RD] le 15/10/2026 : reseau de soins a la date du jour.
       01  SQL-TODAY-D          PIC X(10) VALUE SPACES.
       01  SQL-PRA-NETWORK      PIC X(01) VALUE '0'.
       01  SQL-NET-PRICE        PIC 9(05) VALUE 0.
       01  SQL-NET-BONUS        PIC 9(03) VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *    taux, plafonds annuels, carence et palier, comme
      *    1400-SELECT-PERCENT-START de rembsave.cbl.
       1400-SELECT-CONTRACT-START.
      *    [RD] le 15/10/2026 : date d'effet (clascont.cbl), garantie
      *    pour les bases anterieures.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               SELECT REIMBURSEMENT_DOCTOR, REIMBURSEMENT_PARMEDICAL,
                      REIMBURSEMENT_HOSPITAL,
                      COALESCE(REIMBURSEMENT_CEILING_NON_MOLAR, 0),
                      COALESCE(REIMBURSEMENT_CEILING_DESCALINGS, 0),
                      COALESCE(REIMBURSEMENT_WAITING_DAYS, 0),
                      COALESCE(REIMBURSEMENT_START_DATE,
                               CAST(REIMBURSEMENT_CREATE_DATE
                               AS VARCHAR), ''),
                      COALESCE(REIMBURSEMENT_NUM, '')
               INTO :SQL-PCT-DOCTOR, :SQL-PCT-PARMEDICAL,
                   GO TO 9020-SQL-ERROR-START
               END-IF END-IF
           END-IF.
      *    [RD] le 15/10/2026 : partenaire du reseau de soins :
      *    bonification de taux et controle du prix negocie.
           PERFORM 1540-NETWORK-PRICE-START
               THRU 1540-NETWORK-PRICE-START-EXIT.
           IF SQL-PRA-OPTAM EQUAL '0'
              AND WS-CLAIM-PERCENT > 100 THEN
               MOVE 100 TO WS-CLAIM-PERCENT
               END-IF
           END-IF END-IF.

      *    [RD] le 15/10/2026 : contrat C2S, panier reglemente ; un
      *    devis au-dela du tarif reglemente est signale sur la ligne.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0' AND WS-PRD-KIND EQUAL 'R' THEN
               INITIALIZE WS-C2S-PRICE
               MOVE 'R' TO WS-C2S-FUNCTION
               MOVE WS-CLAIM-CATEGORY TO WS-C2S-CATEGORY
               MOVE WS-CLAIM-AMOUNT TO WS-C2S-AMOUNT
               MOVE SQL-BRSS-BASE TO WS-C2S-BRSS
               MOVE SQL-CPAM-PART TO WS-C2S-CPAM-PART
               CALL 'c2sprice' USING WS-C2S-PRICE
               IF WS-C2S-RC NOT = '0' THEN
                   MOVE 'Erreur lecture du bareme C2S.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               MOVE WS-C2S-OWED TO WS-CLAIM-OWED
               IF WS-C2S-OVERCHARGE EQUAL '1' THEN
                   MOVE '(tarif C2S depasse)' TO WS-LINE-NOTE
               END-IF
           END-IF.

           PERFORM 1550-APPLY-CEILING-START
               THRU 1550-APPLY-CEILING-START-EXIT.
           PERFORM 1570-CHECK-CARENCE-START
       1500-SIMULATE-ONE-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1540-NETWORK-PRICE-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : praticien partenaire du reseau sous
      *    convention a la date du jour : les points de bonification
      *    de la prestation s'ajoutent au taux, et un montant au-dela
      *    du prix negocie est signale sur la ligne du devis.
       1540-NETWORK-PRICE-START.
           MOVE '0' TO SQL-PRA-NETWORK.
           MOVE ZERO TO SQL-NET-PRICE SQL-NET-BONUS.
           IF WS-CLAIM-RPPS EQUAL SPACES THEN
               GO TO 1540-NETWORK-PRICE-START-EXIT
           END-IF.
           INITIALIZE SQL-TODAY-D.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY-D
           END-STRING.
           EXEC SQL
               SELECT CASE
                   WHEN COALESCE(PRACTITIONER_NETWORK, '0') = '1'
                    AND COALESCE(PRACTITIONER_NET_START, '') <> ''
                    AND PRACTITIONER_NET_START <= :SQL-TODAY-D
                    AND (COALESCE(PRACTITIONER_NET_END, '') = ''
                         OR PRACTITIONER_NET_END >= :SQL-TODAY-D)
                   THEN '1' ELSE '0' END
               INTO :SQL-PRA-NETWORK
               FROM PRACTITIONER
               WHERE PRACTITIONER_RPPS = :SQL-CLAIM-RPPS
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE '0' TO SQL-PRA-NETWORK
           ELSE
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture reseau de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF END-IF.
           IF SQL-PRA-NETWORK NOT = '1' THEN
               GO TO 1540-NETWORK-PRICE-START-EXIT
           END-IF.
           MOVE WS-CLAIM-CATEGORY TO SQL-CATEGORY.
           EXEC SQL
               SELECT COALESCE(BENEFIT_NET_PRICE, 0),
                      COALESCE(BENEFIT_NET_BONUS, 0)
               INTO :SQL-NET-PRICE, :SQL-NET-BONUS
               FROM BENEFIT
               WHERE BENEFIT_CODE = :SQL-CATEGORY
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE ZERO TO SQL-NET-PRICE SQL-NET-BONUS
           ELSE
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture grille du reseau.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF END-IF.
           MOVE '(reseau de soins)' TO WS-LINE-NOTE.
           IF SQL-NET-BONUS > ZERO THEN
               ADD SQL-NET-BONUS TO WS-CLAIM-PERCENT
           END-IF.
           IF SQL-NET-PRICE > ZERO
              AND WS-CLAIM-AMOUNT > SQL-NET-PRICE THEN
               MOVE '(prix negocie reseau depasse)' TO WS-LINE-NOTE
           END-IF.
       1540-NETWORK-PRICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1520-CATALOG-RATE-START.                                    *
      ******************************************************************
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : colonne de taux du produit au
      *    catalogue PRODUCT ; 0 = taux par defaut du produit.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' THEN
               MOVE ZERO TO WS-CLAIM-PERCENT
               GO TO 1520-CATALOG-RATE-START-EXIT
           END-IF.
           EVALUATE WS-PRD-RATE-SLOT
               WHEN 1
                   MOVE SQL-BEN-RATE-ALLEGE TO WS-CLAIM-PERCENT
               WHEN 2
                   MOVE SQL-BEN-RATE-MODERE TO WS-CLAIM-PERCENT
               WHEN 3
                   MOVE SQL-BEN-RATE-EXCELL TO WS-CLAIM-PERCENT
               WHEN 4
                   MOVE SQL-BEN-RATE-SPE TO WS-CLAIM-PERCENT
               WHEN OTHER
                   MOVE WS-PRD-BENEFIT-RATE TO WS-CLAIM-PERCENT
           END-EVALUATE.
       1520-CATALOG-RATE-START-EXIT.
           EXIT.
      *    [RD] Des soins a ce jour pendant le delai de carence ne
      *    seraient pas rembourses, comme rembsave.cbl.
       1570-CHECK-CARENCE-START.
           IF SQL-CONTRACT-START EQUAL SPACES THEN
               GO TO 1570-CHECK-CARENCE-START-EXIT
           END-IF.
           STRING SQL-CONTRACT-START(1:4)
                  DELIMITED BY SIZE
                  INTO WS-CONTRACT-START
           END-STRING.
      *    [RD] le 15/10/2026 : contrat pas encore en vigueur.
           IF WS-TODAY < WS-CONTRACT-START THEN
               MOVE ZERO TO WS-CLAIM-OWED
               MOVE '(contrat pas encore actif)' TO WS-LINE-NOTE
               GO TO 1570-CHECK-CARENCE-START-EXIT
           END-IF.
           IF SQL-WAITING-DAYS EQUAL ZERO THEN
               GO TO 1570-CHECK-CARENCE-START-EXIT
           END-IF.
           COMPUTE WS-CARE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-CARENCE-END-INT =
