      *    Pour la ventilation par categorie, les primes ne se        *
      *    decoupent pas par categorie de soins : le ratio y est      *
      *    rapporte aux primes totales de la periode.                 *
      * MAJ RD le 15/10/2026 Prestations nettes des recours contre    *
      *    tiers : les sommes recuperees aupres des assureurs des     *
      *    responsables (journal des paiements, mode RECOURS,         *
      *    recours.cbl) sont deduites des prestations du palier et    *
      *    de la region de l'adherent, pour les accidents survenus    *
      *    dans la periode ; la ventilation par categorie, qui ne     *
      *    les decoupe pas, les deduit sur une ligne de total net.    *
      * MAJ RD le 15/10/2026 Paliers lus dans le catalogue PRODUCT    *
      *    (getprod.cbl, six au plus, ordre d'affichage) au lieu des  *
      *    quatre prefixes fixes ; libelle du produit sur la ligne.   *
      * MAJ RD le 15/10/2026 Prestations lues dans la vue             *
      *    CUSTOMER_CLAIM_ALL (clmhist.cbl) : une periode deja        *
      *    deplacee en historique (claimarch.cbl) reste comptee.      *
      *    Programme precedent: menu des fonctionnalites annexes      *
      *                         (menudata.cbl)                        *
      *                                                               *
       01  SC-PERIOD-TO         PIC 9(06)   VALUE ZERO .

       01  WS-SQL-LIB           PIC X(80)               .
      *    retour de clmhist.cbl
       01  WS-CH-RC             PIC X(01)   VALUE SPACE .
       01  FIN                  PIC S9(9)   VALUE 100   .
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

       01  WS-TODAY             PIC 9(08)   VALUE ZERO  .
       01  WS-EXPORT-PATH.
       01  WS-Z-CLAIMS          PIC Z(09)9.99.
       01  WS-Z-RATIO           PIC Z(03)9.9.
       01  WS-TIER-IDX          PIC 9(01)    VALUE ZERO.
       01  WS-TIER-MAX          PIC 9(01)    VALUE 6.
      *    [RD] le 15/10/2026 : cumul des prestations par categorie,
      *    pour la ligne de total net des recours.
       01  WS-TOTAL-CLAIMS      PIC 9(11)V99 VALUE ZERO.

      ******************************************************************
      * Declaration des variables correspondant a sql
       01  SQL-PREMIUM          PIC 9(11)V99.
       01  SQL-CLAIMS           PIC 9(11)V99.
       01  SQL-CATEGORY         PIC X(20).
      *    [RD] le 15/10/2026 : recuperations sur recours contre tiers
       01  SQL-RECOVERED        PIC 9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       2000-RUN-REPORT-START.
           INITIALIZE SC-MESSAGE.
           MOVE ZERO TO WS-TOTAL-PREMIUM.
           MOVE ZERO TO WS-TOTAL-CLAIMS.
           MOVE SC-PERIOD-FROM TO SQL-PERIOD-FROM.
           MOVE SC-PERIOD-TO TO SQL-PERIOD-TO.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           CALL 'clmhist' USING WS-CH-RC
           END-CALL.

           OPEN OUTPUT F-LR-EXPORT.

               DELIMITED BY SIZE INTO R-LR
           END-STRING.
           WRITE R-LR.
           MOVE 'Prestations nettes des recuperations sur recours'
               TO R-LR.
           WRITE R-LR.
           MOVE ALL '-' TO R-LR.
           WRITE R-LR.

           PERFORM 3100-ONE-TIER-START
                 THRU END-3100-ONE-TIER
                 VARYING WS-TIER-IDX FROM 1 BY 1
                 UNTIL WS-TIER-IDX > WS-TIER-MAX.

           MOVE SPACES TO R-LR.
           WRITE R-LR.
      *    prestations remboursees, ratio.
      ******************************************************************
       3100-ONE-TIER-START.
      *    [RD] le 15/10/2026 : palier = produit de rang WS-TIER-IDX
      *    du catalogue PRODUCT ; rang absent, rien a ecrire.
           INITIALIZE WS-PRODUCT.
           MOVE 'R' TO WS-PRD-FUNCTION.
           MOVE WS-TIER-IDX TO WS-PRD-RANK.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC NOT = '0'
              GO TO END-3100-ONE-TIER
           END-IF.
           MOVE WS-PRD-PREFIX TO SQL-TIER.

           MOVE ZERO TO SQL-PREMIUM.
      *    [RD] le 03/09/2026 : primes du palier lues dans la
           EXEC SQL
               SELECT COALESCE(SUM(CL.CLAIM_OWED), 0)
               INTO :SQL-CLAIMS
               FROM CUSTOMER_CLAIM_ALL CL
               WHERE COALESCE(CL.CLAIM_STATUS, '')
                     IN ('APPROUVE', 'PAYE')
                 AND SUBSTR(REPLACE(COALESCE(CL.CLAIM_DATE, ''),
                   THRU END-9020-SQL-ERROR
           END-IF.

      *    [RD] le 15/10/2026 : recuperations sur recours des
      *    adherents du palier, accidents survenus dans la periode.
           MOVE ZERO TO SQL-RECOVERED.
           EXEC SQL
               SELECT COALESCE(SUM(P.PAYMENT_AMOUNT), 0)
               INTO :SQL-RECOVERED
               FROM PAYMENT P
               JOIN RECOURSE_FILE F
                 ON P.UUID_INVOICE = 'RECOURS-'
                    || LPAD(CAST(F.RECOURSE_NUM AS VARCHAR), 8, '0')
               WHERE P.PAYMENT_METHOD = 'RECOURS'
                 AND SUBSTR(REPLACE(COALESCE(
                     F.RECOURSE_ACCIDENT_DATE, ''), '-', ''), 1, 6)
                     BETWEEN :SQL-PERIOD-FROM AND :SQL-PERIOD-TO
                 AND EXISTS (SELECT 1 FROM CUSTOMER_REIMBURSEMENT R
                     WHERE R.UUID_CUSTOMER = F.UUID_CUSTOMER
                       AND SUBSTR(R.REIMBURSEMENT_NUM, 1, 3)
                           = :SQL-TIER)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'RECOURS PALIER' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 3900-NET-RECOVERED-START
                 THRU END-3900-NET-RECOVERED.

           MOVE SPACES TO SQL-GROUP-LABEL.
           MOVE WS-PRD-LABEL TO SQL-GROUP-LABEL.
           PERFORM 5000-WRITE-RATIO-LINE-START
                 THRU END-5000-WRITE-RATIO-LINE.
       END-3100-ONE-TIER.
           EXEC SQL
               SELECT COALESCE(SUM(CL.CLAIM_OWED), 0)
               INTO :SQL-CLAIMS
               FROM CUSTOMER_CLAIM_ALL CL
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = CL.UUID_CUSTOMER
               WHERE COALESCE(CL.CLAIM_STATUS, '')
                   THRU END-9020-SQL-ERROR
           END-IF.

      *    [RD] le 15/10/2026 : recuperations sur recours des
      *    adherents de la region, accidents survenus dans la periode.
           MOVE ZERO TO SQL-RECOVERED.
           EXEC SQL
               SELECT COALESCE(SUM(P.PAYMENT_AMOUNT), 0)
               INTO :SQL-RECOVERED
               FROM PAYMENT P
               JOIN RECOURSE_FILE F
                 ON P.UUID_INVOICE = 'RECOURS-'
                    || LPAD(CAST(F.RECOURSE_NUM AS VARCHAR), 8, '0')
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = F.UUID_CUSTOMER
               WHERE P.PAYMENT_METHOD = 'RECOURS'
                 AND SUBSTR(REPLACE(COALESCE(
                     F.RECOURSE_ACCIDENT_DATE, ''), '-', ''), 1, 6)
                     BETWEEN :SQL-PERIOD-FROM AND :SQL-PERIOD-TO
                 AND SUBSTR(C.CUSTOMER_ZIPCODE, 1, 2)
                     = :SQL-REGION-CODEDEP
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'RECOURS REGION' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 3900-NET-RECOVERED-START
                 THRU END-3900-NET-RECOVERED.

           PERFORM 5000-WRITE-RATIO-LINE-START
                 THRU END-5000-WRITE-RATIO-LINE.
       END-3210-ONE-REGION.
               DECLARE LRCAT CURSOR FOR
               SELECT CL.CLAIM_CATEGORY,
                      COALESCE(SUM(CL.CLAIM_OWED), 0)
               FROM CUSTOMER_CLAIM_ALL CL
               WHERE COALESCE(CL.CLAIM_STATUS, '')
                     IN ('APPROUVE', 'PAYE')
                 AND SUBSTR(REPLACE(COALESCE(CL.CLAIM_DATE, ''),
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-CLAIMS TO WS-TOTAL-CLAIMS
                       MOVE SPACES TO SQL-GROUP-LABEL
                       MOVE SQL-CATEGORY TO SQL-GROUP-LABEL
                       MOVE WS-TOTAL-PREMIUM TO SQL-PREMIUM
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE LRCAT END-EXEC.

      *    [RD] le 15/10/2026 : les recuperations sur recours ne se
      *    ventilent pas par categorie : ligne des recuperations de
      *    la periode puis ligne du total net des categories.
           MOVE ZERO TO SQL-RECOVERED.
           EXEC SQL
               SELECT COALESCE(SUM(P.PAYMENT_AMOUNT), 0)
               INTO :SQL-RECOVERED
               FROM PAYMENT P
               JOIN RECOURSE_FILE F
                 ON P.UUID_INVOICE = 'RECOURS-'
                    || LPAD(CAST(F.RECOURSE_NUM AS VARCHAR), 8, '0')
               WHERE P.PAYMENT_METHOD = 'RECOURS'
                 AND SUBSTR(REPLACE(COALESCE(
                     F.RECOURSE_ACCIDENT_DATE, ''), '-', ''), 1, 6)
                     BETWEEN :SQL-PERIOD-FROM AND :SQL-PERIOD-TO
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'RECOURS CATEGORIES' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           IF  SQL-RECOVERED NOT = ZERO
              MOVE 'RECUPERE SUR RECOURS (-)' TO SQL-GROUP-LABEL
              MOVE SQL-RECOVERED TO SQL-CLAIMS
              MOVE WS-TOTAL-PREMIUM TO SQL-PREMIUM
              PERFORM 5000-WRITE-RATIO-LINE-START
                 THRU END-5000-WRITE-RATIO-LINE
           END-IF.
           MOVE WS-TOTAL-CLAIMS TO SQL-CLAIMS.
           PERFORM 3900-NET-RECOVERED-START
                 THRU END-3900-NET-RECOVERED.
           MOVE 'TOTAL NET DES CATEGORIES' TO SQL-GROUP-LABEL.
           MOVE WS-TOTAL-PREMIUM TO SQL-PREMIUM.
           PERFORM 5000-WRITE-RATIO-LINE-START
                 THRU END-5000-WRITE-RATIO-LINE.
       END-3300-CATEGORIES.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : deduit les recuperations sur recours
      *    des prestations du groupe (jamais en dessous de zero : le
      *    recouvrement d'un accident de la periode peut porter sur
      *    des soins dates hors periode).
      ******************************************************************
       3900-NET-RECOVERED-START.
           IF  SQL-RECOVERED > SQL-CLAIMS
              MOVE ZERO TO SQL-CLAIMS
           ELSE
              SUBTRACT SQL-RECOVERED FROM SQL-CLAIMS
           END-IF.
       END-3900-NET-RECOVERED.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne du rapport : libelle, primes, prestations,
      *    ratio en pourcentage (tirets si aucune prime).
