      ******************************************************************
      *    [RD] Remises sur cotisation : fidelite, famille nombreuse   *
      *    et multi-contrats.                                          *
      *    La seule reduction connue jusqu'ici etait la remise du      *
      *    paiement annuel de bilinvo.cbl. La table DISCOUNT_RULE      *
      *    porte desormais les remises accordees par le conseil :      *
      *      DISCOUNT_CODE        code de la regle ;                   *
      *      DISCOUNT_TYPE        'FIDELITE' anciennete d'adhesion,    *
      *                           'FAMILLE'  a partir du n-ieme enfant,*
      *                           'MULTI'    plusieurs adherents sous  *
      *                                      contrat a la meme adresse;*
      *      DISCOUNT_LABEL       libelle imprime sur les factures ;   *
      *      DISCOUNT_CONDITION   seuil : annees d'adhesion (FIDELITE),*
      *                           rang du premier enfant remise        *
      *                           (FAMILLE), nombre de contrats du     *
      *                           foyer (MULTI) ;                      *
      *      DISCOUNT_PCT         pourcentage de la cotisation brute   *
      *                           (FAMILLE : de la cotisation de       *
      *                           chaque enfant remise) ;              *
      *      DISCOUNT_AMOUNT      montant fixe mensuel (FAMILLE : par  *
      *                           enfant remise), en plus du % ;       *
      *      DISCOUNT_VALID_FROM/ periode de validite (AAAA-MM-JJ,     *
      *      DISCOUNT_VALID_TO    NULL = sans borne) ;                 *
      *      DISCOUNT_COMBINE     '1' cumulable avec les autres types, *
      *                           '0' exclusive ;                      *
      *      DISCOUNT_ACTIVE      '1' regle appliquee, '0' suspendue.  *
      *    La table est creee et garnie des regles votees (5 et 10 ans *
      *    d'adhesion, 3e enfant, 2 contrats a la meme adresse) au     *
      *    premier appel ; elle se parametre ensuite dans dscparam.cbl.*
      *                                                                *
      *    Calcul : pour chaque type, la regle la plus avantageuse     *
      *    dont la condition est remplie. Les remises cumulables       *
      *    s'additionnent ; une remise exclusive n'est retenue que si  *
      *    elle depasse ce cumul, et seule. Le total ne depasse jamais *
      *    la cotisation brute.                                        *
      *                                                                *
      *    Fonctions (LK-DSC-FUNCTION) :                               *
      *      'C' calcul seul (devis, apercu avant signature) ;         *
      *      'S' calcul et enregistrement sur le contrat EN_COURS de   *
      *          l'adherent : REIMBURSEMENT_COST recoit la cotisation  *
      *          nette, REIMBURSEMENT_DISCOUNT la remise totale, et le *
      *          detail par type est reecrit dans CONTRACT_DISCOUNT    *
      *          (lu par geneinvo.cbl pour les lignes de facture) ;    *
      *      'D' comme 'S' sans toucher REIMBURSEMENT_COST, pour un    *
      *          appelant qui enregistre lui-meme une cotisation deja  *
      *          remisee (updacont.cbl, cotisation proratisee).        *
      *    Avec LK-DSC-UUID renseigne, l'anciennete et la taille du    *
      *    foyer sont lues en base ; a blanc (devis d'un prospect),    *
      *    elles sont prises telles que passees par l'appelant.        *
      *    Code retour LK-DSC-RC : '0' calcul fait, '9' erreur.        *
      *    La connexion est celle de l'appelant ; a defaut, le         *
      *    sous-programme ouvre et referme la sienne.                  *
      *    Programmes appelants : clascont.cbl, recalcost.cbl,         *
      *    updacont.cbl, renewbat.cbl (par recalcost), devifront.cbl.  *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. discount RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
      *    [RD] connexion ouverte ici seulement si l'appelant n'en
      *    avait pas ; on ne referme que ce qu'on a ouvert.
       01  WS-OWN-CONNECT       PIC X(01) VALUE 'N'.
      *    [RD] creation et garnissage des tables une fois par
      *    execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(9) VALUE 100.

      *    [RD] meilleure remise de chaque type et son caractere
      *    cumulable ('1') ou exclusif ('0').
       01  WS-BEST-LOYALTY      PIC 9(05) VALUE ZERO.
       01  WS-COMB-LOYALTY      PIC X(01) VALUE '1'.
       01  WS-CODE-LOYALTY      PIC X(10) VALUE SPACES.
       01  WS-BEST-FAMILY       PIC 9(05) VALUE ZERO.
       01  WS-COMB-FAMILY       PIC X(01) VALUE '1'.
       01  WS-CODE-FAMILY       PIC X(10) VALUE SPACES.
       01  WS-BEST-MULTI        PIC 9(05) VALUE ZERO.
       01  WS-COMB-MULTI        PIC X(01) VALUE '1'.
       01  WS-CODE-MULTI        PIC X(10) VALUE SPACES.
       01  WS-RULE-VALUE        PIC 9(05) VALUE ZERO.
       01  WS-RULE-CHILDREN     PIC 9(03) VALUE ZERO.
       01  WS-SUM-COMBINE       PIC 9(05) VALUE ZERO.
       01  WS-MAX-EXCLUSIVE     PIC 9(05) VALUE ZERO.
       01  WS-EXCLUSIVE-TYPE    PIC X(10) VALUE SPACES.
       01  WS-EXCESS            PIC 9(05) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-CUSTOMER-UUID    PIC X(36) VALUE SPACES.
       01  SQL-YEARS            PIC 9(03) VALUE ZERO.
       01  SQL-HOUSEHOLD        PIC 9(03) VALUE ZERO.
       01  SQL-NET-COST         PIC 9(05) VALUE ZERO.
       01  SQL-TOTAL-DISCOUNT   PIC 9(05) VALUE ZERO.
       01  SQL-DSC-TYPE         PIC X(10) VALUE SPACES.
       01  SQL-DSC-CODE         PIC X(10) VALUE SPACES.
       01  SQL-DSC-AMOUNT       PIC 9(05) VALUE ZERO.
      *    CURSEUR DES REGLES DE REMISE EN VIGUEUR
       01  CURS-RULE.
           05 SQL-RUL-CODE      PIC X(10) VALUE SPACES.
           05 SQL-RUL-TYPE      PIC X(10) VALUE SPACES.
           05 SQL-RUL-COND      PIC 9(03) VALUE ZERO.
           05 SQL-RUL-PCT       PIC 9(03) VALUE ZERO.
           05 SQL-RUL-AMOUNT    PIC 9(05) VALUE ZERO.
           05 SQL-RUL-COMBINE   PIC X(01) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-DISCOUNT.
           05 LK-DSC-FUNCTION     PIC X(01).
           05 LK-DSC-UUID         PIC X(36).
           05 LK-DSC-GROSS        PIC 9(05).
           05 LK-DSC-CHILD-COST   PIC 9(05).
           05 LK-DSC-NBCHILDREN   PIC 9(03).
           05 LK-DSC-YEARS        PIC 9(03).
           05 LK-DSC-HOUSEHOLD    PIC 9(03).
           05 LK-DSC-LOYALTY      PIC 9(05).
           05 LK-DSC-FAMILY       PIC 9(05).
           05 LK-DSC-MULTI        PIC 9(05).
           05 LK-DSC-TOTAL        PIC 9(05).
           05 LK-DSC-NET          PIC 9(05).
           05 LK-DSC-RC           PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-DISCOUNT.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '0' TO LK-DSC-RC.
           MOVE ZERO TO LK-DSC-LOYALTY LK-DSC-FAMILY LK-DSC-MULTI
                        LK-DSC-TOTAL.
           MOVE LK-DSC-GROSS TO LK-DSC-NET.
           IF LK-DSC-FUNCTION NOT = 'C' AND LK-DSC-FUNCTION NOT = 'S'
              AND LK-DSC-FUNCTION NOT = 'D'
               MOVE '9' TO LK-DSC-RC
               GO TO END-0000-MAIN
           END-IF.

           MOVE 'N' TO WS-OWN-CONNECT.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE EQUAL ZERO
               MOVE 'O' TO WS-OWN-CONNECT
           END-IF.

           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.

           IF LK-DSC-UUID NOT = SPACES
               MOVE LK-DSC-UUID TO SQL-CUSTOMER-UUID
               PERFORM 2000-LOAD-MEMBER-START
                  THRU END-2000-LOAD-MEMBER
           END-IF.

           PERFORM 3000-APPLY-RULES-START
              THRU END-3000-APPLY-RULES.
           PERFORM 4000-COMBINE-START
              THRU END-4000-COMBINE.

           IF LK-DSC-FUNCTION NOT = 'C' AND LK-DSC-UUID NOT = SPACES
               PERFORM 5000-STORE-START
                  THRU END-5000-STORE
           END-IF.

           IF WS-OWN-CONNECT EQUAL 'O'
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree les tables DISCOUNT_RULE et CONTRACT_DISCOUNT et  *
      *    la colonne REIMBURSEMENT_DISCOUNT si elles n'existent pas ; *
      *    garnit DISCOUNT_RULE des regles votees si elle est vide.    *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DISCOUNT_RULE (
                   DISCOUNT_CODE       VARCHAR(10),
                   DISCOUNT_TYPE       VARCHAR(10),
                   DISCOUNT_LABEL      VARCHAR(30),
                   DISCOUNT_CONDITION  INT,
                   DISCOUNT_PCT        INT,
                   DISCOUNT_AMOUNT     INT,
                   DISCOUNT_VALID_FROM VARCHAR(10),
                   DISCOUNT_VALID_TO   VARCHAR(10),
                   DISCOUNT_COMBINE    VARCHAR(1),
                   DISCOUNT_ACTIVE     VARCHAR(1)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'CREATION DISCOUNT_RULE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
               INSERT INTO DISCOUNT_RULE
                   (DISCOUNT_CODE, DISCOUNT_TYPE, DISCOUNT_LABEL,
                    DISCOUNT_CONDITION, DISCOUNT_PCT, DISCOUNT_AMOUNT,
                    DISCOUNT_VALID_FROM, DISCOUNT_VALID_TO,
                    DISCOUNT_COMBINE, DISCOUNT_ACTIVE)
               SELECT S.CODE, S.TYPE, S.LABEL, S.COND, S.PCT, 0,
                      '2026-10-15', NULL, '1', '1'
                 FROM (VALUES
                       ('FID5', 'FIDELITE',
                        'Remise fidelite 5 ans', 5, 5),
                       ('FID10', 'FIDELITE',
                        'Remise fidelite 10 ans', 10, 10),
                       ('ENF3', 'FAMILLE',
                        'Remise a partir du 3e enfant', 3, 50),
                       ('MULTI2', 'MULTI',
                        'Remise multi-contrats', 2, 5))
                      AS S (CODE, TYPE, LABEL, COND, PCT)
                WHERE NOT EXISTS (SELECT 1 FROM DISCOUNT_RULE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'GARNISSAGE DISCOUNT_RULE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_DISCOUNT (
                   UUID_CUSTOMER     VARCHAR(36),
                   REIMBURSEMENT_NUM VARCHAR(10),
                   DISCOUNT_TYPE     VARCHAR(10),
                   DISCOUNT_CODE     VARCHAR(10),
                   DISCOUNT_AMOUNT   INT,
                   DISCOUNT_DATE     VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'CREATION CONTRACT_DISCOUNT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] remise mensuelle totale portee par le contrat ;
      *    REIMBURSEMENT_COST reste la cotisation nette facturee.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_DISCOUNT
                   INT DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'MAJ COLONNE REIMBURSEMENT_DISCOUNT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Anciennete d'adhesion : annees revolues depuis la plus *
      *    ancienne date d'effet (a defaut de signature) des contrats  *
      *    de l'adherent, retractations exclues.                       *
      *    Foyer : adherents actifs a la meme adresse (adresse et code *
      *    postal) titulaires d'un contrat en cours, l'adherent        *
      *    lui-meme compris.                                           *
      ******************************************************************
       2000-LOAD-MEMBER-START.
           EXEC SQL
               SELECT COALESCE(EXTRACT(YEAR FROM AGE(CURRENT_DATE,
                      MIN(COALESCE(CAST(NULLIF(
                          REIMBURSEMENT_START_DATE, '') AS DATE),
                          REIMBURSEMENT_CREATE_DATE)))), 0)
               INTO :SQL-YEARS
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     <> 'RETRACTE'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'ANCIENNETE ADHERENT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           IF SQLCODE EQUAL FIN
               MOVE ZERO TO SQL-YEARS
           END-IF.
           MOVE SQL-YEARS TO LK-DSC-YEARS.

           EXEC SQL
               SELECT COUNT(DISTINCT C2.UUID_CUSTOMER)
               INTO :SQL-HOUSEHOLD
               FROM CUSTOMER C1
               INNER JOIN CUSTOMER C2
                  ON UPPER(TRIM(C2.CUSTOMER_ADRESS1))
                   = UPPER(TRIM(C1.CUSTOMER_ADRESS1))
                 AND C2.CUSTOMER_ZIPCODE = C1.CUSTOMER_ZIPCODE
                 AND C2.UUID_CUSTOMER <> C1.UUID_CUSTOMER
               INNER JOIN CUSTOMER_REIMBURSEMENT R
                  ON R.UUID_CUSTOMER = C2.UUID_CUSTOMER
                 AND COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
               WHERE C1.UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 AND C2.CUSTOMER_ACTIVE = '1'
                 AND TRIM(C1.CUSTOMER_ADRESS1) <> ''
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'FOYER ADHERENT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           IF SQLCODE EQUAL FIN
               MOVE ZERO TO SQL-HOUSEHOLD
           END-IF.
           ADD 1 TO SQL-HOUSEHOLD GIVING LK-DSC-HOUSEHOLD.
       END-2000-LOAD-MEMBER.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les regles actives et en vigueur et retient,  *
      *    pour chaque type, la plus avantageuse dont la condition est *
      *    remplie.                                                    *
      ******************************************************************
       3000-APPLY-RULES-START.
           MOVE ZERO TO WS-BEST-LOYALTY WS-BEST-FAMILY WS-BEST-MULTI.
           MOVE '1' TO WS-COMB-LOYALTY WS-COMB-FAMILY WS-COMB-MULTI.
           MOVE SPACES TO WS-CODE-LOYALTY WS-CODE-FAMILY
                          WS-CODE-MULTI.
           EXEC SQL
               DECLARE CRSRULE CURSOR FOR
                   SELECT DISCOUNT_CODE, DISCOUNT_TYPE,
                          COALESCE(DISCOUNT_CONDITION, 0),
                          COALESCE(DISCOUNT_PCT, 0),
                          COALESCE(DISCOUNT_AMOUNT, 0),
                          COALESCE(DISCOUNT_COMBINE, '1')
                   FROM DISCOUNT_RULE
                   WHERE COALESCE(DISCOUNT_ACTIVE, '1') = '1'
                     AND (DISCOUNT_VALID_FROM IS NULL
                      OR DISCOUNT_VALID_FROM
                         <= CAST(CURRENT_DATE AS VARCHAR))
                     AND (DISCOUNT_VALID_TO IS NULL
                      OR DISCOUNT_VALID_TO
                         >= CAST(CURRENT_DATE AS VARCHAR))
                   ORDER BY DISCOUNT_TYPE, DISCOUNT_CODE
           END-EXEC.
           EXEC SQL
               OPEN CRSRULE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CRS-RULE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
               FETCH CRSRULE
               INTO :SQL-RUL-CODE, :SQL-RUL-TYPE, :SQL-RUL-COND,
                    :SQL-RUL-PCT, :SQL-RUL-AMOUNT, :SQL-RUL-COMBINE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 3100-EVALUATE-RULE-START
                  THRU END-3100-EVALUATE-RULE
               EXEC SQL
                   FETCH CRSRULE
                   INTO :SQL-RUL-CODE, :SQL-RUL-TYPE, :SQL-RUL-COND,
                        :SQL-RUL-PCT, :SQL-RUL-AMOUNT,
                        :SQL-RUL-COMBINE
               END-EXEC
           END-PERFORM.
           IF SQLCODE NOT = FIN
               MOVE 'LECTURE CRS-RULE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
               CLOSE CRSRULE
           END-EXEC.
       END-3000-APPLY-RULES.
           EXIT.

      ******************************************************************
      *    [RD] Valeur mensuelle d'une regle si sa condition est       *
      *    remplie : % de la cotisation brute plus montant fixe ; pour *
      *    FAMILLE, % de la cotisation de chaque enfant a partir du    *
      *    rang DISCOUNT_CONDITION plus montant fixe par enfant.       *
      ******************************************************************
       3100-EVALUATE-RULE-START.
           MOVE ZERO TO WS-RULE-VALUE.
           EVALUATE SQL-RUL-TYPE
               WHEN 'FIDELITE'
                   IF LK-DSC-YEARS >= SQL-RUL-COND
                       COMPUTE WS-RULE-VALUE ROUNDED =
                           LK-DSC-GROSS * SQL-RUL-PCT / 100
                           + SQL-RUL-AMOUNT
                       END-COMPUTE
                       IF WS-RULE-VALUE > WS-BEST-LOYALTY
                           MOVE WS-RULE-VALUE TO WS-BEST-LOYALTY
                           MOVE SQL-RUL-COMBINE TO WS-COMB-LOYALTY
                           MOVE SQL-RUL-CODE TO WS-CODE-LOYALTY
                       END-IF
                   END-IF
               WHEN 'FAMILLE'
                   IF SQL-RUL-COND > ZERO
                      AND LK-DSC-NBCHILDREN >= SQL-RUL-COND
                       COMPUTE WS-RULE-CHILDREN =
                           LK-DSC-NBCHILDREN - SQL-RUL-COND + 1
                       END-COMPUTE
                       COMPUTE WS-RULE-VALUE ROUNDED =
                           WS-RULE-CHILDREN * LK-DSC-CHILD-COST
                           * SQL-RUL-PCT / 100
                           + WS-RULE-CHILDREN * SQL-RUL-AMOUNT
                       END-COMPUTE
                       IF WS-RULE-VALUE > WS-BEST-FAMILY
                           MOVE WS-RULE-VALUE TO WS-BEST-FAMILY
                           MOVE SQL-RUL-COMBINE TO WS-COMB-FAMILY
                           MOVE SQL-RUL-CODE TO WS-CODE-FAMILY
                       END-IF
                   END-IF
               WHEN 'MULTI'
                   IF SQL-RUL-COND > ZERO
                      AND LK-DSC-HOUSEHOLD >= SQL-RUL-COND
                       COMPUTE WS-RULE-VALUE ROUNDED =
                           LK-DSC-GROSS * SQL-RUL-PCT / 100
                           + SQL-RUL-AMOUNT
                       END-COMPUTE
                       IF WS-RULE-VALUE > WS-BEST-MULTI
                           MOVE WS-RULE-VALUE TO WS-BEST-MULTI
                           MOVE SQL-RUL-COMBINE TO WS-COMB-MULTI
                           MOVE SQL-RUL-CODE TO WS-CODE-MULTI
                       END-IF
                   END-IF
           END-EVALUATE.
       END-3100-EVALUATE-RULE.
           EXIT.

      ******************************************************************
      *    [RD] Cumul des remises cumulables, ou remise exclusive      *
      *    seule si elle est plus forte ; plafond a la cotisation      *
      *    brute, l'excedent etant retire d'abord de la remise         *
      *    multi-contrats, puis famille, puis fidelite.                *
      ******************************************************************
       4000-COMBINE-START.
           MOVE ZERO TO WS-SUM-COMBINE WS-MAX-EXCLUSIVE.
           MOVE SPACES TO WS-EXCLUSIVE-TYPE.
           IF WS-COMB-LOYALTY EQUAL '0'
               IF WS-BEST-LOYALTY > WS-MAX-EXCLUSIVE
                   MOVE WS-BEST-LOYALTY TO WS-MAX-EXCLUSIVE
                   MOVE 'FIDELITE' TO WS-EXCLUSIVE-TYPE
               END-IF
           ELSE
               ADD WS-BEST-LOYALTY TO WS-SUM-COMBINE
           END-IF.
           IF WS-COMB-FAMILY EQUAL '0'
               IF WS-BEST-FAMILY > WS-MAX-EXCLUSIVE
                   MOVE WS-BEST-FAMILY TO WS-MAX-EXCLUSIVE
                   MOVE 'FAMILLE' TO WS-EXCLUSIVE-TYPE
               END-IF
           ELSE
               ADD WS-BEST-FAMILY TO WS-SUM-COMBINE
           END-IF.
           IF WS-COMB-MULTI EQUAL '0'
               IF WS-BEST-MULTI > WS-MAX-EXCLUSIVE
                   MOVE WS-BEST-MULTI TO WS-MAX-EXCLUSIVE
                   MOVE 'MULTI' TO WS-EXCLUSIVE-TYPE
               END-IF
           ELSE
               ADD WS-BEST-MULTI TO WS-SUM-COMBINE
           END-IF.

           IF WS-MAX-EXCLUSIVE > WS-SUM-COMBINE
               EVALUATE WS-EXCLUSIVE-TYPE
                   WHEN 'FIDELITE'
                       MOVE WS-MAX-EXCLUSIVE TO LK-DSC-LOYALTY
                   WHEN 'FAMILLE'
                       MOVE WS-MAX-EXCLUSIVE TO LK-DSC-FAMILY
                   WHEN 'MULTI'
                       MOVE WS-MAX-EXCLUSIVE TO LK-DSC-MULTI
               END-EVALUATE
           ELSE
               IF WS-COMB-LOYALTY NOT = '0'
                   MOVE WS-BEST-LOYALTY TO LK-DSC-LOYALTY
               END-IF
               IF WS-COMB-FAMILY NOT = '0'
                   MOVE WS-BEST-FAMILY TO LK-DSC-FAMILY
               END-IF
               IF WS-COMB-MULTI NOT = '0'
                   MOVE WS-BEST-MULTI TO LK-DSC-MULTI
               END-IF
           END-IF.

           ADD LK-DSC-LOYALTY LK-DSC-FAMILY LK-DSC-MULTI
               GIVING LK-DSC-TOTAL.
           IF LK-DSC-TOTAL > LK-DSC-GROSS
               SUBTRACT LK-DSC-GROSS FROM LK-DSC-TOTAL
                   GIVING WS-EXCESS
               IF WS-EXCESS > LK-DSC-MULTI
                   SUBTRACT LK-DSC-MULTI FROM WS-EXCESS
                   MOVE ZERO TO LK-DSC-MULTI
               ELSE
                   SUBTRACT WS-EXCESS FROM LK-DSC-MULTI
                   MOVE ZERO TO WS-EXCESS
               END-IF
               IF WS-EXCESS > LK-DSC-FAMILY
                   SUBTRACT LK-DSC-FAMILY FROM WS-EXCESS
                   MOVE ZERO TO LK-DSC-FAMILY
               ELSE
                   SUBTRACT WS-EXCESS FROM LK-DSC-FAMILY
                   MOVE ZERO TO WS-EXCESS
               END-IF
               SUBTRACT WS-EXCESS FROM LK-DSC-LOYALTY
               MOVE LK-DSC-GROSS TO LK-DSC-TOTAL
           END-IF.
           SUBTRACT LK-DSC-TOTAL FROM LK-DSC-GROSS GIVING LK-DSC-NET.
       END-4000-COMBINE.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre la remise totale (et, en fonction 'S', la   *
      *    cotisation nette) sur le contrat en cours, et reecrit son   *
      *    detail par type.                                            *
      ******************************************************************
       5000-STORE-START.
           MOVE LK-DSC-NET TO SQL-NET-COST.
           MOVE LK-DSC-TOTAL TO SQL-TOTAL-DISCOUNT.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_DISCOUNT = :SQL-TOTAL-DISCOUNT
               WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'MAJ REMISE DU CONTRAT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           IF LK-DSC-FUNCTION EQUAL 'S'
               EXEC SQL
                   UPDATE CUSTOMER_REIMBURSEMENT
                   SET REIMBURSEMENT_COST = :SQL-NET-COST
                   WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                     AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                         = 'EN_COURS'
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
                   MOVE 'MAJ COTISATION REMISEE' TO WS-SQL-LIB
                   PERFORM 9020-SQL-ERROR-START
                      THRU END-9020-SQL-ERROR
               END-IF
           END-IF.
           EXEC SQL
               DELETE FROM CONTRACT_DISCOUNT
               WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'SUPPRESSION CONTRACT_DISCOUNT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           IF LK-DSC-LOYALTY > ZERO
               MOVE 'FIDELITE' TO SQL-DSC-TYPE
               MOVE WS-CODE-LOYALTY TO SQL-DSC-CODE
               MOVE LK-DSC-LOYALTY TO SQL-DSC-AMOUNT
               PERFORM 5100-INSERT-DETAIL-START
                  THRU END-5100-INSERT-DETAIL
           END-IF.
           IF LK-DSC-FAMILY > ZERO
               MOVE 'FAMILLE' TO SQL-DSC-TYPE
               MOVE WS-CODE-FAMILY TO SQL-DSC-CODE
               MOVE LK-DSC-FAMILY TO SQL-DSC-AMOUNT
               PERFORM 5100-INSERT-DETAIL-START
                  THRU END-5100-INSERT-DETAIL
           END-IF.
           IF LK-DSC-MULTI > ZERO
               MOVE 'MULTI' TO SQL-DSC-TYPE
               MOVE WS-CODE-MULTI TO SQL-DSC-CODE
               MOVE LK-DSC-MULTI TO SQL-DSC-AMOUNT
               PERFORM 5100-INSERT-DETAIL-START
                  THRU END-5100-INSERT-DETAIL
           END-IF.
       END-5000-STORE.
           EXIT.

       5100-INSERT-DETAIL-START.
           EXEC SQL
               INSERT INTO CONTRACT_DISCOUNT
                   (UUID_CUSTOMER, REIMBURSEMENT_NUM, DISCOUNT_TYPE,
                    DISCOUNT_CODE, DISCOUNT_AMOUNT, DISCOUNT_DATE)
               SELECT :SQL-CUSTOMER-UUID, REIMBURSEMENT_NUM,
                      :SQL-DSC-TYPE, :SQL-DSC-CODE, :SQL-DSC-AMOUNT,
                      CAST(CURRENT_DATE AS VARCHAR)
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUSTOMER-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
               ORDER BY REIMBURSEMENT_CREATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'INSERT CONTRACT_DISCOUNT' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
       END-5100-INSERT-DETAIL.
           EXIT.

      ******************************************************************
      *    [RD] charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution.    *
      ******************************************************************
       0050-LOAD-CONFIG-START.
           IF WS-CONF-DONE EQUAL 'O'
               GO TO END-0050-LOAD-CONFIG
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CONFIGURATION CONFIG/boboniort.conf ABSENTE'
               DISPLAY 'OU CLE DBNAME MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBPASS MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    [RD] gestion d'erreur SQL : la remise n'est pas appliquee,  *
      *    l'appelant est prevenu par LK-DSC-RC = '9' et garde la      *
      *    cotisation brute.                                           *
      ******************************************************************
       9020-SQL-ERROR-START.
           DISPLAY '*** SQL ERROR ***'.
           DISPLAY WS-SQL-LIB SPACE 'SQLCODE: ' SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY 'Record not found'
              WHEN  -01
                 DISPLAY 'Connection failed'
              WHEN  -20
                 DISPLAY 'Internal error'
              WHEN  -30
                 DISPLAY 'PostgreSQL error'
                 DISPLAY 'ERRCODE:' SPACE SQLSTATE
                 DISPLAY SQLERRMC
              WHEN  OTHER
                 DISPLAY 'Undefined error'
                 DISPLAY 'ERRCODE:' SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-SQL-ERROR.
           MOVE '9' TO LK-DSC-RC.
           MOVE ZERO TO LK-DSC-LOYALTY LK-DSC-FAMILY LK-DSC-MULTI
                        LK-DSC-TOTAL.
           MOVE LK-DSC-GROSS TO LK-DSC-NET.
           IF WS-OWN-CONNECT EQUAL 'O'
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.
           GOBACK.
