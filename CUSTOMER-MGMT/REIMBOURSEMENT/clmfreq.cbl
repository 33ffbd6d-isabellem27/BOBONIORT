      ******************************************************************
      *    [RD] Controle de la frequence de renouvellement.            *
      *    Certaines prestations ne sont remboursees qu'un nombre      *
      *    limite de fois par periode glissante (lunettes tous les     *
      *    deux ans, aides auditives tous les quatre ans...). La       *
      *    regle est portee par le catalogue BENEFIT (benefparam.cbl): *
      *    BENEFIT_FREQ_COUNT articles par BENEFIT_FREQ_MONTHS mois,   *
      *    periode reduite a BENEFIT_FREQ_CHILD_MONTHS pour un         *
      *    beneficiaire de moins de 16 ans a la date des soins et a    *
      *    BENEFIT_FREQ_RX_MONTHS pour un changement de correction     *
      *    justifie (LK-RX-CHANGE a 'O'). Sans regle (0), tout est     *
      *    accepte.                                                    *
      *    Le controle porte sur le beneficiaire des soins (vide =     *
      *    l'adherent, sinon NOM PRENOM de l'ayant droit) : demandes   *
      *    non refusees de la meme prestation dans la periode qui      *
      *    precede la date des soins.                                  *
      *    En sortie, LK-FREQ-RC vaut '0' (renouvellement permis), '2' *
      *    (renouvellement anticipe, a refuser) ou '1' (erreur SQL) ;  *
      *    LK-NEXT-DATE (AAAAMMJJ) porte la premiere date a laquelle   *
      *    un nouvel article est pris en charge : la date des soins    *
      *    si le renouvellement est permis, espaces sans regle.        *
      *    Appele par rembsave.cbl, rembslot.cbl, cpamback.cbl et      *
      *    ceilinq.cbl, dans la connexion de l'appelant.               *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmfreq.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(09) VALUE 100.
       01  WS-TABLES-DONE       PIC X(01) VALUE 'N'.
      *    [RD] date de naissance du beneficiaire, lue en AAAA-MM-JJ
      *    ou JJ/MM/AAAA selon la saisie d'origine.
       01  WS-BIRTH-DATE        PIC 9(08) VALUE ZERO.
       01  WS-CARE-NUM          PIC 9(08) VALUE ZERO.
       01  WS-AGE-GAP           PIC S9(09) VALUE ZERO.
       01  WS-CHILD             PIC X(01) VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-BENEFICIARY      PIC X(40) VALUE SPACES.
       01  SQL-CATEGORY         PIC X(20) VALUE SPACES.
       01  SQL-CARE-DATE        PIC X(08) VALUE SPACES.
       01  SQL-WINDOW-START     PIC X(08) VALUE SPACES.
       01  SQL-NEXT-DATE        PIC X(08) VALUE SPACES.
       01  SQL-BIRTH            PIC X(10) VALUE SPACES.
       01  SQL-FREQ-COUNT       PIC 9(02) VALUE ZERO.
       01  SQL-FREQ-MONTHS      PIC 9(03) VALUE ZERO.
       01  SQL-FREQ-CHILD       PIC 9(03) VALUE ZERO.
       01  SQL-FREQ-RX          PIC 9(03) VALUE ZERO.
       01  SQL-PERIOD           PIC 9(03) VALUE ZERO.
       01  SQL-ITEM-CNT         PIC 9(05) VALUE ZERO.
       01  SQL-OFFSET           PIC 9(02) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-CUS-UUID          PIC X(36).
       01  LK-BENEFICIARY       PIC X(40).
       01  LK-CATEGORY          PIC X(20).
       01  LK-CARE-DATE         PIC X(08).
       01  LK-RX-CHANGE         PIC X(01).
       01  LK-NEXT-DATE         PIC X(08).
       01  LK-FREQ-RC           PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUS-UUID LK-BENEFICIARY LK-CATEGORY
                                LK-CARE-DATE LK-RX-CHANGE
                                LK-NEXT-DATE LK-FREQ-RC.
       0000-START-MAIN.
           MOVE '0' TO LK-FREQ-RC.
           MOVE SPACES TO LK-NEXT-DATE.
           MOVE LK-CUS-UUID TO SQL-CUS-UUID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-BENEFICIARY))
               TO SQL-BENEFICIARY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-CATEGORY))
               TO SQL-CATEGORY.
           MOVE LK-CARE-DATE TO SQL-CARE-DATE.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

           PERFORM 2000-READ-RULE-START
              THRU END-2000-READ-RULE.
           IF  SQL-FREQ-COUNT EQUAL ZERO
               OR SQL-FREQ-MONTHS EQUAL ZERO
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 3000-SELECT-PERIOD-START
              THRU END-3000-SELECT-PERIOD.

           PERFORM 4000-COUNT-ITEMS-START
              THRU END-4000-COUNT-ITEMS.

           MOVE SQL-NEXT-DATE TO LK-NEXT-DATE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree au besoin les colonnes de la regle, pour un       *
      *    catalogue anterieur a benefparam.cbl, une fois par          *
      *    execution.                                                  *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           IF  WS-TABLES-DONE EQUAL 'O'
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_COUNT INT
               DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_MONTHS INT
               DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_CHILD_MONTHS INT
               DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_RX_MONTHS INT
               DEFAULT 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES BENEFIT_FREQ' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'O' TO WS-TABLES-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Regle de renouvellement de la prestation ; une         *
      *    prestation absente du catalogue est sans regle.             *
      ******************************************************************
       2000-READ-RULE-START.
           MOVE ZERO TO SQL-FREQ-COUNT SQL-FREQ-MONTHS
                        SQL-FREQ-CHILD SQL-FREQ-RX.
           EXEC SQL
               SELECT COALESCE(BENEFIT_FREQ_COUNT, 0),
                      COALESCE(BENEFIT_FREQ_MONTHS, 0),
                      COALESCE(BENEFIT_FREQ_CHILD_MONTHS, 0),
                      COALESCE(BENEFIT_FREQ_RX_MONTHS, 0)
               INTO :SQL-FREQ-COUNT, :SQL-FREQ-MONTHS,
                    :SQL-FREQ-CHILD, :SQL-FREQ-RX
               FROM BENEFIT
               WHERE BENEFIT_CODE = :SQL-CATEGORY
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN
               MOVE ZERO TO SQL-FREQ-COUNT
               GO TO END-2000-READ-RULE
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE REGLE DE RENOUVELLEMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2000-READ-RULE.
           EXIT.

      ******************************************************************
      *    [RD] Periode applicable : la plus courte de la periode      *
      *    normale, de la periode enfant (moins de 16 ans a la date    *
      *    des soins) et de la periode pour changement de correction   *
      *    justifie.                                                   *
      ******************************************************************
       3000-SELECT-PERIOD-START.
           MOVE SQL-FREQ-MONTHS TO SQL-PERIOD.
           IF  LK-RX-CHANGE EQUAL 'O' OR LK-RX-CHANGE EQUAL 'o'
               IF  SQL-FREQ-RX > ZERO AND SQL-FREQ-RX < SQL-PERIOD
                   MOVE SQL-FREQ-RX TO SQL-PERIOD
               END-IF
           END-IF.
           IF  SQL-FREQ-CHILD EQUAL ZERO
               OR SQL-FREQ-CHILD NOT < SQL-PERIOD
               GO TO END-3000-SELECT-PERIOD
           END-IF.

           PERFORM 3100-CHECK-CHILD-START
              THRU END-3100-CHECK-CHILD.
           IF  WS-CHILD EQUAL 'O'
               MOVE SQL-FREQ-CHILD TO SQL-PERIOD
           END-IF.
       END-3000-SELECT-PERIOD.
           EXIT.

      ******************************************************************
      *    [RD] Age du beneficiaire a la date des soins : date de      *
      *    naissance de l'adherent (CUSTOMER) ou de l'ayant droit      *
      *    (CUSTOMER_DEPENDENT, NOM PRENOM). Date absente ou illisible *
      *    = adulte.                                                   *
      ******************************************************************
       3100-CHECK-CHILD-START.
           MOVE 'N' TO WS-CHILD.
           MOVE SPACES TO SQL-BIRTH.
           IF  SQL-BENEFICIARY EQUAL SPACES
               EXEC SQL
                   SELECT COALESCE(CAST(CUSTOMER_BIRTH_DATE
                          AS VARCHAR), '')
                   INTO :SQL-BIRTH
                   FROM CUSTOMER
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(DEPENDENT_BIRTH_DATE, '')
                   INTO :SQL-BIRTH
                   FROM CUSTOMER_DEPENDENT
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND UPPER(TRIM(DEPENDENT_LASTNAME)
                         || ' ' || TRIM(DEPENDENT_FIRSTNAME))
                         = :SQL-BENEFICIARY
                   LIMIT 1
               END-EXEC
           END-IF.
           IF  SQLCODE = FIN
               GO TO END-3100-CHECK-CHILD
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE DATE DE NAISSANCE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE ZERO TO WS-BIRTH-DATE.
           IF  SQL-BIRTH(5:1) EQUAL '-'
               AND SQL-BIRTH(1:4) IS NUMERIC
               AND SQL-BIRTH(6:2) IS NUMERIC
               AND SQL-BIRTH(9:2) IS NUMERIC
               STRING SQL-BIRTH(1:4) SQL-BIRTH(6:2) SQL-BIRTH(9:2)
                   DELIMITED BY SIZE INTO WS-BIRTH-DATE
               END-STRING
           END-IF.
           IF  (SQL-BIRTH(3:1) EQUAL '/' OR SQL-BIRTH(3:1) EQUAL '-')
               AND SQL-BIRTH(7:4) IS NUMERIC
               AND SQL-BIRTH(4:2) IS NUMERIC
               AND SQL-BIRTH(1:2) IS NUMERIC
               STRING SQL-BIRTH(7:4) SQL-BIRTH(4:2) SQL-BIRTH(1:2)
                   DELIMITED BY SIZE INTO WS-BIRTH-DATE
               END-STRING
           END-IF.
           IF  WS-BIRTH-DATE EQUAL ZERO
               OR SQL-CARE-DATE IS NOT NUMERIC
               GO TO END-3100-CHECK-CHILD
           END-IF.
      *    [RD] en AAAAMMJJ, moins de 160000 d'ecart = moins de
      *    16 ans revolus a la date des soins.
           MOVE SQL-CARE-DATE TO WS-CARE-NUM.
           COMPUTE WS-AGE-GAP = WS-CARE-NUM - WS-BIRTH-DATE.
           IF  WS-AGE-GAP < 160000
               MOVE 'O' TO WS-CHILD
           END-IF.
       END-3100-CHECK-CHILD.
           EXIT.

      ******************************************************************
      *    [RD] Articles deja pris en charge dans la periode qui       *
      *    precede la date des soins. Limite atteinte : le plus        *
      *    ancien article qui compte encore fixe la date a laquelle    *
      *    une place se libere (sa date plus la periode).              *
      ******************************************************************
       4000-COUNT-ITEMS-START.
           MOVE SQL-CARE-DATE TO SQL-NEXT-DATE.
           MOVE SPACES TO SQL-WINDOW-START.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-CARE-DATE, 'YYYYMMDD')
                      - :SQL-PERIOD * INTERVAL '1 month', 'YYYYMMDD')
               INTO :SQL-WINDOW-START
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'DEBUT DE PERIODE DE RENOUVELLEMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO SQL-ITEM-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ITEM-CNT
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_CATEGORY = :SQL-CATEGORY
                 AND UPPER(TRIM(COALESCE(CLAIM_BENEFICIARY, '')))
                     = TRIM(:SQL-BENEFICIARY)
                 AND CLAIM_STATUS <> 'REFUSE'
                 AND CLAIM_DATE > :SQL-WINDOW-START
                 AND CLAIM_DATE <= :SQL-CARE-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'COMPTAGE DES RENOUVELLEMENTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-ITEM-CNT < SQL-FREQ-COUNT
               GO TO END-4000-COUNT-ITEMS
           END-IF.

           COMPUTE SQL-OFFSET = SQL-FREQ-COUNT - 1.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(CLAIM_DATE, 'YYYYMMDD')
                      + :SQL-PERIOD * INTERVAL '1 month', 'YYYYMMDD')
               INTO :SQL-NEXT-DATE
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_CATEGORY = :SQL-CATEGORY
                 AND UPPER(TRIM(COALESCE(CLAIM_BENEFICIARY, '')))
                     = TRIM(:SQL-BENEFICIARY)
                 AND CLAIM_STATUS <> 'REFUSE'
                 AND CLAIM_DATE > :SQL-WINDOW-START
                 AND CLAIM_DATE <= :SQL-CARE-DATE
               ORDER BY CLAIM_DATE DESC
               OFFSET :SQL-OFFSET LIMIT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'DATE DE RENOUVELLEMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE '2' TO LK-FREQ-RC.
       END-4000-COUNT-ITEMS.
           EXIT.

       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant, qui decide du sort de sa
      *    transaction.
           MOVE '1' TO LK-FREQ-RC.
           GOBACK.
