      ******************************************************************
      *    [RD] Migration des adherents d'un produit ferme a la date   *
      *    d'effet de la campagne (migrfront.cbl).                     *
      *    Pour chaque campagne AVISEE dont la date d'effet est        *
      *    atteinte, chaque adherent AVISE (les OPPOSE sont ecartes)   *
      *    est verse sur le produit de remplacement comme le fait      *
      *    updacont.cbl pour un changement de palier :                 *
      *      - la version en cours est close (REMPLACE, fin au jour) ; *
      *      - une nouvelle version est creee avec un numero du        *
      *        prefixe cible (verrou de numerotation par prefixe/mois),*
      *        les garanties et plafonds de la grille cible, la        *
      *        periodicite, la suspension, le code apporteur, la date  *
      *        d'effet, la carence et l'exclusion de l'ancienne ;      *
      *      - la cotisation est recalculee par recalcost.cbl (meme    *
      *        calcul qu'a la signature sur la grille du produit) ;    *
      *      - l'ecart sur la periode deja facturee est trace dans     *
      *        REIMBURSEMENT_ADJUST pour la prochaine facture.         *
      *    Un adherent dont le contrat n'est plus en cours sur le      *
      *    produit ferme (resiliation, changement entre-temps) passe   *
      *    a ECARTE. La campagne passe a TERMINEE et son compte-rendu  *
      *    final est ecrit (./RAPPORT/MIGR-CR-<prefixe>-<date>.txt).   *
      *    Appele par l'ordonnanceur batsched.cbl (travail quotidien   *
      *    PRODUCT-MIGRATION), dans une connexion deja ouverte.        *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrbat RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CR
           ASSIGN TO WS-CR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-CR
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-CR PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-CAMP-FOUND        PIC X(01)  VALUE 'N'.
       01  WS-NB-CAMPAIGNS      PIC 9(05)  VALUE ZERO.
       01  WS-NB-MIGRATED       PIC 9(05)  VALUE ZERO.
       01  WS-NB-SET-ASIDE      PIC 9(05)  VALUE ZERO.
       01  WS-RECAL-UUID        PIC X(36)  VALUE SPACES.
       01  WS-NUM               PIC 9(03)  VALUE ZERO.
       01  WS-FREQ-MONTHS       PIC 9(02)  VALUE ZERO.
       01  WS-PE-YEAR           PIC 9(04)  VALUE ZERO.
       01  WS-PE-MONTH          PIC 9(02)  VALUE ZERO.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
       01  WS-Z-OLD             PIC Z(04)9.
       01  WS-Z-NEW             PIC Z(04)9.
       01  WS-Z-COUNT           PIC Z(04)9.

      *    produit de remplacement (getprod.cbl)
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

       01  WS-CR-PATH.
           03 WS-CR-FOLDER      PIC X(18)
              VALUE './RAPPORT/MIGR-CR-'                      .
           03 WS-CR-PREFIX      PIC X(03).
           03 WS-CR-SEP         PIC X(01)  VALUE '-'.
           03 WS-CR-DATE        PIC 9(08).
           03 WS-CR-FORMAT      PIC X(04)  VALUE '.txt'.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TODAY            PIC X(10)  VALUE SPACES.
       01  SQL-FROM-CODE        PIC X(10)  VALUE SPACES.
       01  SQL-FROM-PREFIX      PIC X(03)  VALUE SPACES.
       01  SQL-TO-CODE          PIC X(10)  VALUE SPACES.
       01  SQL-TIER-PREFIX      PIC X(03)  VALUE SPACES.
       01  SQL-TIER-GRID        PIC 9(02)  VALUE 0.
       01  SQL-EFFECT-DATE      PIC X(10)  VALUE SPACES.
       01  SQL-CUS-UUID         PIC X(36)  VALUE SPACES.
       01  SQL-CUS-LASTNAME     PIC X(20)  VALUE SPACES.
       01  SQL-CUS-FIRSTNAME    PIC X(20)  VALUE SPACES.
       01  SQL-MEMBER-STATUS    PIC X(10)  VALUE SPACES.
       01  SQL-OLD-NUM          PIC X(10)  VALUE SPACES.
       01  SQL-NEW-NUM          PIC X(10)  VALUE SPACES.
       01  SQL-CUR-NUM          PIC X(10)  VALUE SPACES.
       01  SQL-OLD-COST         PIC 9(05)  VALUE 0.
       01  SQL-NEW-COST         PIC 9(05)  VALUE 0.
       01  SQL-OLD-FREQ         PIC X(01)  VALUE 'M'.
       01  SQL-OLD-SUSPENDED    PIC X(01)  VALUE '0'.
       01  SQL-AGENT-CODE       PIC X(10)  VALUE SPACES.
       01  SQL-START-DATE       PIC X(10)  VALUE SPACES.
       01  SQL-WAITING-DAYS     PIC 9(03)  VALUE 0.
       01  SQL-EXCLUSION        PIC X(40)  VALUE SPACES.
       01  SQL-LAST-INV-DATE    PIC X(10)  VALUE SPACES.
       01  SQL-PERIOD-END       PIC X(10)  VALUE SPACES.
       01  SQL-LOCK-KEY         PIC X(10)  VALUE SPACES.
       01  SQL-MAX              PIC X(10)  VALUE SPACES.
       01  SQL-COUNT            PIC 9(05)  VALUE 0.
       01  SQL-CDATE.
           05 SQL-CSIECLE       PIC X(02)  VALUE SPACES.
           05 SQL-CYEAR         PIC X(02)  VALUE SPACES.
           05 SQL-CMOUNTH       PIC X(02)  VALUE SPACES.
           05 SQL-CDAY          PIC X(02)  VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-MIGRATED       PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-MIGRATED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl).
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO SQL-CDATE.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

      *    [RD] une campagne echue a la fois : elle passe a TERMINEE
      *    en fin de traitement et n'est donc plus relue.
           MOVE 'O' TO WS-CAMP-FOUND.
           PERFORM UNTIL WS-CAMP-FOUND = 'N'
               PERFORM 2000-NEXT-CAMPAIGN-START
                  THRU END-2000-NEXT-CAMPAIGN
               IF  WS-CAMP-FOUND = 'O'
                   PERFORM 3000-RUN-CAMPAIGN-START
                      THRU END-3000-RUN-CAMPAIGN
               END-IF
           END-PERFORM.

           MOVE WS-NB-MIGRATED TO LK-NB-MIGRATED.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Tables de campagne (cf. migrfront.cbl) et colonnes du  *
      *    contrat reprises par la nouvelle version (cf. updacont.cbl).*
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRODUCT_MIGRATION (
                  MIG_FROM_CODE    VARCHAR(10),
                  MIG_FROM_PREFIX  VARCHAR(3),
                  MIG_TO_CODE      VARCHAR(10),
                  MIG_TO_PREFIX    VARCHAR(3),
                  MIG_EFFECT_DATE  VARCHAR(10),
                  MIG_NOTICE_DATE  VARCHAR(10),
                  MIG_STATUS       VARCHAR(10),
                  MIG_CREATE_DATE  VARCHAR(10),
                  MIG_END_DATE     VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRODUCT_MIGRATION_MEMBER (
                  MIG_FROM_CODE      VARCHAR(10),
                  UUID_CUSTOMER      VARCHAR(36),
                  MEMBER_OLD_NUM     VARCHAR(10),
                  MEMBER_OLD_COST    INT,
                  MEMBER_NEW_COST    INT,
                  MEMBER_NEW_NUM     VARCHAR(10),
                  MEMBER_STATUS      VARCHAR(10),
                  MEMBER_STATUS_DATE VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PRODUCT_MIGRATION_MEMBER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_STATUS
                   VARCHAR(10) DEFAULT 'EN_COURS'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_SUSPENDED
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_AGENT_CODE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WAITING_DAYS
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_EXCLUSION
                   VARCHAR(40)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_BILL_FREQ
                   VARCHAR(1) DEFAULT 'M'
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_TYPE VARCHAR(10)
               DEFAULT 'FACTURE'
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REIMBURSEMENT_ADJUST (
                  UUID_CUSTOMER   VARCHAR(36),
                  ADJUST_DATE     VARCHAR(10),
                  PERIOD_END      VARCHAR(10),
                  OLD_COST        INT,
                  NEW_COST        INT,
                  ADJUST_CONSUMED VARCHAR(1)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION REIMBURSEMENT_ADJUST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Prochaine campagne avisee dont la date d'effet est     *
      *    atteinte.                                                   *
      ******************************************************************
       2000-NEXT-CAMPAIGN-START.
           MOVE SPACES TO SQL-FROM-CODE SQL-FROM-PREFIX SQL-TO-CODE
                          SQL-EFFECT-DATE.
           EXEC SQL
               SELECT MIG_FROM_CODE, MIG_FROM_PREFIX, MIG_TO_CODE,
                      MIG_EFFECT_DATE
               INTO :SQL-FROM-CODE, :SQL-FROM-PREFIX, :SQL-TO-CODE,
                    :SQL-EFFECT-DATE
               FROM PRODUCT_MIGRATION
               WHERE MIG_STATUS = 'AVISEE'
                 AND MIG_EFFECT_DATE <= :SQL-TODAY
               ORDER BY MIG_EFFECT_DATE
               LIMIT 1
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'O' TO WS-CAMP-FOUND
               WHEN 100
                   MOVE 'N' TO WS-CAMP-FOUND
               WHEN OTHER
                   MOVE 'LECTURE CAMPAGNE ECHUE' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
           END-EVALUATE.
       END-2000-NEXT-CAMPAIGN.
           EXIT.

      ******************************************************************
      *    [RD] Migre les adherents avises de la campagne courante,    *
      *    puis la clot et ecrit son compte-rendu.                     *
      ******************************************************************
       3000-RUN-CAMPAIGN-START.
           ADD 1 TO WS-NB-CAMPAIGNS.
           INITIALIZE WS-PRODUCT.
           MOVE 'C' TO WS-PRD-FUNCTION.
           MOVE SQL-TO-CODE TO WS-PRD-CODE.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
      *    [RD] produit cible supprime du catalogue depuis les avis :
      *    la campagne est close sans migration, les adherents
      *    restent sur leur contrat.
           IF  WS-PRD-RC NOT = '0' OR WS-PRD-KIND NOT = 'C'
               DISPLAY 'MIGRATION ' SQL-FROM-CODE ' : produit cible '
                   SQL-TO-CODE ' introuvable, campagne close.'
               EXEC SQL
                   UPDATE PRODUCT_MIGRATION_MEMBER
                   SET MEMBER_STATUS = 'ECARTE',
                       MEMBER_STATUS_DATE = :SQL-TODAY
                   WHERE MIG_FROM_CODE = :SQL-FROM-CODE
                     AND MEMBER_STATUS = 'AVISE'
               END-EXEC
               GO TO 3000-CLOSE-CAMPAIGN
           END-IF.
           MOVE WS-PRD-PREFIX TO SQL-TIER-PREFIX.
           MOVE WS-PRD-GRID-NUM TO SQL-TIER-GRID.

           EXEC SQL
               DECLARE CRSMIGR CURSOR FOR
               SELECT M.UUID_CUSTOMER, M.MEMBER_OLD_NUM
               FROM PRODUCT_MIGRATION_MEMBER M
               WHERE M.MIG_FROM_CODE = :SQL-FROM-CODE
                 AND M.MEMBER_STATUS = 'AVISE'
               ORDER BY M.MEMBER_OLD_NUM
           END-EXEC.
           EXEC SQL
               OPEN CRSMIGR
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSMIGR
                   INTO :SQL-CUS-UUID, :SQL-OLD-NUM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-MIGRATE-ONE-START
                          THRU END-3100-MIGRATE-ONE
                   WHEN 100
                       DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSMIGR :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSMIGR
           END-EXEC.

       3000-CLOSE-CAMPAIGN.
           EXEC SQL
               UPDATE PRODUCT_MIGRATION
               SET MIG_STATUS = 'TERMINEE',
                   MIG_END_DATE = :SQL-TODAY
               WHERE MIG_FROM_CODE = :SQL-FROM-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CLOTURE CAMPAGNE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMMIT MIGRATION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           PERFORM 5000-WRITE-REPORT-START
              THRU END-5000-WRITE-REPORT.
       END-3000-RUN-CAMPAIGN.
           EXIT.

      ******************************************************************
      *    [RD] Verse le contrat de l'adherent courant sur le produit  *
      *    de remplacement (cf. updacont.cbl 6040/6050/6100/6060).     *
      ******************************************************************
       3100-MIGRATE-ONE-START.
           MOVE SPACES TO SQL-CUR-NUM SQL-AGENT-CODE SQL-START-DATE
                          SQL-EXCLUSION.
           MOVE 'M' TO SQL-OLD-FREQ.
           MOVE '0' TO SQL-OLD-SUSPENDED.
           MOVE ZERO TO SQL-OLD-COST SQL-WAITING-DAYS.
           EXEC SQL
               SELECT R.REIMBURSEMENT_NUM, R.REIMBURSEMENT_COST,
                      COALESCE(R.REIMBURSEMENT_BILL_FREQ, 'M'),
                      COALESCE(R.REIMBURSEMENT_SUSPENDED, '0'),
                      COALESCE(R.REIMBURSEMENT_AGENT_CODE, ''),
                      COALESCE(R.REIMBURSEMENT_START_DATE,
                         CAST(R.REIMBURSEMENT_CREATE_DATE AS VARCHAR)),
                      COALESCE(R.REIMBURSEMENT_WAITING_DAYS, 0),
                      COALESCE(R.REIMBURSEMENT_EXCLUSION, '')
               INTO :SQL-CUR-NUM, :SQL-OLD-COST, :SQL-OLD-FREQ,
                    :SQL-OLD-SUSPENDED, :SQL-AGENT-CODE,
                    :SQL-START-DATE, :SQL-WAITING-DAYS,
                    :SQL-EXCLUSION
               FROM CUSTOMER_REIMBURSEMENT R
               INNER JOIN CUSTOMER C
                   ON C.UUID_CUSTOMER = R.UUID_CUSTOMER
               WHERE R.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND C.CUSTOMER_ACTIVE = '1'
                 AND COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
               ORDER BY R.REIMBURSEMENT_CREATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE CONTRAT A MIGRER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] plus de contrat en cours sur le produit ferme :
      *    adherent ecarte de la migration.
           IF  SQLCODE = 100
               OR SQL-CUR-NUM(1:3) NOT = SQL-FROM-PREFIX
               MOVE 'ECARTE' TO SQL-MEMBER-STATUS
               MOVE SPACES TO SQL-NEW-NUM
               MOVE ZERO TO SQL-NEW-COST
               ADD 1 TO WS-NB-SET-ASIDE
               GO TO 3100-UPDATE-MEMBER
           END-IF.

           PERFORM 3110-PERIOD-END-START
              THRU END-3110-PERIOD-END.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'REMPLACE',
                   REIMBURSEMENT_END_DATE
                       = :SQL-TODAY
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CLOTURE VERSION CONTRAT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM 3120-NEW-NUMBER-START
              THRU END-3120-NEW-NUMBER.

           EXEC SQL
               INSERT INTO CUSTOMER_REIMBURSEMENT
               (UUID_CUSTOMER, REIMBURSEMENT_NUM,
               REIMBURSEMENT_CREATE_DATE, REIMBURSEMENT_COST,
               REIMBURSEMENT_DOCTOR, REIMBURSEMENT_PARMEDICAL,
               REIMBURSEMENT_HOSPITAL, REIMBURSEMENT_SINGLE_GLASSES,
               REIMBURSEMENT_PROGRESSIVE_GLASSES,
               REIMBURSEMENT_MOLAR_CROWNS, REIMBURSEMENT_DESCALINGS,
               REIMBURSEMENT_NON_MOLAR_CROWNS,
               REIMBURSEMENT_WAITING_DAYS, REIMBURSEMENT_EXCLUSION,
               REIMBURSEMENT_BILL_FREQ,
               REIMBURSEMENT_SUSPENDED,
               REIMBURSEMENT_CEILING_DOCTOR,
               REIMBURSEMENT_CEILING_PARMEDICAL,
               REIMBURSEMENT_CEILING_HOSPITAL,
               REIMBURSEMENT_CEILING_SINGLE_GLASSES,
               REIMBURSEMENT_CEILING_PROG_GLASSES,
               REIMBURSEMENT_CEILING_MOLAR_CROWNS,
               REIMBURSEMENT_CEILING_NON_MOLAR,
               REIMBURSEMENT_CEILING_DESCALINGS,
               REIMBURSEMENT_AGENT_CODE,
               REIMBURSEMENT_START_DATE)
               SELECT :SQL-CUS-UUID, :SQL-NEW-NUM,
                  CAST(:SQL-TODAY AS DATE),
                  :SQL-OLD-COST,
                  CLASSIC_REIMBURSEMENT_DOCTOR,
                  CLASSIC_REIMBURSEMENT_PARMEDICAL,
                  CLASSIC_REIMBURSEMENT_HOSPITAL,
                  CLASSIC_REIMBURSEMENT_SINGLE_GLASSES,
                  CLASSIC_REIMBURSEMENT_PROGRESSIVE_GLASSES,
                  CLASSIC_REIMBURSEMENT_MOLAR_CROWNS,
                  CLASSIC_REIMBURSEMENT_DESCALINGS,
                  CLASSIC_REIMBURSEMENT_NON_MOLAR_CROWNS,
                  :SQL-WAITING-DAYS, NULLIF(TRIM(:SQL-EXCLUSION), ''),
                  :SQL-OLD-FREQ,
                  :SQL-OLD-SUSPENDED,
                  CLASSIC_CEILING_DOCTOR,
                  CLASSIC_CEILING_PARMEDICAL,
                  CLASSIC_CEILING_HOSPITAL,
                  CLASSIC_CEILING_SINGLE_GLASSES,
                  CLASSIC_CEILING_PROG_GLASSES,
                  CLASSIC_CEILING_MOLAR_CROWNS,
                  CLASSIC_CEILING_NON_MOLAR,
                  CLASSIC_CEILING_DESCALINGS,
                  :SQL-AGENT-CODE,
                  NULLIF(TRIM(:SQL-START-DATE), '')
               FROM CLASSIC_REIMBURSEMENT
               WHERE CLASSIC_REIMBURSEMENT_NUMBER = :SQL-TIER-GRID
               LIMIT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT VERSION MIGREE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] cotisation du produit cible : meme calcul qu'a la
      *    signature (age, zone, enfants), par recalcost.cbl.
           MOVE SQL-CUS-UUID TO WS-RECAL-UUID.
           CALL 'recalcost' USING BY REFERENCE WS-RECAL-UUID
           END-CALL.
           EXEC SQL
               SELECT REIMBURSEMENT_COST
               INTO :SQL-NEW-COST
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND REIMBURSEMENT_NUM = :SQL-NEW-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'RELECTURE COTISATION MIGREE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] ecart au prorata sur la periode deja facturee, porte
      *    par geneinvo.cbl sur la prochaine facture.
           IF  SQL-PERIOD-END NOT = SPACES
               EXEC SQL
                   INSERT INTO REIMBURSEMENT_ADJUST
                   (UUID_CUSTOMER, ADJUST_DATE, PERIOD_END,
                    OLD_COST, NEW_COST, ADJUST_CONSUMED)
                   VALUES
                   (:SQL-CUS-UUID, :SQL-TODAY, :SQL-PERIOD-END,
                    :SQL-OLD-COST, :SQL-NEW-COST, '0')
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'INSERT REIMBURSEMENT_ADJUST' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           END-IF.

           MOVE 'MIGRE' TO SQL-MEMBER-STATUS.
           ADD 1 TO WS-NB-MIGRATED.

       3100-UPDATE-MEMBER.
           EXEC SQL
               UPDATE PRODUCT_MIGRATION_MEMBER
               SET MEMBER_STATUS = :SQL-MEMBER-STATUS,
                   MEMBER_STATUS_DATE = :SQL-TODAY,
                   MEMBER_NEW_NUM = NULLIF(TRIM(:SQL-NEW-NUM), ''),
                   MEMBER_NEW_COST = CASE WHEN :SQL-MEMBER-STATUS
                                        = 'MIGRE'
                                     THEN :SQL-NEW-COST
                                     ELSE MEMBER_NEW_COST END
               WHERE MIG_FROM_CODE = :SQL-FROM-CODE
                 AND UUID_CUSTOMER = :SQL-CUS-UUID
                 AND MEMBER_STATUS = 'AVISE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ STATUT ADHERENT MIGRATION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3100-MIGRATE-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Fin de la periode deja facturee : derniere facture     *
      *    (hors avoirs) plus la periodicite du contrat, cf.           *
      *    updacont.cbl 6040 ; vide si l'adherent n'a pas encore ete   *
      *    facture.                                                    *
      ******************************************************************
       3110-PERIOD-END-START.
           MOVE SPACES TO SQL-LAST-INV-DATE SQL-PERIOD-END.
           EXEC SQL
               SELECT COALESCE(CAST(INVOICE_CREATE_DATE AS VARCHAR),
                      '')
               INTO :SQL-LAST-INV-DATE
               FROM INVOICE
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(INVOICE_TYPE, 'FACTURE') <> 'AVOIR'
               ORDER BY INVOICE_CREATE_DATE DESC,
                        INVOICE_NUMBER DESC
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = 100
               MOVE SPACES TO SQL-LAST-INV-DATE
           END-IF.
           IF  SQL-LAST-INV-DATE = SPACES
               GO TO END-3110-PERIOD-END
           END-IF.
           EVALUATE SQL-OLD-FREQ
               WHEN 'T'
                   MOVE 3 TO WS-FREQ-MONTHS
               WHEN 'A'
                   MOVE 12 TO WS-FREQ-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-FREQ-MONTHS
           END-EVALUATE.
           MOVE FUNCTION NUMVAL(SQL-LAST-INV-DATE(1:4)) TO WS-PE-YEAR.
           MOVE FUNCTION NUMVAL(SQL-LAST-INV-DATE(6:2)) TO WS-PE-MONTH.
           ADD WS-FREQ-MONTHS TO WS-PE-MONTH.
           IF  WS-PE-MONTH > 12
               SUBTRACT 12 FROM WS-PE-MONTH
               ADD 1 TO WS-PE-YEAR
           END-IF.
           STRING WS-PE-YEAR '-' WS-PE-MONTH '-'
                  SQL-LAST-INV-DATE(9:2)
                  DELIMITED BY SIZE INTO SQL-PERIOD-END
           END-STRING.
      *    [RD] periode deja close a la date de migration : rien a
      *    regulariser.
           IF  SQL-PERIOD-END NOT > SQL-TODAY
               MOVE SPACES TO SQL-PERIOD-END
           END-IF.
       END-3110-PERIOD-END.
           EXIT.

      ******************************************************************
      *    [RD] Numero de la nouvelle version : prefixe du produit     *
      *    cible + AAMM + sequence, sous verrou applicatif comme       *
      *    updacont.cbl (6110/6120).                                   *
      ******************************************************************
       3120-NEW-NUMBER-START.
           MOVE SPACES TO SQL-LOCK-KEY SQL-MAX SQL-NEW-NUM.
           STRING SQL-TIER-PREFIX DELIMITED BY SPACE
                  SQL-CYEAR DELIMITED BY SIZE
                  SQL-CMOUNTH DELIMITED BY SIZE
           INTO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'VERROU NUMEROTATION CONTRAT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO WS-NUM.
           EXEC SQL
               SELECT MAX(REIMBURSEMENT_NUM) as MAX
               INTO :SQL-MAX
               FROM CUSTOMER_REIMBURSEMENT
               WHERE REIMBURSEMENT_NUM LIKE :SQL-TIER-PREFIX||
               :SQL-CYEAR||:SQL-CMOUNTH||'%'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'RECHERCHE MAX REIMBURSEMENT_NUM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQLCODE NOT = 100 AND SQL-MAX NOT = SPACES
               MOVE FUNCTION NUMVAL(SQL-MAX(8:3)) TO WS-NUM
           END-IF.
           ADD 1 TO WS-NUM.
           STRING SQL-TIER-PREFIX
                  SQL-CYEAR
                  SQL-CMOUNTH
                  WS-NUM
           DELIMITED BY SIZE
           INTO SQL-NEW-NUM.
       END-3120-NEW-NUMBER.
           EXIT.

      ******************************************************************
      *    [RD] Compte-rendu final de la campagne : un adherent par    *
      *    ligne avec son statut, puis le decompte par statut.         *
      ******************************************************************
       5000-WRITE-REPORT-START.
           MOVE SQL-FROM-PREFIX TO WS-CR-PREFIX.
           MOVE WS-BATCH-DATE TO WS-CR-DATE.
           OPEN OUTPUT F-CR.
           MOVE ALL '-' TO R-CR.
           WRITE R-CR.
           INITIALIZE R-CR.
           STRING 'COMPTE-RENDU DE MIGRATION '
               FUNCTION TRIM(SQL-FROM-CODE) ' VERS '
               FUNCTION TRIM(SQL-TO-CODE) ' AU '
               SQL-EFFECT-DATE
               DELIMITED BY SIZE INTO R-CR
           END-STRING.
           WRITE R-CR.
           MOVE ALL '-' TO R-CR.
           WRITE R-CR.
           MOVE 'ANCIEN N.  NOUVEAU N. ADHERENT              ANCIEN  NOU
      -         'VEAU STATUT' TO R-CR.
           WRITE R-CR.

           EXEC SQL
               DECLARE CRSMIGCR CURSOR FOR
               SELECT M.MEMBER_OLD_NUM,
                      COALESCE(M.MEMBER_NEW_NUM, ''),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(M.MEMBER_OLD_COST, 0),
                      COALESCE(M.MEMBER_NEW_COST, 0),
                      M.MEMBER_STATUS
               FROM PRODUCT_MIGRATION_MEMBER M
               LEFT JOIN CUSTOMER C
                   ON C.UUID_CUSTOMER = M.UUID_CUSTOMER
               WHERE M.MIG_FROM_CODE = :SQL-FROM-CODE
               ORDER BY M.MEMBER_STATUS, C.CUSTOMER_LASTNAME
           END-EXEC.
           EXEC SQL
               OPEN CRSMIGCR
           END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSMIGCR
                   INTO :SQL-OLD-NUM, :SQL-NEW-NUM, :SQL-CUS-LASTNAME,
                        :SQL-OLD-COST, :SQL-NEW-COST,
                        :SQL-MEMBER-STATUS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-OLD-COST TO WS-Z-OLD
                       MOVE SQL-NEW-COST TO WS-Z-NEW
                       INITIALIZE R-CR
                       STRING SQL-OLD-NUM ' ' SQL-NEW-NUM ' '
                           SQL-CUS-LASTNAME '  ' WS-Z-OLD '   '
                           WS-Z-NEW '   ' SQL-MEMBER-STATUS
                           DELIMITED BY SIZE INTO R-CR
                       END-STRING
                       WRITE R-CR
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSMIGCR :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSMIGCR
           END-EXEC.

           MOVE ALL '-' TO R-CR.
           WRITE R-CR.
           MOVE 'MIGRE' TO SQL-MEMBER-STATUS.
           PERFORM 5100-COUNT-LINE-START
              THRU END-5100-COUNT-LINE.
           MOVE 'OPPOSE' TO SQL-MEMBER-STATUS.
           PERFORM 5100-COUNT-LINE-START
              THRU END-5100-COUNT-LINE.
           MOVE 'ECARTE' TO SQL-MEMBER-STATUS.
           PERFORM 5100-COUNT-LINE-START
              THRU END-5100-COUNT-LINE.
           CLOSE F-CR.
       END-5000-WRITE-REPORT.
           EXIT.

       5100-COUNT-LINE-START.
           MOVE ZERO TO SQL-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-COUNT
               FROM PRODUCT_MIGRATION_MEMBER
               WHERE MIG_FROM_CODE = :SQL-FROM-CODE
                 AND MEMBER_STATUS = :SQL-MEMBER-STATUS
           END-EXEC.
           MOVE SQL-COUNT TO WS-Z-COUNT.
           INITIALIZE R-CR.
           STRING 'Adherents ' SQL-MEMBER-STATUS ' : ' WS-Z-COUNT
               DELIMITED BY SIZE INTO R-CR
           END-STRING.
           WRITE R-CR.
       END-5100-COUNT-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
       9100-DISPLAY-REPORT-START.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'MIGRATION DES PRODUITS FERMES - CR'.
           DISPLAY 'Campagnes traitees    : ' WS-NB-CAMPAIGNS.
           DISPLAY 'Contrats migres       : ' WS-NB-MIGRATED.
           DISPLAY 'Adherents ecartes     : ' WS-NB-SET-ASIDE.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS SQL                   *
      ******************************************************************
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
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
           GOBACK.
