      ******************************************************************
      *    [RD] Echantillon hebdomadaire du controle qualite des       *
      *    demandes payees.                                            *
      *    Les seuils de double approbation de rembreview.cbl ne       *
      *    couvrent que les montants eleves : une demande de faible    *
      *    montant approuvee par un seul gestionnaire n'est jamais     *
      *    revue. Ce traitement tire au hasard, parmi les demandes     *
      *    passees PAYE la semaine precedente (lundi a dimanche, par   *
      *    claimpay.cbl ou claimchq.cbl), un echantillon stratifie     *
      *    par gestionnaire (CLAIM_REVIEWER) et par canal :            *
      *      - SAISIE : demande saisie a l'unite (rembsave.cbl) ;      *
      *      - LOT    : lot de justificatifs (rembslot.cbl) ;          *
      *      - CPAM   : flux de la caisse (cpamback.cbl).              *
      *    Chaque strate fournit le taux parametre dans clmparam.cbl   *
      *    (QA_SAMPLE_RATE de CLAIM_ANOM_PARAM), et au moins une       *
      *    demande. L'echantillon est consigne dans QA_SAMPLE au       *
      *    statut A-REVOIR, pour le controleur senior (qareview.cbl).  *
      *    Les regularisations de readjud.cbl ne sont pas tirees.      *
      *    Lance chaque nuit par l'ordonnanceur batsched.cbl, il ne    *
      *    tire qu'une fois par semaine : une semaine deja tiree       *
      *    n'est pas retiree. La connexion est ouverte par             *
      *    l'appelant, comme pour rembanom.cbl.                        *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Le canal est lu sur la demande            *
      *    (CLAIM_CHANNEL) quand il y est porte ; il n'est plus deduit *
      *    du lot et de l'auteur de saisie que pour les demandes       *
      *    anterieures.                                                *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. qasample RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-NB-SAMPLED        PIC 9(05)  VALUE ZERO.
       01  WS-NB-SAISIE         PIC 9(05)  VALUE ZERO.
       01  WS-NB-LOT            PIC 9(05)  VALUE ZERO.
       01  WS-NB-CPAM           PIC 9(05)  VALUE ZERO.
       01  WS-NB-STRATA         PIC 9(05)  VALUE ZERO.
       01  WS-ALREADY-DONE      PIC X(01)  VALUE 'N'.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  SQL-CNT              PIC 9(09) VALUE 0.
       01  SQL-TODAY            PIC X(10) VALUE SPACES.
       01  SQL-WEEK-START       PIC X(10) VALUE SPACES.
       01  SQL-WEEK-END         PIC X(10) VALUE SPACES.
       01  SQL-QA-RATE          PIC 9(03) VALUE 0.
       01  SQL-QA-BASE          PIC 9(08) VALUE 0.
       01  SQL-LOCK-KEY         PIC X(15) VALUE SPACES.
       01  SQL-CHANNEL          PIC X(10) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-SAMPLED        PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-SAMPLED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (batsched.cbl), comme pour rembanom.cbl.
           PERFORM 1000-INITIALIZATION-START
              THRU END-1000-INITIALIZATION.

           PERFORM 1100-ENSURE-TABLES-START
              THRU END-1100-ENSURE-TABLES.

           PERFORM 1200-LOAD-RATE-START
              THRU END-1200-LOAD-RATE.

           PERFORM 1300-CHECK-WEEK-START
              THRU END-1300-CHECK-WEEK.

           IF  WS-ALREADY-DONE = 'N'
               PERFORM 2000-DRAW-SAMPLE-START
                  THRU END-2000-DRAW-SAMPLE
               PERFORM 3000-COUNT-CHANNELS-START
                  THRU END-3000-COUNT-CHANNELS
           END-IF.

           MOVE WS-NB-SAMPLED TO LK-NB-SAMPLED.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Date du jour et bornes de la semaine precedente        *
      *    (lundi a dimanche) dont les paiements sont echantillonnes.  *
      ******************************************************************
       1000-INITIALIZATION-START.
           MOVE ZERO TO WS-NB-SAMPLED WS-NB-SAISIE WS-NB-LOT
               WS-NB-CPAM WS-NB-STRATA.
           MOVE 'N' TO WS-ALREADY-DONE.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           EXEC SQL
               SELECT TO_CHAR(DATE_TRUNC('week',
                          TO_DATE(:SQL-TODAY, 'YYYY-MM-DD'))
                          - INTERVAL '7 days', 'YYYY-MM-DD'),
                      TO_CHAR(DATE_TRUNC('week',
                          TO_DATE(:SQL-TODAY, 'YYYY-MM-DD'))
                          - INTERVAL '1 day', 'YYYY-MM-DD')
               INTO :SQL-WEEK-START, :SQL-WEEK-END
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CALCUL DE LA SEMAINE ECHANTILLONNEE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-INITIALIZATION.
           EXIT.

      ******************************************************************
      *    [RD] Cree au besoin la table de l'echantillon et les        *
      *    colonnes des demandes lues pour la stratification.          *
      ******************************************************************
       1100-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS QA_SAMPLE (
                  QA_NUM            INT,
                  QA_CLAIM_NUM      INT,
                  QA_WEEK           VARCHAR(10),
                  QA_DRAW_DATE      VARCHAR(10),
                  QA_CLAIM_REVIEWER VARCHAR(20),
                  QA_CHANNEL        VARCHAR(10),
                  QA_CATEGORY       VARCHAR(20),
                  QA_CLAIM_OWED     NUMERIC(9) DEFAULT 0,
                  QA_STATUS         VARCHAR(10),
                  QA_RESULT         VARCHAR(10),
                  QA_ERROR_TYPE     VARCHAR(10),
                  QA_IMPACT         NUMERIC(9) DEFAULT 0,
                  QA_DIRECTION      VARCHAR(10),
                  QA_SENIOR         VARCHAR(10),
                  QA_REVIEW_DATE    VARCHAR(10),
                  QA_COMMENT        VARCHAR(60),
                  QA_RECOVERY       VARCHAR(12) DEFAULT '',
                  QA_INDUS_NUM      INT DEFAULT 0
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION QA_SAMPLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAID_DATE VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CAPTURED_BY VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_LOT_NUM INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_REGUL_OF INT
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES CUSTOMER_CLAIM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1100-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Charge le taux de l'echantillon (en %) depuis          *
      *    CLAIM_ANOM_PARAM, en la creant et l'amorcant au besoin      *
      *    comme rembanom.cbl ; 5 % a defaut.                          *
      ******************************************************************
       1200-LOAD-RATE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_ANOM_PARAM (
                  PARAM_NUM        INT,
                  MAX_CLAIMS_MONTH INT,
                  MAX_AMOUNT_MONTH INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLAIM_ANOM_PARAM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CLAIM_ANOM_PARAM
               ADD COLUMN IF NOT EXISTS QA_SAMPLE_RATE
                   INTEGER DEFAULT 5
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNE QA_SAMPLE_RATE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT FROM CLAIM_ANOM_PARAM
           END-EXEC.
           IF  SQL-CNT = 0
               EXEC SQL
                   INSERT INTO CLAIM_ANOM_PARAM
                      (PARAM_NUM, MAX_CLAIMS_MONTH, MAX_AMOUNT_MONTH)
                      VALUES (1, 10, 2000)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'AMORCAGE CLAIM_ANOM_PARAM' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           END-IF.
           EXEC SQL
               SELECT COALESCE(QA_SAMPLE_RATE, 5)
               INTO :SQL-QA-RATE
               FROM CLAIM_ANOM_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE CLAIM_ANOM_PARAM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-QA-RATE = 0 OR SQL-QA-RATE > 100
               MOVE 5 TO SQL-QA-RATE
           END-IF.
       END-1200-LOAD-RATE.
           EXIT.

      ******************************************************************
      *    [RD] Une semaine deja echantillonnee n'est pas retiree :    *
      *    seul le premier passage de la semaine tire l'echantillon.   *
      ******************************************************************
       1300-CHECK-WEEK-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM QA_SAMPLE
               WHERE QA_WEEK = :SQL-WEEK-START
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE QA_SAMPLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CNT > 0
               MOVE 'O' TO WS-ALREADY-DONE
           END-IF.
       END-1300-CHECK-WEEK.
           EXIT.

      ******************************************************************
      *    [RD] Tirage stratifie : les demandes payees de la semaine   *
      *    sont reparties par gestionnaire et par canal, melangees au  *
      *    hasard dans chaque strate, et les premieres sont retenues   *
      *    jusqu'au taux parametre (arrondi au superieur, une au       *
      *    moins par strate). Les demandes deja tirees une autre       *
      *    semaine ne le sont pas une seconde fois.                    *
      ******************************************************************
       2000-DRAW-SAMPLE-START.
           MOVE 'QASAMPLE' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-QA-BASE.
           EXEC SQL
               SELECT COALESCE(MAX(QA_NUM), 0)
               INTO :SQL-QA-BASE
               FROM QA_SAMPLE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'NUMEROTATION QA_SAMPLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               INSERT INTO QA_SAMPLE
                  (QA_NUM, QA_CLAIM_NUM, QA_WEEK, QA_DRAW_DATE,
                   QA_CLAIM_REVIEWER, QA_CHANNEL, QA_CATEGORY,
                   QA_CLAIM_OWED, QA_STATUS, QA_RESULT,
                   QA_ERROR_TYPE, QA_IMPACT, QA_DIRECTION,
                   QA_RECOVERY, QA_INDUS_NUM)
               SELECT :SQL-QA-BASE
                      + ROW_NUMBER() OVER (ORDER BY S.CLAIM_NUM),
                      S.CLAIM_NUM, :SQL-WEEK-START, :SQL-TODAY,
                      S.REVIEWER, S.CHANNEL, S.CLAIM_CATEGORY,
                      S.CLAIM_OWED, 'A-REVOIR', '', '', 0, '',
                      '', 0
               FROM (SELECT B.*,
                            ROW_NUMBER() OVER
                               (PARTITION BY B.REVIEWER, B.CHANNEL
                                ORDER BY RANDOM()) AS RN,
                            COUNT(*) OVER
                               (PARTITION BY B.REVIEWER, B.CHANNEL)
                               AS NB
                     FROM (SELECT C.CLAIM_NUM, C.CLAIM_CATEGORY,
                                  C.CLAIM_OWED,
                                  COALESCE(NULLIF(TRIM(
                                      C.CLAIM_REVIEWER), ''), 'AUTO')
                                      AS REVIEWER,
                                  COALESCE(NULLIF(TRIM(
                                      C.CLAIM_CHANNEL), ''),
                                  CASE
                                   WHEN COALESCE(C.CLAIM_LOT_NUM, 0)
                                        <> 0 THEN 'LOT'
                                   WHEN COALESCE(TRIM(
                                        C.CLAIM_CAPTURED_BY), '') = ''
                                        THEN 'CPAM'
                                   ELSE 'SAISIE'
                                  END) AS CHANNEL
                           FROM CUSTOMER_CLAIM C
                           WHERE C.CLAIM_STATUS = 'PAYE'
                             AND C.CLAIM_PAID_DATE >= :SQL-WEEK-START
                             AND C.CLAIM_PAID_DATE <= :SQL-WEEK-END
                             AND COALESCE(C.CLAIM_REGUL_OF, 0) = 0
                             AND NOT EXISTS
                                 (SELECT 1 FROM QA_SAMPLE Q
                                   WHERE Q.QA_CLAIM_NUM = C.CLAIM_NUM)
                          ) B
                    ) S
               WHERE S.RN <= GREATEST(1,
                                CEIL(S.NB * :SQL-QA-RATE / 100.0))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'TIRAGE DE L ECHANTILLON' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2000-DRAW-SAMPLE.
           EXIT.

      ******************************************************************
      *    [RD] Compte-rendu du tirage par canal et nombre de strates. *
      ******************************************************************
       3000-COUNT-CHANNELS-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM QA_SAMPLE
               WHERE QA_WEEK = :SQL-WEEK-START
           END-EXEC.
           MOVE SQL-CNT TO WS-NB-SAMPLED.
           MOVE 'SAISIE' TO SQL-CHANNEL.
           PERFORM 3100-COUNT-ONE-CHANNEL-START
              THRU END-3100-COUNT-ONE-CHANNEL.
           MOVE SQL-CNT TO WS-NB-SAISIE.
           MOVE 'LOT' TO SQL-CHANNEL.
           PERFORM 3100-COUNT-ONE-CHANNEL-START
              THRU END-3100-COUNT-ONE-CHANNEL.
           MOVE SQL-CNT TO WS-NB-LOT.
           MOVE 'CPAM' TO SQL-CHANNEL.
           PERFORM 3100-COUNT-ONE-CHANNEL-START
              THRU END-3100-COUNT-ONE-CHANNEL.
           MOVE SQL-CNT TO WS-NB-CPAM.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(DISTINCT QA_CLAIM_REVIEWER || '/'
                                     || QA_CHANNEL)
               INTO :SQL-CNT
               FROM QA_SAMPLE
               WHERE QA_WEEK = :SQL-WEEK-START
           END-EXEC.
           MOVE SQL-CNT TO WS-NB-STRATA.
       END-3000-COUNT-CHANNELS.
           EXIT.

       3100-COUNT-ONE-CHANNEL-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM QA_SAMPLE
               WHERE QA_WEEK = :SQL-WEEK-START
                 AND QA_CHANNEL = :SQL-CHANNEL
           END-EXEC.
       END-3100-COUNT-ONE-CHANNEL.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
       9100-DISPLAY-REPORT-START.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'ECHANTILLON CONTROLE QUALITE - COMPTE-RENDU'.
           DISPLAY 'Semaine du ' SQL-WEEK-START ' au ' SQL-WEEK-END.
           IF  WS-ALREADY-DONE = 'O'
               DISPLAY 'Semaine deja echantillonnee, aucun tirage.'
           ELSE
               DISPLAY 'Taux de l echantillon (%)   : ' SQL-QA-RATE
               DISPLAY 'Strates gestionnaire/canal  : ' WS-NB-STRATA
               DISPLAY 'Demandes tirees - saisie    : ' WS-NB-SAISIE
               DISPLAY 'Demandes tirees - lot       : ' WS-NB-LOT
               DISPLAY 'Demandes tirees - flux CPAM : ' WS-NB-CPAM
               DISPLAY 'Total demandes a controler  : ' WS-NB-SAMPLED
           END-IF.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
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
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (batsched.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
