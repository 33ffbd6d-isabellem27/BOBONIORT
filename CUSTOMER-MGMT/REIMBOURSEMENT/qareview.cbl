      ******************************************************************
      *    [RD] Controle qualite des demandes payees.                  *
      *    qasample.cbl tire chaque semaine un echantillon des         *
      *    demandes payees, stratifie par gestionnaire et par canal    *
      *    (QA_SAMPLE). Sur cet ecran, un controleur senior du         *
      *    referentiel REVIEWER_PARAM revoit chaque demande tiree et   *
      *    la declare correcte ou erronee, avec le type d'erreur et    *
      *    l'impact financier (trop paye ou moins paye). Le controleur *
      *    ne peut revoir une demande qu'il a saisie ou approuvee.     *
      *    Le rapport mensuel (./RAPPORT/QUALITE-AAAAMM.txt) donne le  *
      *    taux d'erreur par gestionnaire, par prestation et par       *
      *    canal, et transmet les trop-payes confirmes du mois a       *
      *    readjud.cbl (QA_RECOVERY = A-RECUPERER), qui en recupere    *
      *    le montant par un indus.                                    *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. qareview RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORT
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT         PIC X(120).

       WORKING-STORAGE SECTION.
      *    [RD] connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RECORD-CHOICE     PIC X(01).
       01  WS-REPORT-CHOICE     PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-ROW-IDX           PIC 9(01) VALUE 0.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-Z-CNT             PIC Z(04)9.
       01  WS-Z-CNT2            PIC Z(04)9.
       01  WS-Z-AMOUNT          PIC Z(08)9.
       01  WS-Z-AMOUNT2         PIC Z(08)9.
       01  WS-RATE              PIC 9(03)V9 VALUE ZERO.
       01  WS-Z-RATE            PIC ZZ9.9.
       01  WS-SENIOR-TRIM       PIC X(20) VALUE SPACES.
       01  WS-USER-TRIM         PIC X(20) VALUE SPACES.

       01  WS-REPORT-PATH.
           03 WS-REPORT-FOLDER  PIC X(18)
              VALUE './RAPPORT/QUALITE-'                         .
           03 WS-REPORT-MONTH   PIC X(06).
           03 WS-REPORT-FORMAT  PIC X(04)  VALUE '.txt'.

      *    [RD] controle d'une demande de l'echantillon : resultat
      *    C = correcte, E = erronee ; sens de l'impact T = trop
      *    paye, M = moins paye.
       01  SC-QA-SENIOR         PIC X(10) VALUE SPACES.
       01  SC-QA-NUM            PIC 9(08) VALUE ZERO.
       01  SC-QA-RESULT         PIC X(01) VALUE SPACE.
       01  SC-QA-ERROR-TYPE     PIC X(10) VALUE SPACES.
       01  SC-QA-IMPACT         PIC 9(07) VALUE ZERO.
       01  SC-QA-DIRECTION      PIC X(01) VALUE SPACE.
       01  SC-QA-COMMENT        PIC X(60) VALUE SPACES.
       01  SC-QA-MONTH          PIC X(06) VALUE SPACES.

      *    [RD] demandes a controler affichees (cinq au plus).
       01  WS-Q1-LINE           PIC X(110) VALUE SPACES.
       01  WS-Q2-LINE           PIC X(110) VALUE SPACES.
       01  WS-Q3-LINE           PIC X(110) VALUE SPACES.
       01  WS-Q4-LINE           PIC X(110) VALUE SPACES.
       01  WS-Q5-LINE           PIC X(110) VALUE SPACES.
       01  WS-Q-LINE            PIC X(110) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-TODAY            PIC X(10).
       01  SQL-CNT              PIC 9(05) VALUE ZERO.
       01  SQL-CNT-ERR          PIC 9(05) VALUE ZERO.

      *    [RD] ligne de l'echantillon et demande controlee.
       01  SQL-QA-NUM           PIC 9(08) VALUE ZERO.
       01  SQL-QA-CLAIM-NUM     PIC 9(08) VALUE ZERO.
       01  SQL-QA-WEEK          PIC X(10).
       01  SQL-QA-REVIEWER      PIC X(20).
       01  SQL-QA-CHANNEL       PIC X(10).
       01  SQL-QA-CATEGORY      PIC X(20).
       01  SQL-QA-OWED          PIC 9(09) VALUE ZERO.
       01  SQL-QA-STATUS        PIC X(10).
       01  SQL-QA-RESULT        PIC X(10).
       01  SQL-QA-ERROR-TYPE    PIC X(10).
       01  SQL-QA-IMPACT        PIC 9(09) VALUE ZERO.
       01  SQL-QA-DIRECTION     PIC X(10).
       01  SQL-QA-SENIOR        PIC X(10).
       01  SQL-QA-COMMENT       PIC X(60).
       01  SQL-QA-RECOVERY      PIC X(12).
       01  SQL-CLM-REVIEWER     PIC X(20).
       01  SQL-CLM-REVIEWER2    PIC X(20).
       01  SQL-CAPTURED-BY      PIC X(10).

      *    [RD] rapport mensuel.
       01  SQL-MONTH-PREFIX     PIC X(08).
       01  SQL-GROUP-LABEL      PIC X(20).
       01  SQL-AMOUNT           PIC 9(09) VALUE ZERO.
       01  SQL-AMOUNT2          PIC 9(09) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-qa-review.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-RECORD-CHOICE
               WS-REPORT-CHOICE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           MOVE WS-TODAY(1:6) TO SC-QA-MONTH.
           PERFORM 1000-PREPARE-START
               THRU 1000-PREPARE-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1000-PREPARE-START.                                         *
      ******************************************************************
       1000-PREPARE-START.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1010-ENSURE-TABLES-START
               THRU 1010-ENSURE-TABLES-START-EXIT.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1000-PREPARE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1010-ENSURE-TABLES-START.                                   *
      ******************************************************************
      *    [RD] Cree au besoin l'echantillon (qasample.cbl) et le
      *    referentiel des gestionnaires (revqueue.cbl), ainsi que les
      *    colonnes de separation des roles des demandes.
       1010-ENSURE-TABLES-START.
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
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table QA_SAMPLE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REVIEWER_PARAM (
                   REVIEWER_USER   VARCHAR(10),
                   REVIEWER_SENIOR VARCHAR(1) DEFAULT '0',
                   REVIEWER_ABSENT VARCHAR(1) DEFAULT '0'
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table REVIEWER_PARAM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CAPTURED_BY VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_REVIEWER2 VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes de separation des roles.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       1010-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LOAD-LIST-START.                                       *
      ******************************************************************
      *    [RD] Les cinq plus anciennes demandes tirees restant a
      *    controler : numero d'echantillon, demande, semaine,
      *    gestionnaire, canal, prestation et montant paye.
       1050-LOAD-LIST-START.
           INITIALIZE WS-Q1-LINE WS-Q2-LINE WS-Q3-LINE WS-Q4-LINE
               WS-Q5-LINE.
           MOVE 0 TO WS-ROW-IDX.
           EXEC SQL
               DECLARE CRS-QA CURSOR FOR
               SELECT QA_NUM, QA_CLAIM_NUM, COALESCE(QA_WEEK, ''),
                      COALESCE(QA_CLAIM_REVIEWER, ''),
                      COALESCE(QA_CHANNEL, ''),
                      COALESCE(QA_CATEGORY, ''),
                      COALESCE(QA_CLAIM_OWED, 0)
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'A-REVOIR'
               ORDER BY QA_NUM
               LIMIT 5
           END-EXEC.
           EXEC SQL OPEN CRS-QA END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-QA
                   INTO :SQL-QA-NUM, :SQL-QA-CLAIM-NUM,
                        :SQL-QA-WEEK, :SQL-QA-REVIEWER,
                        :SQL-QA-CHANNEL, :SQL-QA-CATEGORY,
                        :SQL-QA-OWED
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture de l echantillon.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-ROW-IDX
                   MOVE SQL-QA-OWED TO WS-Z-AMOUNT
                   INITIALIZE WS-Q-LINE
                   STRING SQL-QA-NUM ' - demande ' SQL-QA-CLAIM-NUM
                       ' - semaine du ' SQL-QA-WEEK
                       ' - ' FUNCTION TRIM(SQL-QA-REVIEWER)
                       ' / ' FUNCTION TRIM(SQL-QA-CHANNEL)
                       ' - ' FUNCTION TRIM(SQL-QA-CATEGORY)
                       ' - ' FUNCTION TRIM(WS-Z-AMOUNT) ' EUR'
                       DELIMITED BY SIZE INTO WS-Q-LINE
                   END-STRING
                   EVALUATE WS-ROW-IDX
                       WHEN 1 MOVE WS-Q-LINE TO WS-Q1-LINE
                       WHEN 2 MOVE WS-Q-LINE TO WS-Q2-LINE
                       WHEN 3 MOVE WS-Q-LINE TO WS-Q3-LINE
                       WHEN 4 MOVE WS-Q-LINE TO WS-Q4-LINE
                       WHEN 5 MOVE WS-Q-LINE TO WS-Q5-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-QA END-EXEC.
       1050-LOAD-LIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-QA-REVIEW.
           IF FUNCTION UPPER-CASE(WS-RECORD-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-RECORD-REVIEW-START
                   THRU 1300-RECORD-REVIEW-START-EXIT
               MOVE SPACES TO WS-RECORD-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-REPORT-CHOICE) EQUAL 'O' THEN
               PERFORM 1800-MONTHLY-REPORT-START
                   THRU 1800-MONTHLY-REPORT-START-EXIT
               MOVE SPACES TO WS-REPORT-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-RECORD-REVIEW-START.                                   *
      ******************************************************************
      *    [RD] Enregistre le controle d'une demande de l'echantillon.
      *    Une demande erronee porte un type d'erreur et, si elle a
      *    une incidence financiere, son montant et son sens ; un
      *    trop paye attend la confirmation du rapport mensuel
      *    (QA_RECOVERY = A-CONFIRMER) avant d'etre recupere.
       1300-RECORD-REVIEW-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-QA-SENIOR EQUAL SPACES THEN
               MOVE 'Veuillez saisir le controleur.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-RECORD-REVIEW-START-EXIT
           END-IF.
           IF SC-QA-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero d echantillon.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-RECORD-REVIEW-START-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-QA-RESULT) TO SC-QA-RESULT.
           MOVE FUNCTION UPPER-CASE(SC-QA-DIRECTION)
               TO SC-QA-DIRECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-QA-ERROR-TYPE))
               TO SC-QA-ERROR-TYPE.
           IF SC-QA-RESULT NOT = 'C' AND SC-QA-RESULT NOT = 'E' THEN
               MOVE 'Resultat : C (correcte) ou E (erronee).'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-RECORD-REVIEW-START-EXIT
           END-IF.
           IF SC-QA-RESULT EQUAL 'E' THEN
               PERFORM 1320-CHECK-ERROR-START
                   THRU 1320-CHECK-ERROR-START-EXIT
               IF WS-ERROR-MESSAGE NOT = SPACES THEN
                   GO TO 1300-RECORD-REVIEW-START-EXIT
               END-IF
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1310-READ-SAMPLE-START
               THRU 1310-READ-SAMPLE-START-EXIT.
           IF WS-ERROR-MESSAGE NOT = SPACES THEN
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-RECORD-REVIEW-START-EXIT
           END-IF.

      *    [RD] un trop paye ne peut depasser ce qui a ete paye.
           IF SC-QA-RESULT EQUAL 'E' AND SC-QA-DIRECTION EQUAL 'T'
              AND SC-QA-IMPACT > SQL-QA-OWED THEN
               MOVE 'Trop paye superieur au montant paye.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-RECORD-REVIEW-START-EXIT
           END-IF.

           INITIALIZE SQL-QA-RESULT SQL-QA-ERROR-TYPE SQL-QA-DIRECTION
               SQL-QA-RECOVERY.
           MOVE ZERO TO SQL-QA-IMPACT.
           IF SC-QA-RESULT EQUAL 'C' THEN
               MOVE 'CORRECT' TO SQL-QA-RESULT
           ELSE
               MOVE 'ERREUR' TO SQL-QA-RESULT
               MOVE SC-QA-ERROR-TYPE TO SQL-QA-ERROR-TYPE
               MOVE SC-QA-IMPACT TO SQL-QA-IMPACT
               IF SC-QA-IMPACT > ZERO THEN
                   IF SC-QA-DIRECTION EQUAL 'T' THEN
                       MOVE 'TROP' TO SQL-QA-DIRECTION
                       MOVE 'A-CONFIRMER' TO SQL-QA-RECOVERY
                   ELSE
                       MOVE 'MOINS' TO SQL-QA-DIRECTION
                   END-IF
               END-IF
           END-IF.
           MOVE WS-SENIOR-TRIM(1:10) TO SQL-QA-SENIOR.
           MOVE SC-QA-COMMENT TO SQL-QA-COMMENT.
           EXEC SQL
               UPDATE QA_SAMPLE
                  SET QA_STATUS = 'REVU',
                      QA_RESULT = :SQL-QA-RESULT,
                      QA_ERROR_TYPE = :SQL-QA-ERROR-TYPE,
                      QA_IMPACT = :SQL-QA-IMPACT,
                      QA_DIRECTION = :SQL-QA-DIRECTION,
                      QA_SENIOR = :SQL-QA-SENIOR,
                      QA_REVIEW_DATE = :SQL-TODAY,
                      QA_COMMENT = :SQL-QA-COMMENT,
                      QA_RECOVERY = :SQL-QA-RECOVERY
                WHERE QA_NUM = :SQL-QA-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement du controle.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'CONTROLE ENREGISTRE POUR L ECHANTILLON '
               SQL-QA-NUM '.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-QA-NUM SC-QA-RESULT SC-QA-ERROR-TYPE
               SC-QA-IMPACT SC-QA-DIRECTION SC-QA-COMMENT.
       1300-RECORD-REVIEW-START-EXIT.
           EXIT.

      ******************************************************************
      *    1310-READ-SAMPLE-START.                                     *
      ******************************************************************
      *    [RD] Lit la ligne de l'echantillon et la demande, verifie
      *    qu'elle reste a controler, que le controleur est senior
      *    (REVIEWER_PARAM) et qu'il n'a ni saisi ni approuve la
      *    demande.
       1310-READ-SAMPLE-START.
           MOVE SC-QA-NUM TO SQL-QA-NUM.
           EXEC SQL
               SELECT Q.QA_STATUS, COALESCE(Q.QA_CLAIM_OWED, 0),
                      COALESCE(C.CLAIM_REVIEWER, ''),
                      COALESCE(C.CLAIM_REVIEWER2, ''),
                      COALESCE(C.CLAIM_CAPTURED_BY, '')
               INTO :SQL-QA-STATUS, :SQL-QA-OWED,
                    :SQL-CLM-REVIEWER, :SQL-CLM-REVIEWER2,
                    :SQL-CAPTURED-BY
               FROM QA_SAMPLE Q
               INNER JOIN CUSTOMER_CLAIM C
                   ON C.CLAIM_NUM = Q.QA_CLAIM_NUM
               WHERE Q.QA_NUM = :SQL-QA-NUM
           END-EXEC.
           IF SQLCODE EQUAL FIN THEN
               MOVE 'Echantillon introuvable.' TO WS-ERROR-MESSAGE
               GO TO 1310-READ-SAMPLE-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de l echantillon.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-QA-STATUS NOT = 'A-REVOIR' THEN
               MOVE 'Demande deja controlee.' TO WS-ERROR-MESSAGE
               GO TO 1310-READ-SAMPLE-START-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-QA-SENIOR))
               TO WS-SENIOR-TRIM.
           MOVE ZERO TO SQL-CNT.
           MOVE WS-SENIOR-TRIM(1:10) TO SQL-QA-SENIOR.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM REVIEWER_PARAM
               WHERE UPPER(REVIEWER_USER) = :SQL-QA-SENIOR
                 AND COALESCE(REVIEWER_SENIOR, '0') = '1'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture referentiel gestionnaires.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-CNT EQUAL ZERO THEN
               MOVE 'Controleur non senior (referentiel gestionnaires).'
                   TO WS-ERROR-MESSAGE
               GO TO 1310-READ-SAMPLE-START-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SQL-CLM-REVIEWER))
               TO WS-USER-TRIM.
           IF WS-USER-TRIM EQUAL WS-SENIOR-TRIM THEN
               MOVE 'Le controleur a approuve cette demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1310-READ-SAMPLE-START-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SQL-CLM-REVIEWER2))
               TO WS-USER-TRIM.
           IF WS-USER-TRIM EQUAL WS-SENIOR-TRIM THEN
               MOVE 'Le controleur a approuve cette demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1310-READ-SAMPLE-START-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SQL-CAPTURED-BY))
               TO WS-USER-TRIM.
           IF WS-USER-TRIM EQUAL WS-SENIOR-TRIM THEN
               MOVE 'Le controleur a saisi cette demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1310-READ-SAMPLE-START-EXIT
           END-IF.
       1310-READ-SAMPLE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1320-CHECK-ERROR-START.                                     *
      ******************************************************************
      *    [RD] Type d'erreur d'une demande erronee et sens de son
      *    impact financier.
       1320-CHECK-ERROR-START.
           EVALUATE SC-QA-ERROR-TYPE
               WHEN 'TAUX'
               WHEN 'BASE'
               WHEN 'PLAFOND'
               WHEN 'DROITS'
               WHEN 'DOUBLON'
               WHEN 'PIECE'
               WHEN 'SAISIE'
               WHEN 'AUTRE'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Type d erreur inconnu (voir la liste).'
                       TO WS-ERROR-MESSAGE
                   GO TO 1320-CHECK-ERROR-START-EXIT
           END-EVALUATE.
           IF SC-QA-IMPACT > ZERO
              AND SC-QA-DIRECTION NOT = 'T'
              AND SC-QA-DIRECTION NOT = 'M' THEN
               MOVE 'Sens de l impact : T (trop paye) ou M (moins).'
                   TO WS-ERROR-MESSAGE
           END-IF.
       1320-CHECK-ERROR-START-EXIT.
           EXIT.

      ******************************************************************
      *    1800-MONTHLY-REPORT-START.                                  *
      ******************************************************************
      *    [RD] Rapport mensuel des controles effectues dans le mois :
      *    taux d'erreur global, par gestionnaire, par prestation et
      *    par canal ; les trop-payes du mois sont confirmes et
      *    transmis a la re-liquidation (readjud.cbl).
       1800-MONTHLY-REPORT-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-QA-MONTH IS NOT NUMERIC
              OR SC-QA-MONTH(5:2) < '01' OR SC-QA-MONTH(5:2) > '12'
           THEN
               MOVE 'Mois du rapport invalide (AAAAMM).'
                   TO WS-ERROR-MESSAGE
               GO TO 1800-MONTHLY-REPORT-START-EXIT
           END-IF.
           MOVE SC-QA-MONTH TO WS-REPORT-MONTH.
           INITIALIZE SQL-MONTH-PREFIX.
           STRING SC-QA-MONTH(1:4) '-' SC-QA-MONTH(5:2) '%'
               DELIMITED BY SIZE INTO SQL-MONTH-PREFIX
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           OPEN OUTPUT F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'CONTROLE QUALITE DES DEMANDES PAYEES - MOIS '
               SC-QA-MONTH(5:2) '/' SC-QA-MONTH(1:4)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.

      *    [RD] ensemble des controles du mois.
           MOVE ZERO TO SQL-CNT SQL-CNT-ERR SQL-AMOUNT SQL-AMOUNT2.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN QA_RESULT = 'ERREUR'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'TROP'
                                        THEN QA_IMPACT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'MOINS'
                                        THEN QA_IMPACT ELSE 0 END), 0)
               INTO :SQL-CNT, :SQL-CNT-ERR, :SQL-AMOUNT, :SQL-AMOUNT2
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'REVU'
                 AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
           END-EXEC.
           PERFORM 1895-WRITE-RATE-HEADER-START
               THRU 1895-WRITE-RATE-HEADER-START-EXIT.
           MOVE 'ENSEMBLE' TO SQL-GROUP-LABEL.
           PERFORM 1890-WRITE-RATE-LINE-START
               THRU 1890-WRITE-RATE-LINE-START-EXIT.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'A-REVOIR'
           END-EXEC.
           MOVE SQL-CNT TO WS-Z-CNT.
           INITIALIZE REC-F-REPORT.
           STRING 'Demandes tirees restant a controler : '
               WS-Z-CNT
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.

      *    [RD] taux d'erreur par gestionnaire.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE 'PAR GESTIONNAIRE' TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           PERFORM 1895-WRITE-RATE-HEADER-START
               THRU 1895-WRITE-RATE-HEADER-START-EXIT.
           EXEC SQL
               DECLARE CRS-QA-REV CURSOR FOR
               SELECT COALESCE(QA_CLAIM_REVIEWER, ''), COUNT(*),
                      SUM(CASE WHEN QA_RESULT = 'ERREUR'
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'TROP'
                                        THEN QA_IMPACT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'MOINS'
                                        THEN QA_IMPACT ELSE 0 END), 0)
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'REVU'
                 AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
               GROUP BY QA_CLAIM_REVIEWER
               ORDER BY QA_CLAIM_REVIEWER
           END-EXEC.
           EXEC SQL OPEN CRS-QA-REV END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-QA-REV
                   INTO :SQL-GROUP-LABEL, :SQL-CNT, :SQL-CNT-ERR,
                        :SQL-AMOUNT, :SQL-AMOUNT2
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des controles (gestionnaire).'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   PERFORM 1890-WRITE-RATE-LINE-START
                       THRU 1890-WRITE-RATE-LINE-START-EXIT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-QA-REV END-EXEC.

      *    [RD] taux d'erreur par prestation.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE 'PAR PRESTATION' TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           PERFORM 1895-WRITE-RATE-HEADER-START
               THRU 1895-WRITE-RATE-HEADER-START-EXIT.
           EXEC SQL
               DECLARE CRS-QA-CAT CURSOR FOR
               SELECT COALESCE(QA_CATEGORY, ''), COUNT(*),
                      SUM(CASE WHEN QA_RESULT = 'ERREUR'
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'TROP'
                                        THEN QA_IMPACT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'MOINS'
                                        THEN QA_IMPACT ELSE 0 END), 0)
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'REVU'
                 AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
               GROUP BY QA_CATEGORY
               ORDER BY QA_CATEGORY
           END-EXEC.
           EXEC SQL OPEN CRS-QA-CAT END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-QA-CAT
                   INTO :SQL-GROUP-LABEL, :SQL-CNT, :SQL-CNT-ERR,
                        :SQL-AMOUNT, :SQL-AMOUNT2
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des controles (prestation).'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   PERFORM 1890-WRITE-RATE-LINE-START
                       THRU 1890-WRITE-RATE-LINE-START-EXIT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-QA-CAT END-EXEC.

      *    [RD] taux d'erreur par canal (saisie, lot, flux CPAM).
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE 'PAR CANAL' TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           PERFORM 1895-WRITE-RATE-HEADER-START
               THRU 1895-WRITE-RATE-HEADER-START-EXIT.
           EXEC SQL
               DECLARE CRS-QA-CHN CURSOR FOR
               SELECT COALESCE(QA_CHANNEL, ''), COUNT(*),
                      SUM(CASE WHEN QA_RESULT = 'ERREUR'
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'TROP'
                                        THEN QA_IMPACT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN QA_DIRECTION = 'MOINS'
                                        THEN QA_IMPACT ELSE 0 END), 0)
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'REVU'
                 AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
               GROUP BY QA_CHANNEL
               ORDER BY QA_CHANNEL
           END-EXEC.
           EXEC SQL OPEN CRS-QA-CHN END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-QA-CHN
                   INTO :SQL-GROUP-LABEL, :SQL-CNT, :SQL-CNT-ERR,
                        :SQL-AMOUNT, :SQL-AMOUNT2
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des controles (canal).'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   PERFORM 1890-WRITE-RATE-LINE-START
                       THRU 1890-WRITE-RATE-LINE-START-EXIT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-QA-CHN END-EXEC.

           PERFORM 1850-REPORT-ERRORS-START
               THRU 1850-REPORT-ERRORS-START-EXIT.
           PERFORM 1870-CONFIRM-OVERPAID-START
               THRU 1870-CONFIRM-OVERPAID-START-EXIT.
           CLOSE F-REPORT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               STRING 'RAPPORT EDITE : ' WS-REPORT-PATH
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1800-MONTHLY-REPORT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1850-REPORT-ERRORS-START.                                   *
      ******************************************************************
      *    [RD] Detail des demandes declarees erronees dans le mois.
       1850-REPORT-ERRORS-START.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE 'DEMANDES ERRONEES' TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'ECHANTILLON;DEMANDE;GESTIONNAIRE;CANAL;'
               'PRESTATION;TYPE;IMPACT;SENS;CONTROLEUR;COMMENTAIRE'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           EXEC SQL
               DECLARE CRS-QA-ERR CURSOR FOR
               SELECT QA_NUM, QA_CLAIM_NUM,
                      COALESCE(QA_CLAIM_REVIEWER, ''),
                      COALESCE(QA_CHANNEL, ''),
                      COALESCE(QA_CATEGORY, ''),
                      COALESCE(QA_ERROR_TYPE, ''),
                      COALESCE(QA_IMPACT, 0),
                      COALESCE(QA_DIRECTION, ''),
                      COALESCE(QA_SENIOR, ''),
                      COALESCE(QA_COMMENT, '')
               FROM QA_SAMPLE
               WHERE QA_STATUS = 'REVU'
                 AND QA_RESULT = 'ERREUR'
                 AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
               ORDER BY QA_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-QA-ERR END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-QA-ERR
                   INTO :SQL-QA-NUM, :SQL-QA-CLAIM-NUM,
                        :SQL-QA-REVIEWER, :SQL-QA-CHANNEL,
                        :SQL-QA-CATEGORY, :SQL-QA-ERROR-TYPE,
                        :SQL-QA-IMPACT, :SQL-QA-DIRECTION,
                        :SQL-QA-SENIOR, :SQL-QA-COMMENT
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des demandes erronees.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   MOVE SQL-QA-IMPACT TO WS-Z-AMOUNT
                   INITIALIZE REC-F-REPORT
                   STRING SQL-QA-NUM ';' SQL-QA-CLAIM-NUM ';'
                       FUNCTION TRIM(SQL-QA-REVIEWER) ';'
                       FUNCTION TRIM(SQL-QA-CHANNEL) ';'
                       FUNCTION TRIM(SQL-QA-CATEGORY) ';'
                       FUNCTION TRIM(SQL-QA-ERROR-TYPE) ';'
                       FUNCTION TRIM(WS-Z-AMOUNT) ';'
                       FUNCTION TRIM(SQL-QA-DIRECTION) ';'
                       FUNCTION TRIM(SQL-QA-SENIOR) ';'
                       FUNCTION TRIM(SQL-QA-COMMENT)
                       DELIMITED BY SIZE INTO REC-F-REPORT
                   END-STRING
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-QA-ERR END-EXEC.
       1850-REPORT-ERRORS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1870-CONFIRM-OVERPAID-START.                                *
      ******************************************************************
      *    [RD] Les trop-payes constates dans le mois sont confirmes
      *    et transmis a la re-liquidation (readjud.cbl), qui ouvre
      *    l'indus au prochain lancement.
       1870-CONFIRM-OVERPAID-START.
           MOVE ZERO TO SQL-CNT SQL-AMOUNT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(QA_IMPACT), 0)
               INTO :SQL-CNT, :SQL-AMOUNT
               FROM QA_SAMPLE
               WHERE QA_RECOVERY = 'A-CONFIRMER'
                 AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
           END-EXEC.
           IF SQL-CNT > ZERO THEN
               EXEC SQL
                   UPDATE QA_SAMPLE
                      SET QA_RECOVERY = 'A-RECUPERER'
                    WHERE QA_RECOVERY = 'A-CONFIRMER'
                      AND QA_REVIEW_DATE LIKE :SQL-MONTH-PREFIX
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur transmission des trop-payes.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
           MOVE SQL-CNT TO WS-Z-CNT.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'Trop-payes transmis a la re-liquidation : '
               WS-Z-CNT ' - ' WS-Z-AMOUNT ' EUR'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
       1870-CONFIRM-OVERPAID-START-EXIT.
           EXIT.

      ******************************************************************
      *    1890-WRITE-RATE-LINE-START.                                 *
      ******************************************************************
      *    [RD] Ligne de taux d'erreur d'un regroupement : controles,
      *    erreurs, taux et impacts trop paye / moins paye.
       1890-WRITE-RATE-LINE-START.
           MOVE ZERO TO WS-RATE.
           IF SQL-CNT > ZERO THEN
               COMPUTE WS-RATE ROUNDED = SQL-CNT-ERR * 100 / SQL-CNT
           END-IF.
           MOVE WS-RATE TO WS-Z-RATE.
           MOVE SQL-CNT TO WS-Z-CNT.
           MOVE SQL-CNT-ERR TO WS-Z-CNT2.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           MOVE SQL-AMOUNT2 TO WS-Z-AMOUNT2.
           INITIALIZE REC-F-REPORT.
           STRING FUNCTION TRIM(SQL-GROUP-LABEL) ';'
               FUNCTION TRIM(WS-Z-CNT) ';'
               FUNCTION TRIM(WS-Z-CNT2) ';'
               FUNCTION TRIM(WS-Z-RATE) ';'
               FUNCTION TRIM(WS-Z-AMOUNT) ';'
               FUNCTION TRIM(WS-Z-AMOUNT2)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
       1890-WRITE-RATE-LINE-START-EXIT.
           EXIT.

       1895-WRITE-RATE-HEADER-START.
           MOVE 'LIBELLE;CONTROLES;ERREURS;TAUX %;TROP PAYE;MOINS PAYE'
               TO REC-F-REPORT.
           WRITE REC-F-REPORT.
       1895-WRITE-RATE-HEADER-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
      ******************************************************************
       2100-SQL-DISCONNECTION-START.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
       2100-SQL-DISCONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    9020-SQL-ERROR-START.                                       *
      ******************************************************************
       9020-SQL-ERROR-START.
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
           STOP RUN.

      ******************************************************************
      *    [RD] charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution ;   *
      *    sans configuration, refus clair de demarrer.                *
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
