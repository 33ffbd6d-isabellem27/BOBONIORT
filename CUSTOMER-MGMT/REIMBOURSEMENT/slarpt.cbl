      ******************************************************************
      *    [RD] Rapport mensuel des delais de traitement des demandes  *
      *    de remboursement.                                           *
      *    Nous promettons aux adherents un remboursement sous un      *
      *    nombre de jours donne, mais rien ne le mesurait. Chaque     *
      *    demande porte desormais son horodatage de reception         *
      *    (CLAIM_RECEIVED_AT) et son canal d'arrivee (CLAIM_CHANNEL : *
      *    SAISIE rembsave.cbl, LOT rembslot.cbl, CPAM cpamback.cbl).  *
      *    Pour le mois saisi (AAAAMM), ce traitement ecrit            *
      *    DELAIS-AAAAMM.txt :                                         *
      *      - delai de decision : de la reception a la decision       *
      *        finale (seconde approbation le cas echeant, ou refus a  *
      *        la saisie), pour les demandes decidees dans le mois ;   *
      *      - delai de paiement : de la decision au paiement, pour    *
      *        les demandes payees dans le mois ;                      *
      *    avec pour chacun le nombre, la moyenne, le 90e centile et   *
      *    la part tenue dans le delai cible (SLA_DECISION_DAYS et     *
      *    SLA_PAYMENT_DAYS de CLAIM_ANOM_PARAM, clmparam.cbl),        *
      *    sur l'ensemble puis par canal, par prestation et par        *
      *    gestionnaire (CLAIM_ASSIGNED_TO, revqueue.cbl) ; suit la    *
      *    liste des demandes hors delai.                              *
      *    Les regularisations (REGUL, readjud.cbl) et l'historique    *
      *    repris (REPRISE, migrtool.cbl) ne sont pas mesures ; les    *
      *    demandes anterieures a l'horodatage sont comptees a part.   *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. slarpt RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRINT ASSIGN TO WS-PRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRINT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-PRINT PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-PRINT-PATH.
           03 WS-PRINT-FOLDER   PIC X(17)
           VALUE './RAPPORT/DELAIS-'.
           03 WS-PRINT-MONTH    PIC 9(06).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-NB-BREACH         PIC 9(06) VALUE ZERO.

      *    zones editees d'une ligne de delais
       01  WS-Z-NB-DEC          PIC ZZZZZ9.
       01  WS-Z-AVG-DEC         PIC ZZZZ9.9.
       01  WS-Z-P90-DEC         PIC ZZZZ9.9.
       01  WS-Z-PCT-DEC         PIC ZZ9.9.
       01  WS-Z-NB-PAY          PIC ZZZZZ9.
       01  WS-Z-AVG-PAY         PIC ZZZZ9.9.
       01  WS-Z-P90-PAY         PIC ZZZZ9.9.
       01  WS-Z-PCT-PAY         PIC ZZ9.9.
       01  WS-Z-TARGET          PIC ZZ9.
       01  WS-Z-COUNT           PIC ZZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-CNT              PIC 9(09) VALUE ZERO.
       01  SQL-MONTH            PIC X(06).
       01  SQL-DIM              PIC X(01).
       01  SQL-SLA-DECISION     PIC 9(03) VALUE ZERO.
       01  SQL-SLA-PAYMENT      PIC 9(03) VALUE ZERO.
       01  SQL-GROUP-LABEL      PIC X(30).
       01  SQL-NB-DEC           PIC 9(06).
       01  SQL-AVG-DEC          PIC 9(05)V9.
       01  SQL-P90-DEC          PIC 9(05)V9.
       01  SQL-PCT-DEC          PIC 9(03)V9.
       01  SQL-NB-PAY           PIC 9(06).
       01  SQL-AVG-PAY          PIC 9(05)V9.
       01  SQL-P90-PAY          PIC 9(05)V9.
       01  SQL-PCT-PAY          PIC 9(03)V9.
       01  SQL-CLAIM-NUM        PIC 9(08).
       01  SQL-CHANNEL          PIC X(10).
       01  SQL-CATEGORY         PIC X(20).
       01  SQL-REVIEWER         PIC X(10).
       01  SQL-RECV-DATE        PIC X(10).
       01  SQL-DEC-DATE         PIC X(10).
       01  SQL-PAID-DATE        PIC X(10).
       01  SQL-DEC-DAYS         PIC X(05).
       01  SQL-PAY-DAYS         PIC X(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-sla-report.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
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
      *    [RD] Colonnes de suivi de la demande et delais cibles, pour
      *    une base anterieure a leur ajout ; les cibles sont
      *    rappelees a l'ecran.
       1000-PREPARE-START.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECEIVED_AT TIMESTAMP
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_ASSIGNED_TO
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_DECISION2_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAID_DATE VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes de suivi des demandes.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_ANOM_PARAM (
                  PARAM_NUM        INT,
                  MAX_CLAIMS_MONTH INT,
                  MAX_AMOUNT_MONTH INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CLAIM_ANOM_PARAM
               ADD COLUMN IF NOT EXISTS SLA_DECISION_DAYS
                   INTEGER DEFAULT 10
           END-EXEC.
           EXEC SQL
               ALTER TABLE CLAIM_ANOM_PARAM
               ADD COLUMN IF NOT EXISTS SLA_PAYMENT_DAYS
                   INTEGER DEFAULT 5
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes des delais cibles.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT FROM CLAIM_ANOM_PARAM
           END-EXEC.
           IF SQL-CNT = 0 THEN
               EXEC SQL
                   INSERT INTO CLAIM_ANOM_PARAM
                      (PARAM_NUM, MAX_CLAIMS_MONTH, MAX_AMOUNT_MONTH)
                      VALUES (1, 10, 2000)
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur amorcage CLAIM_ANOM_PARAM.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.
           EXEC SQL
               SELECT COALESCE(SLA_DECISION_DAYS, 10),
                      COALESCE(SLA_PAYMENT_DAYS, 5)
               INTO :SQL-SLA-DECISION, :SQL-SLA-PAYMENT
               FROM CLAIM_ANOM_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture des delais cibles.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-SLA-DECISION = ZERO THEN
               MOVE 10 TO SQL-SLA-DECISION
           END-IF.
           IF SQL-SLA-PAYMENT = ZERO THEN
               MOVE 5 TO SQL-SLA-PAYMENT
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1000-PREPARE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-SLA-REPORT.
           IF FUNCTION UPPER-CASE(WS-RUN-CHOICE) EQUAL 'O' THEN
               PERFORM 3000-RUN-REPORT-START
                   THRU 3000-RUN-REPORT-START-EXIT
               MOVE SPACES TO WS-RUN-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    3000-RUN-REPORT-START.                                      *
      ******************************************************************
       3000-RUN-REPORT-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-MONTH < 200001
              OR SC-MONTH(5:2) < '01' OR SC-MONTH(5:2) > '12' THEN
               MOVE 'Veuillez saisir le mois analyse (AAAAMM).'
                   TO WS-ERROR-MESSAGE
               GO TO 3000-RUN-REPORT-START-EXIT
           END-IF.
           MOVE SC-MONTH TO SQL-MONTH.
           MOVE SC-MONTH TO WS-PRINT-MONTH.
           MOVE ZERO TO WS-NB-BREACH.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           OPEN OUTPUT F-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'DELAIS DE TRAITEMENT DES DEMANDES - MOIS '
               SQL-MONTH
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           MOVE SQL-SLA-DECISION TO WS-Z-TARGET.
           STRING 'Cible reception -> decision : '
               FUNCTION TRIM(WS-Z-TARGET) ' jours'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           MOVE SQL-SLA-PAYMENT TO WS-Z-TARGET.
           STRING ' - decision -> paiement : '
               FUNCTION TRIM(WS-Z-TARGET) ' jours'
               DELIMITED BY SIZE INTO R-PRINT(45:)
           END-STRING.
           WRITE R-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.

           MOVE 'ENSEMBLE :' TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'E' TO SQL-DIM.
           PERFORM 3100-BY-GROUP-START
              THRU 3100-BY-GROUP-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'PAR CANAL :' TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'C' TO SQL-DIM.
           PERFORM 3100-BY-GROUP-START
              THRU 3100-BY-GROUP-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'PAR PRESTATION :' TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'P' TO SQL-DIM.
           PERFORM 3100-BY-GROUP-START
              THRU 3100-BY-GROUP-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'PAR GESTIONNAIRE :' TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'G' TO SQL-DIM.
           PERFORM 3100-BY-GROUP-START
              THRU 3100-BY-GROUP-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 3300-UNMEASURED-START
              THRU 3300-UNMEASURED-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'DEMANDES HORS DELAI :' TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 3400-BREACHES-START
              THRU 3400-BREACHES-START-EXIT.

           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           CLOSE F-PRINT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE WS-NB-BREACH TO WS-Z-COUNT.
           STRING 'RAPPORT DES DELAIS PRODUIT - '
               FUNCTION TRIM(WS-Z-COUNT) ' demande(s) hors delai.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
       3000-RUN-REPORT-START-EXIT.
           EXIT.

      ******************************************************************
      *    3100-BY-GROUP-START.                                        *
      ******************************************************************
      *    [RD] Une ligne par regroupement (SQL-DIM : E ensemble,
      *    C canal, P prestation, G gestionnaire). La decision finale
      *    est la seconde approbation si elle existe, sinon la
      *    premiere decision ; une demande refusee des la saisie est
      *    decidee le jour de sa reception. Un delai n'est retenu que
      *    si son evenement de fin tombe dans le mois analyse.
       3100-BY-GROUP-START.
           EXEC SQL
               DECLARE CRSSLA1 CURSOR FOR
               SELECT CASE :SQL-DIM
                          WHEN 'C' THEN B.CHANNEL
                          WHEN 'P' THEN B.CATEGORY
                          WHEN 'G' THEN B.REVIEWER
                          ELSE 'TOUS CANAUX'
                      END,
                      COUNT(B.DEC_DAYS),
                      COALESCE(ROUND(AVG(B.DEC_DAYS), 1), 0),
                      COALESCE(ROUND(CAST(PERCENTILE_CONT(0.9)
                          WITHIN GROUP (ORDER BY B.DEC_DAYS)
                          AS NUMERIC), 1), 0),
                      COALESCE(ROUND(100.0 * SUM(CASE
                          WHEN B.DEC_DAYS <= :SQL-SLA-DECISION
                          THEN 1 ELSE 0 END)
                          / NULLIF(COUNT(B.DEC_DAYS), 0), 1), 0),
                      COUNT(B.PAY_DAYS),
                      COALESCE(ROUND(AVG(B.PAY_DAYS), 1), 0),
                      COALESCE(ROUND(CAST(PERCENTILE_CONT(0.9)
                          WITHIN GROUP (ORDER BY B.PAY_DAYS)
                          AS NUMERIC), 1), 0),
                      COALESCE(ROUND(100.0 * SUM(CASE
                          WHEN B.PAY_DAYS <= :SQL-SLA-PAYMENT
                          THEN 1 ELSE 0 END)
                          / NULLIF(COUNT(B.PAY_DAYS), 0), 1), 0)
               FROM (SELECT D.CHANNEL, D.CATEGORY, D.REVIEWER,
                            CASE WHEN TO_CHAR(D.DECI, 'YYYYMM')
                                      = :SQL-MONTH
                                 THEN D.DECI - D.RECV
                            END AS DEC_DAYS,
                            CASE WHEN TO_CHAR(D.PAID, 'YYYYMM')
                                      = :SQL-MONTH
                                 THEN D.PAID - D.DECI
                            END AS PAY_DAYS
                     FROM (SELECT
                              COALESCE(NULLIF(TRIM(C.CLAIM_CHANNEL),
                                  ''), '?') AS CHANNEL,
                              COALESCE(NULLIF(TRIM(C.CLAIM_CATEGORY),
                                  ''), '?') AS CATEGORY,
                              COALESCE(NULLIF(TRIM(
                                  C.CLAIM_ASSIGNED_TO), ''),
                                  '(aucun)') AS REVIEWER,
                              CAST(C.CLAIM_RECEIVED_AT AS DATE)
                                  AS RECV,
                              COALESCE(TO_DATE(NULLIF(TRIM(
                                  C.CLAIM_DECISION2_DATE), ''),
                                  'YYYY-MM-DD'),
                                  TO_DATE(NULLIF(TRIM(
                                  C.CLAIM_DECISION_DATE), ''),
                                  'YYYY-MM-DD'),
                                  CASE WHEN C.CLAIM_STATUS = 'REFUSE'
                                  THEN CAST(C.CLAIM_RECEIVED_AT
                                       AS DATE)
                                  END) AS DECI,
                              TO_DATE(NULLIF(TRIM(
                                  C.CLAIM_PAID_DATE), ''),
                                  'YYYY-MM-DD') AS PAID
                           FROM CUSTOMER_CLAIM C
                           WHERE C.CLAIM_RECEIVED_AT IS NOT NULL
                             AND COALESCE(C.CLAIM_CHANNEL, '')
                                 NOT IN ('REGUL', 'REPRISE')) D) B
               WHERE B.DEC_DAYS IS NOT NULL
                  OR B.PAY_DAYS IS NOT NULL
               GROUP BY 1
               ORDER BY 1
           END-EXEC.
           PERFORM 3190-WRITE-HEADER-START
              THRU 3190-WRITE-HEADER-START-EXIT.
           EXEC SQL OPEN CRSSLA1 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSSLA1
                   INTO :SQL-GROUP-LABEL,
                        :SQL-NB-DEC, :SQL-AVG-DEC, :SQL-P90-DEC,
                        :SQL-PCT-DEC,
                        :SQL-NB-PAY, :SQL-AVG-PAY, :SQL-P90-PAY,
                        :SQL-PCT-PAY
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3150-WRITE-GROUP-START
                          THRU 3150-WRITE-GROUP-START-EXIT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSSLA1 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSSLA1 END-EXEC.
       3100-BY-GROUP-START-EXIT.
           EXIT.

      ******************************************************************
      *    3150-WRITE-GROUP-START.                                     *
      ******************************************************************
       3150-WRITE-GROUP-START.
           MOVE SQL-NB-DEC TO WS-Z-NB-DEC.
           MOVE SQL-AVG-DEC TO WS-Z-AVG-DEC.
           MOVE SQL-P90-DEC TO WS-Z-P90-DEC.
           MOVE SQL-PCT-DEC TO WS-Z-PCT-DEC.
           MOVE SQL-NB-PAY TO WS-Z-NB-PAY.
           MOVE SQL-AVG-PAY TO WS-Z-AVG-PAY.
           MOVE SQL-P90-PAY TO WS-Z-P90-PAY.
           MOVE SQL-PCT-PAY TO WS-Z-PCT-PAY.
           INITIALIZE R-PRINT.
           STRING '  ' SQL-GROUP-LABEL(1:20)
               ' ' WS-Z-NB-DEC ' ' WS-Z-AVG-DEC ' ' WS-Z-P90-DEC
               '  ' WS-Z-PCT-DEC
               ' | ' WS-Z-NB-PAY ' ' WS-Z-AVG-PAY ' ' WS-Z-P90-PAY
               '  ' WS-Z-PCT-PAY
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3150-WRITE-GROUP-START-EXIT.
           EXIT.

       3190-WRITE-HEADER-START.
           MOVE '  LIBELLE              DECIS.    MOY.     P90 %CIBLE'
               TO R-PRINT.
           MOVE ' | PAIEM.    MOY.     P90 %CIBLE'
               TO R-PRINT(53:).
           WRITE R-PRINT.
       3190-WRITE-HEADER-START-EXIT.
           EXIT.

      ******************************************************************
      *    3300-UNMEASURED-START.                                      *
      ******************************************************************
      *    [RD] Demandes decidees dans le mois mais enregistrees avant
      *    l'horodatage de la reception : hors mesure, comptees ici
      *    pour que l'ecart avec le volume traite reste explicable.
       3300-UNMEASURED-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_RECEIVED_AT IS NULL
                 AND COALESCE(CLAIM_CHANNEL, '')
                     NOT IN ('REGUL', 'REPRISE')
                 AND SUBSTR(REPLACE(COALESCE(NULLIF(TRIM(
                     CLAIM_DECISION2_DATE), ''),
                     CLAIM_DECISION_DATE, ''), '-', ''), 1, 6)
                     = :SQL-MONTH
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur comptage des demandes non horodatees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE SQL-CNT TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING 'Demandes decidees sans horodatage de reception '
               '(non mesurees) : ' FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3300-UNMEASURED-START-EXIT.
           EXIT.

      ******************************************************************
      *    3400-BREACHES-START.                                        *
      ******************************************************************
      *    [RD] Demandes dont le delai de decision ou de paiement
      *    mesure dans le mois depasse la cible, par gestionnaire.
      *    Un delai non mesure dans le mois est imprime '-'.
       3400-BREACHES-START.
           EXEC SQL
               DECLARE CRSSLA2 CURSOR FOR
               SELECT B.CLAIM_NUM, B.CHANNEL, B.CATEGORY, B.REVIEWER,
                      TO_CHAR(B.RECV, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(B.DECI, 'YYYY-MM-DD'), '-'),
                      COALESCE(TO_CHAR(B.PAID, 'YYYY-MM-DD'), '-'),
                      COALESCE(CAST(B.DEC_DAYS AS VARCHAR), '-'),
                      COALESCE(CAST(B.PAY_DAYS AS VARCHAR), '-')
               FROM (SELECT D.CLAIM_NUM, D.CHANNEL, D.CATEGORY,
                            D.REVIEWER, D.RECV, D.DECI, D.PAID,
                            CASE WHEN TO_CHAR(D.DECI, 'YYYYMM')
                                      = :SQL-MONTH
                                 THEN D.DECI - D.RECV
                            END AS DEC_DAYS,
                            CASE WHEN TO_CHAR(D.PAID, 'YYYYMM')
                                      = :SQL-MONTH
                                 THEN D.PAID - D.DECI
                            END AS PAY_DAYS
                     FROM (SELECT C.CLAIM_NUM,
                              COALESCE(NULLIF(TRIM(C.CLAIM_CHANNEL),
                                  ''), '?') AS CHANNEL,
                              COALESCE(NULLIF(TRIM(C.CLAIM_CATEGORY),
                                  ''), '?') AS CATEGORY,
                              COALESCE(NULLIF(TRIM(
                                  C.CLAIM_ASSIGNED_TO), ''),
                                  '(aucun)') AS REVIEWER,
                              CAST(C.CLAIM_RECEIVED_AT AS DATE)
                                  AS RECV,
                              COALESCE(TO_DATE(NULLIF(TRIM(
                                  C.CLAIM_DECISION2_DATE), ''),
                                  'YYYY-MM-DD'),
                                  TO_DATE(NULLIF(TRIM(
                                  C.CLAIM_DECISION_DATE), ''),
                                  'YYYY-MM-DD'),
                                  CASE WHEN C.CLAIM_STATUS = 'REFUSE'
                                  THEN CAST(C.CLAIM_RECEIVED_AT
                                       AS DATE)
                                  END) AS DECI,
                              TO_DATE(NULLIF(TRIM(
                                  C.CLAIM_PAID_DATE), ''),
                                  'YYYY-MM-DD') AS PAID
                           FROM CUSTOMER_CLAIM C
                           WHERE C.CLAIM_RECEIVED_AT IS NOT NULL
                             AND COALESCE(C.CLAIM_CHANNEL, '')
                                 NOT IN ('REGUL', 'REPRISE')) D) B
               WHERE B.DEC_DAYS > :SQL-SLA-DECISION
                  OR B.PAY_DAYS > :SQL-SLA-PAYMENT
               ORDER BY B.REVIEWER, B.CLAIM_NUM
           END-EXEC.
           MOVE '  DEMANDE  CANAL      PRESTATION           GEST.'
               TO R-PRINT.
           MOVE 'RECEPTION  DECISION   PAIEMENT   J.DEC J.PAY'
               TO R-PRINT(55:).
           WRITE R-PRINT.
           EXEC SQL OPEN CRSSLA2 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSSLA2
                   INTO :SQL-CLAIM-NUM, :SQL-CHANNEL, :SQL-CATEGORY,
                        :SQL-REVIEWER, :SQL-RECV-DATE,
                        :SQL-DEC-DATE, :SQL-PAID-DATE,
                        :SQL-DEC-DAYS, :SQL-PAY-DAYS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-BREACH
                       INITIALIZE R-PRINT
                       STRING '  ' SQL-CLAIM-NUM ' ' SQL-CHANNEL
                           ' ' SQL-CATEGORY ' ' SQL-REVIEWER
                           ' ' SQL-RECV-DATE ' ' SQL-DEC-DATE
                           ' ' SQL-PAID-DATE ' ' SQL-DEC-DAYS
                           ' ' SQL-PAY-DAYS
                           DELIMITED BY SIZE INTO R-PRINT
                       END-STRING
                       WRITE R-PRINT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSSLA2 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSSLA2 END-EXEC.
           IF WS-NB-BREACH = ZERO THEN
               MOVE '  Aucune demande hors delai.' TO R-PRINT
               WRITE R-PRINT
           END-IF.
       3400-BREACHES-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
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
           EXEC SQL COMMIT WORK END-EXEC.
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
      *    [RD] Charge la connexion depuis la configuration            *
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
