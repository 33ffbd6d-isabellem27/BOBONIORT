      ******************************************************************
      *    [RD] Dossiers d'enquete fraude.                             *
      *    rembanom.cbl signale les schemas suspects et blparam.cbl    *
      *    bloque les adherents ou praticiens confirmes, mais rien     *
      *    ne suivait l'enquete entre les deux. Cet ecran ouvre un     *
      *    dossier depuis une ligne du rapport des anomalies (type de  *
      *    ligne, suspect par code secu, RPPS ou numero de demande)    *
      *    ou depuis une inscription en liste noire (suspect repris    *
      *    de l'inscription), y rattache les demandes concernees et    *
      *    conserve l'enqueteur, le statut (OUVERT, ENQUETE, CLOS) et  *
      *    des notes datees (FRAUD_CASE_NOTE).                         *
      *    L'issue de la cloture est reportee sur les traitements :    *
      *      - NONFONDE : aucun effet ;                                *
      *      - INDU : un indus (CLAIM_INDUS) par demande payee du      *
      *        dossier, recupere par compensation (claimpay.cbl) ;     *
      *      - LISTENOIRE : inscription en liste noire (blparam.cbl)   *
      *        rattachee au dossier ;                                  *
      *      - PLAINTE : plainte deposee, consignee au dossier.        *
      *    readjud.cbl ne re-liquide pas les demandes d'un dossier en  *
      *    cours ou clos en indu. Un rapport mensuel resume les        *
      *    dossiers et les montants en jeu et recuperes               *
      *    (./RAPPORT/FRAUDE-AAAAMM.txt).                              *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fraudcase RECURSIVE.
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
       01  WS-OPEN-CHOICE       PIC X(01).
       01  WS-ACTION-CHOICE     PIC X(01).
       01  WS-REPORT-CHOICE     PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-ROW-IDX           PIC 9(01) VALUE 0.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-Z-CNT             PIC Z(04)9.
       01  WS-Z-AMOUNT          PIC Z(08)9.
       01  WS-Z-AMOUNT2         PIC Z(08)9.
       01  WS-Z-CASE            PIC 9(05).
       01  WS-ATTACH-OK         PIC X(01) VALUE 'N'.

       01  WS-REPORT-PATH.
           03 WS-REPORT-FOLDER  PIC X(17)
              VALUE './RAPPORT/FRAUDE-'                          .
           03 WS-REPORT-MONTH   PIC X(06).
           03 WS-REPORT-FORMAT  PIC X(04)  VALUE '.txt'.

      *    [RD] ouverture d'un dossier : A = depuis une ligne du
      *    rapport des anomalies, L = depuis une inscription en liste
      *    noire ; suspect A = adherent (code secu), P = praticien
      *    (RPPS), a defaut repris de la demande saisie.
       01  SC-FC-ORIGIN         PIC X(01) VALUE SPACE.
       01  SC-FC-BL-NUM         PIC 9(05) VALUE ZERO.
       01  SC-FC-ORIGIN-REF     PIC X(30) VALUE SPACES.
       01  SC-FC-TYPE           PIC X(01) VALUE SPACE.
       01  SC-FC-SECU           PIC X(15) VALUE SPACES.
       01  SC-FC-RPPS           PIC X(11) VALUE SPACES.
       01  SC-FC-INVESTIGATOR   PIC X(20) VALUE SPACES.

      *    [RD] suivi d'un dossier : D = demande a rattacher, N = note,
      *    E = passage en enquete (enqueteur eventuellement change),
      *    C = cloture avec son issue.
       01  SC-FC-NUM            PIC 9(05) VALUE ZERO.
       01  SC-FC-ACTION         PIC X(01) VALUE SPACE.
       01  SC-FC-CLAIM-NUM      PIC 9(08) VALUE ZERO.
       01  SC-FC-NOTE           PIC X(60) VALUE SPACES.
       01  SC-FC-OUTCOME        PIC X(01) VALUE SPACE.
       01  SC-FC-MONTH          PIC X(06) VALUE SPACES.

      *    [RD] dossiers en cours affiches (cinq au plus).
       01  WS-F1-LINE           PIC X(110) VALUE SPACES.
       01  WS-F2-LINE           PIC X(110) VALUE SPACES.
       01  WS-F3-LINE           PIC X(110) VALUE SPACES.
       01  WS-F4-LINE           PIC X(110) VALUE SPACES.
       01  WS-F5-LINE           PIC X(110) VALUE SPACES.
       01  WS-F-LINE            PIC X(110) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-TODAY            PIC X(10).
       01  SQL-LOCK-KEY         PIC X(15) VALUE SPACES.
       01  SQL-CNT              PIC 9(05) VALUE ZERO.

      *    [RD] dossier courant.
       01  SQL-CASE-NUM         PIC 9(05) VALUE ZERO.
       01  SQL-CASE-ORIGIN      PIC X(10).
       01  SQL-CASE-ORIGIN-REF  PIC X(30).
       01  SQL-CASE-TYPE        PIC X(10).
       01  SQL-CASE-UUID        PIC X(36).
       01  SQL-CASE-RPPS        PIC X(11).
       01  SQL-CASE-INVEST      PIC X(20).
       01  SQL-CASE-STATUS      PIC X(10).
       01  SQL-CASE-OUTCOME     PIC X(10).
       01  SQL-CASE-AT-STAKE    PIC 9(09) VALUE ZERO.
       01  SQL-CASE-RECOVERED   PIC 9(09) VALUE ZERO.
       01  SQL-CASE-OPEN-DATE   PIC X(10).
       01  SQL-CASE-CLOSE-DATE  PIC X(10).
       01  SQL-CASE-BL-NUM      PIC 9(05) VALUE ZERO.
       01  SQL-CASE-SUBJECT     PIC X(20).

      *    [RD] notes du dossier.
       01  SQL-NOTE-NUM         PIC 9(05) VALUE ZERO.
       01  SQL-NOTE-AUTHOR      PIC X(20).
       01  SQL-NOTE-TEXT        PIC X(80).

      *    [RD] demande, liste noire et indus.
       01  SQL-SECU             PIC X(15).
       01  SQL-CLAIM-NUM        PIC 9(08) VALUE ZERO.
       01  SQL-CLAIM-UUID       PIC X(36).
       01  SQL-CLAIM-OWED       PIC 9(09) VALUE ZERO.
       01  SQL-BL-NUM           PIC 9(05) VALUE ZERO.
       01  SQL-BL-TYPE          PIC X(10).
       01  SQL-BL-UUID          PIC X(36).
       01  SQL-BL-RPPS          PIC X(11).
       01  SQL-BL-REASON        PIC X(40).
       01  SQL-BL-END           PIC X(10).
       01  SQL-BL-CASE-NUM      PIC 9(05) VALUE ZERO.
       01  SQL-INDUS-NUM        PIC 9(08) VALUE ZERO.

      *    [RD] rapport mensuel.
       01  SQL-MONTH-PREFIX     PIC X(08).
       01  SQL-MONTH-END        PIC X(10).
       01  SQL-AMOUNT           PIC 9(09) VALUE ZERO.
       01  SQL-AMOUNT2          PIC 9(09) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-fraud-case.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-OPEN-CHOICE
               WS-ACTION-CHOICE WS-REPORT-CHOICE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           MOVE WS-TODAY(1:6) TO SC-FC-MONTH.
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
      *    [RD] Cree au besoin les tables des dossiers, de leurs
      *    demandes et de leurs notes ; la liste noire et les indus
      *    recoivent le numero du dossier qui les a produits.
       1010-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE (
                   CASE_NUM          INT,
                   CASE_ORIGIN       VARCHAR(10),
                   CASE_ORIGIN_REF   VARCHAR(30),
                   CASE_SUBJECT_TYPE VARCHAR(10),
                   CASE_UUID         VARCHAR(36),
                   CASE_RPPS         VARCHAR(11),
                   CASE_INVESTIGATOR VARCHAR(20),
                   CASE_STATUS       VARCHAR(10),
                   CASE_OUTCOME      VARCHAR(10),
                   CASE_AT_STAKE     NUMERIC(9) DEFAULT 0,
                   CASE_OPEN_DATE    VARCHAR(10),
                   CASE_CLOSE_DATE   VARCHAR(10),
                   CASE_BL_NUM       INT DEFAULT 0
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table FRAUD_CASE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE_CLAIM (
                   CASE_NUM          INT,
                   CLAIM_NUM         INT,
                   LINK_DATE         VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table FRAUD_CASE_CLAIM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE_NOTE (
                   CASE_NUM          INT,
                   NOTE_NUM          INT,
                   NOTE_DATE         VARCHAR(10),
                   NOTE_AUTHOR       VARCHAR(20),
                   NOTE_TEXT         VARCHAR(80)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table FRAUD_CASE_NOTE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BLACKLIST (
                   BL_NUM        INT,
                   BL_TYPE       VARCHAR(10),
                   BL_UUID       VARCHAR(36),
                   BL_RPPS       VARCHAR(11),
                   BL_REASON     VARCHAR(40),
                   BL_START_DATE VARCHAR(10),
                   BL_END_DATE   VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE BLACKLIST
               ADD COLUMN IF NOT EXISTS BL_CASE_NUM INT DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne BL_CASE_NUM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_INDUS (
                   UUID_CUSTOMER   VARCHAR(36),
                   INDUS_NUM       INT,
                   INDUS_CLAIM_NUM INT,
                   INDUS_DATE      VARCHAR(10),
                   INDUS_AMOUNT    NUMERIC(9),
                   INDUS_RECOVERED NUMERIC(9) DEFAULT 0,
                   INDUS_STATUS    VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CLAIM_INDUS
               ADD COLUMN IF NOT EXISTS INDUS_CASE_NUM INT DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne INDUS_CASE_NUM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       1010-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LOAD-LIST-START.                                       *
      ******************************************************************
      *    [RD] Les cinq derniers dossiers non clos : suspect (nom de
      *    l'adherent ou RPPS), enqueteur et montant en jeu.
       1050-LOAD-LIST-START.
           INITIALIZE WS-F1-LINE WS-F2-LINE WS-F3-LINE WS-F4-LINE
               WS-F5-LINE.
           MOVE 0 TO WS-ROW-IDX.
           EXEC SQL
               DECLARE CRS-FRAUD CURSOR FOR
               SELECT F.CASE_NUM, F.CASE_STATUS, F.CASE_SUBJECT_TYPE,
                      COALESCE(C.CUSTOMER_LASTNAME, F.CASE_RPPS, ''),
                      COALESCE(F.CASE_INVESTIGATOR, ''),
                      COALESCE(F.CASE_AT_STAKE, 0),
                      COALESCE(F.CASE_OPEN_DATE, '')
               FROM FRAUD_CASE F
               LEFT JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR) = F.CASE_UUID
               WHERE F.CASE_STATUS <> 'CLOS'
               ORDER BY F.CASE_NUM DESC
               LIMIT 5
           END-EXEC.
           EXEC SQL OPEN CRS-FRAUD END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-FRAUD
                   INTO :SQL-CASE-NUM, :SQL-CASE-STATUS,
                        :SQL-CASE-TYPE, :SQL-CASE-SUBJECT,
                        :SQL-CASE-INVEST, :SQL-CASE-AT-STAKE,
                        :SQL-CASE-OPEN-DATE
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des dossiers de fraude.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-ROW-IDX
                   MOVE SQL-CASE-AT-STAKE TO WS-Z-AMOUNT
                   INITIALIZE WS-F-LINE
                   STRING SQL-CASE-NUM ' - ' SQL-CASE-STATUS ' '
                       SQL-CASE-TYPE ' '
                       FUNCTION TRIM(SQL-CASE-SUBJECT)
                       ' - enqueteur ' FUNCTION TRIM(SQL-CASE-INVEST)
                       ' - ouvert le ' SQL-CASE-OPEN-DATE
                       ' - en jeu ' FUNCTION TRIM(WS-Z-AMOUNT) ' EUR'
                       DELIMITED BY SIZE INTO WS-F-LINE
                   END-STRING
                   EVALUATE WS-ROW-IDX
                       WHEN 1 MOVE WS-F-LINE TO WS-F1-LINE
                       WHEN 2 MOVE WS-F-LINE TO WS-F2-LINE
                       WHEN 3 MOVE WS-F-LINE TO WS-F3-LINE
                       WHEN 4 MOVE WS-F-LINE TO WS-F4-LINE
                       WHEN 5 MOVE WS-F-LINE TO WS-F5-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-FRAUD END-EXEC.
       1050-LOAD-LIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-FRAUD-CASE.
           IF FUNCTION UPPER-CASE(WS-OPEN-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-OPEN-CASE-START
                   THRU 1300-OPEN-CASE-START-EXIT
               MOVE SPACES TO WS-OPEN-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-ACTION-CHOICE) EQUAL 'O' THEN
               PERFORM 1400-APPLY-ACTION-START
                   THRU 1400-APPLY-ACTION-START-EXIT
               MOVE SPACES TO WS-ACTION-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-REPORT-CHOICE) EQUAL 'O' THEN
               PERFORM 1800-MONTHLY-REPORT-START
                   THRU 1800-MONTHLY-REPORT-START-EXIT
               MOVE SPACES TO WS-REPORT-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-CASE-START.                                       *
      ******************************************************************
      *    [RD] Ouvre un dossier au statut OUVERT. Depuis la liste
      *    noire, le suspect est celui de l'inscription, qui recoit
      *    le numero du dossier ; depuis le rapport des anomalies, le
      *    type de ligne est obligatoire et la demande eventuellement
      *    saisie est rattachee d'emblee.
       1300-OPEN-CASE-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-FC-INVESTIGATOR EQUAL SPACES THEN
               MOVE 'Veuillez saisir l enqueteur.' TO WS-ERROR-MESSAGE
               GO TO 1300-OPEN-CASE-START-EXIT
           END-IF.
           INITIALIZE SQL-CASE-UUID SQL-CASE-RPPS SQL-CASE-TYPE
               SQL-CASE-ORIGIN-REF.
           MOVE ZERO TO SQL-CASE-BL-NUM.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EVALUATE FUNCTION UPPER-CASE(SC-FC-ORIGIN)
               WHEN 'L'
                   PERFORM 1310-FROM-BLACKLIST-START
                       THRU 1310-FROM-BLACKLIST-START-EXIT
               WHEN 'A'
                   MOVE 'ANOMALIE' TO SQL-CASE-ORIGIN
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(SC-FC-ORIGIN-REF))
                       TO SQL-CASE-ORIGIN-REF
                   IF SQL-CASE-ORIGIN-REF EQUAL SPACES THEN
                       MOVE 'Veuillez saisir le type de ligne.'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM 1320-RESOLVE-SUBJECT-START
                           THRU 1320-RESOLVE-SUBJECT-START-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'Origine : A (anomalie) ou L (liste noire).'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
           IF WS-ERROR-MESSAGE NOT = SPACES THEN
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-OPEN-CASE-START-EXIT
           END-IF.

      *    [RD] numerotation protegee par verrou, comme priorauth.cbl.
           MOVE 'FRAUDCASE' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur verrou numerotation dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE ZERO TO SQL-CASE-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(CASE_NUM), 0)
               INTO :SQL-CASE-NUM
               FROM FRAUD_CASE
           END-EXEC.
           ADD 1 TO SQL-CASE-NUM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-FC-INVESTIGATOR))
               TO SQL-CASE-INVEST.
           EXEC SQL
               INSERT INTO FRAUD_CASE
                   (CASE_NUM, CASE_ORIGIN, CASE_ORIGIN_REF,
                    CASE_SUBJECT_TYPE, CASE_UUID, CASE_RPPS,
                    CASE_INVESTIGATOR, CASE_STATUS, CASE_OUTCOME,
                    CASE_AT_STAKE, CASE_OPEN_DATE, CASE_CLOSE_DATE,
                    CASE_BL_NUM)
               VALUES
                   (:SQL-CASE-NUM, :SQL-CASE-ORIGIN,
                    :SQL-CASE-ORIGIN-REF, :SQL-CASE-TYPE,
                    :SQL-CASE-UUID, :SQL-CASE-RPPS, :SQL-CASE-INVEST,
                    'OUVERT', '', 0, :SQL-TODAY, '', :SQL-CASE-BL-NUM)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement du dossier de fraude.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-CASE-BL-NUM NOT = ZERO THEN
               EXEC SQL
                   UPDATE BLACKLIST
                   SET BL_CASE_NUM = :SQL-CASE-NUM
                   WHERE BL_NUM = :SQL-CASE-BL-NUM
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur rattachement de l inscription.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.
           MOVE SQL-CASE-INVEST TO SQL-NOTE-AUTHOR.
           INITIALIZE SQL-NOTE-TEXT.
           STRING 'Ouverture - origine ' FUNCTION TRIM(SQL-CASE-ORIGIN)
               ' : ' FUNCTION TRIM(SQL-CASE-ORIGIN-REF)
               DELIMITED BY SIZE INTO SQL-NOTE-TEXT
           END-STRING.
           PERFORM 1600-ADD-NOTE-START
               THRU 1600-ADD-NOTE-START-EXIT.
           IF SQL-CASE-ORIGIN EQUAL 'ANOMALIE'
              AND SC-FC-CLAIM-NUM NOT = ZERO THEN
               PERFORM 1500-ATTACH-CLAIM-START
                   THRU 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE SQL-CASE-NUM TO SC-FC-NUM WS-Z-CASE.
      *    [RD] un refus de rattachement reste affiche ; le dossier
      *    est ouvert et la demande peut etre reprise (action D).
           IF WS-ERROR-MESSAGE EQUAL SPACES OR WS-ATTACH-OK EQUAL 'O'
           THEN
               INITIALIZE WS-ERROR-MESSAGE
               STRING 'DOSSIER ' WS-Z-CASE
                   ' OUVERT - RATTACHER LES DEMANDES (ACTION D).'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
           INITIALIZE SC-FC-ORIGIN SC-FC-BL-NUM SC-FC-ORIGIN-REF
               SC-FC-TYPE SC-FC-SECU SC-FC-RPPS SC-FC-CLAIM-NUM.
       1300-OPEN-CASE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1310-FROM-BLACKLIST-START.                                  *
      ******************************************************************
      *    [RD] Reprend le suspect de l'inscription saisie ; une
      *    inscription deja suivie par un dossier en cours est
      *    refusee.
       1310-FROM-BLACKLIST-START.
           IF SC-FC-BL-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero d inscription.'
                   TO WS-ERROR-MESSAGE
               GO TO 1310-FROM-BLACKLIST-START-EXIT
           END-IF.
           MOVE SC-FC-BL-NUM TO SQL-BL-NUM.
           EXEC SQL
               SELECT BL_TYPE, COALESCE(BL_UUID, ''),
                      COALESCE(BL_RPPS, ''),
                      COALESCE(BL_CASE_NUM, 0)
               INTO :SQL-BL-TYPE, :SQL-BL-UUID, :SQL-BL-RPPS,
                    :SQL-BL-CASE-NUM
               FROM BLACKLIST
               WHERE BL_NUM = :SQL-BL-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Numero d inscription inconnu.'
                   TO WS-ERROR-MESSAGE
               GO TO 1310-FROM-BLACKLIST-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de la liste noire.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-BL-CASE-NUM NOT = ZERO THEN
               MOVE ZERO TO SQL-CNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-CNT
                   FROM FRAUD_CASE
                   WHERE CASE_NUM = :SQL-BL-CASE-NUM
                     AND CASE_STATUS <> 'CLOS'
               END-EXEC
               IF SQL-CNT > ZERO THEN
                   MOVE SQL-BL-CASE-NUM TO WS-Z-CASE
                   STRING 'Inscription deja suivie par le dossier '
                       WS-Z-CASE '.'
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
                   GO TO 1310-FROM-BLACKLIST-START-EXIT
               END-IF
           END-IF.
           MOVE 'LISTENOIRE' TO SQL-CASE-ORIGIN.
           MOVE SQL-BL-NUM TO WS-Z-CASE SQL-CASE-BL-NUM.
           STRING 'INSCRIPTION ' WS-Z-CASE
               DELIMITED BY SIZE INTO SQL-CASE-ORIGIN-REF
           END-STRING.
           MOVE SQL-BL-TYPE TO SQL-CASE-TYPE.
           MOVE SQL-BL-UUID TO SQL-CASE-UUID.
           MOVE SQL-BL-RPPS TO SQL-CASE-RPPS.
       1310-FROM-BLACKLIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1320-RESOLVE-SUBJECT-START.                                 *
      ******************************************************************
      *    [RD] Suspect d'une ligne d'anomalie : adherent par code
      *    secu, praticien par RPPS, ou a defaut repris de la demande
      *    citee par la ligne.
       1320-RESOLVE-SUBJECT-START.
           MOVE SC-FC-CLAIM-NUM TO SQL-CLAIM-NUM.
           EVALUATE FUNCTION UPPER-CASE(SC-FC-TYPE)
               WHEN 'A'
                   MOVE 'ADHERENT' TO SQL-CASE-TYPE
                   IF SC-FC-SECU NOT = SPACES THEN
                       MOVE FUNCTION TRIM(SC-FC-SECU) TO SQL-SECU
                       EXEC SQL
                           SELECT CAST(UUID_CUSTOMER AS VARCHAR)
                           INTO :SQL-CASE-UUID
                           FROM CUSTOMER
                           WHERE CAST(CUSTOMER_CODE_SECU AS VARCHAR)
                               = :SQL-SECU
                       END-EXEC
                   ELSE
                       EXEC SQL
                           SELECT CAST(UUID_CUSTOMER AS VARCHAR)
                           INTO :SQL-CASE-UUID
                           FROM CUSTOMER_CLAIM
                           WHERE CLAIM_NUM = :SQL-CLAIM-NUM
                       END-EXEC
                   END-IF
                   IF SQLCODE NOT = 0 THEN
                       MOVE 'Adherent inconnu (code secu ou demande).'
                           TO WS-ERROR-MESSAGE
                   END-IF
               WHEN 'P'
                   MOVE 'PRATICIEN' TO SQL-CASE-TYPE
                   IF SC-FC-RPPS NOT = SPACES THEN
                       MOVE FUNCTION TRIM(SC-FC-RPPS) TO SQL-CASE-RPPS
                   ELSE
                       EXEC SQL
                           SELECT COALESCE(CLAIM_DOCTOR_RPPS, '')
                           INTO :SQL-CASE-RPPS
                           FROM CUSTOMER_CLAIM
                           WHERE CLAIM_NUM = :SQL-CLAIM-NUM
                       END-EXEC
                   END-IF
                   IF SQL-CASE-RPPS EQUAL SPACES THEN
                       MOVE 'Praticien inconnu (RPPS ou demande).'
                           TO WS-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Suspect : A (adherent) ou P (praticien).'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
       1320-RESOLVE-SUBJECT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-APPLY-ACTION-START.                                    *
      ******************************************************************
      *    [RD] Lit le dossier saisi (qui ne doit pas etre clos) puis
      *    applique l'action demandee ; une action refusee laisse le
      *    dossier inchange.
       1400-APPLY-ACTION-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-FC-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero du dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           MOVE SC-FC-NUM TO SQL-CASE-NUM.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               SELECT CASE_STATUS, CASE_SUBJECT_TYPE,
                      COALESCE(CASE_UUID, ''), COALESCE(CASE_RPPS, ''),
                      COALESCE(CASE_INVESTIGATOR, ''),
                      COALESCE(CASE_BL_NUM, 0)
               INTO :SQL-CASE-STATUS, :SQL-CASE-TYPE, :SQL-CASE-UUID,
                    :SQL-CASE-RPPS, :SQL-CASE-INVEST, :SQL-CASE-BL-NUM
               FROM FRAUD_CASE
               WHERE CASE_NUM = :SQL-CASE-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Dossier de fraude inconnu.' TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture du dossier de fraude.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-CASE-STATUS EQUAL 'CLOS' THEN
               MOVE 'Dossier clos : aucune action possible.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
      *    [RD] l'auteur des notes est l'enqueteur saisi, a defaut
      *    celui du dossier.
           IF SC-FC-INVESTIGATOR NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(SC-FC-INVESTIGATOR))
                   TO SQL-NOTE-AUTHOR
           ELSE
               MOVE SQL-CASE-INVEST TO SQL-NOTE-AUTHOR
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(SC-FC-ACTION)
               WHEN 'D'
                   MOVE SC-FC-CLAIM-NUM TO SQL-CLAIM-NUM
                   PERFORM 1500-ATTACH-CLAIM-START
                       THRU 1500-ATTACH-CLAIM-START-EXIT
               WHEN 'N'
                   IF SC-FC-NOTE EQUAL SPACES THEN
                       MOVE 'Veuillez saisir le texte de la note.'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE SC-FC-NOTE TO SQL-NOTE-TEXT
                       PERFORM 1600-ADD-NOTE-START
                           THRU 1600-ADD-NOTE-START-EXIT
                       MOVE 'NOTE AJOUTEE AU DOSSIER.'
                           TO WS-ERROR-MESSAGE
                       INITIALIZE SC-FC-NOTE
                   END-IF
               WHEN 'E'
                   PERFORM 1650-START-INQUIRY-START
                       THRU 1650-START-INQUIRY-START-EXIT
               WHEN 'C'
                   PERFORM 1700-CLOSE-CASE-START
                       THRU 1700-CLOSE-CASE-START-EXIT
               WHEN OTHER
                   MOVE 'Action invalide : D, N, E ou C.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1400-APPLY-ACTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    1450-UPDATE-AT-STAKE-START.                                 *
      ******************************************************************
      *    [RD] Montant en jeu : ce que nous avons verse ou allons
      *    verser sur les demandes du dossier (APPROUVE ou PAYE).
       1450-UPDATE-AT-STAKE-START.
           MOVE ZERO TO SQL-CASE-AT-STAKE.
           EXEC SQL
               SELECT COALESCE(SUM(CL.CLAIM_OWED), 0)
               INTO :SQL-CASE-AT-STAKE
               FROM FRAUD_CASE_CLAIM FC
               INNER JOIN CUSTOMER_CLAIM CL
                   ON CL.CLAIM_NUM = FC.CLAIM_NUM
               WHERE FC.CASE_NUM = :SQL-CASE-NUM
                 AND COALESCE(CL.CLAIM_STATUS, '')
                     IN ('APPROUVE', 'PAYE')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur cumul des demandes du dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               UPDATE FRAUD_CASE
               SET CASE_AT_STAKE = :SQL-CASE-AT-STAKE
               WHERE CASE_NUM = :SQL-CASE-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour du montant en jeu.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1450-UPDATE-AT-STAKE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-ATTACH-CLAIM-START.                                    *
      ******************************************************************
      *    [RD] Rattache au dossier une demande du suspect (demande de
      *    l'adherent, ou soins du praticien). Une demande deja suivie
      *    par un autre dossier en cours est refusee.
       1500-ATTACH-CLAIM-START.
           MOVE 'N' TO WS-ATTACH-OK.
           IF SQL-CLAIM-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_NUM = :SQL-CLAIM-NUM
                 AND ((:SQL-CASE-TYPE = 'ADHERENT'
                       AND CAST(UUID_CUSTOMER AS VARCHAR)
                           = :SQL-CASE-UUID)
                   OR (:SQL-CASE-TYPE = 'PRATICIEN'
                       AND COALESCE(CLAIM_DOCTOR_RPPS, '')
                           = :SQL-CASE-RPPS))
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-CNT EQUAL ZERO THEN
               MOVE 'Demande inconnue ou sans lien avec le suspect.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM FRAUD_CASE_CLAIM FC
               INNER JOIN FRAUD_CASE F
                   ON F.CASE_NUM = FC.CASE_NUM
               WHERE FC.CLAIM_NUM = :SQL-CLAIM-NUM
                 AND (F.CASE_STATUS <> 'CLOS'
                      OR F.CASE_NUM = :SQL-CASE-NUM)
           END-EXEC.
           IF SQL-CNT > ZERO THEN
               MOVE 'Demande deja suivie par un dossier en cours.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           EXEC SQL
               INSERT INTO FRAUD_CASE_CLAIM
                   (CASE_NUM, CLAIM_NUM, LINK_DATE)
               VALUES
                   (:SQL-CASE-NUM, :SQL-CLAIM-NUM, :SQL-TODAY)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur rattachement de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1450-UPDATE-AT-STAKE-START
               THRU 1450-UPDATE-AT-STAKE-START-EXIT.
           INITIALIZE SQL-NOTE-TEXT.
           STRING 'Demande ' SQL-CLAIM-NUM ' rattachee au dossier'
               DELIMITED BY SIZE INTO SQL-NOTE-TEXT
           END-STRING.
           PERFORM 1600-ADD-NOTE-START
               THRU 1600-ADD-NOTE-START-EXIT.
           MOVE SQL-CASE-AT-STAKE TO WS-Z-AMOUNT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'DEMANDE RATTACHEE - EN JEU SUR LE DOSSIER : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-FC-CLAIM-NUM.
           MOVE 'O' TO WS-ATTACH-OK.
       1500-ATTACH-CLAIM-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-ADD-NOTE-START.                                        *
      ******************************************************************
      *    [RD] Ajoute une note datee au dossier courant (auteur et
      *    texte prepares par l'appelant).
       1600-ADD-NOTE-START.
           MOVE ZERO TO SQL-NOTE-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(NOTE_NUM), 0)
               INTO :SQL-NOTE-NUM
               FROM FRAUD_CASE_NOTE
               WHERE CASE_NUM = :SQL-CASE-NUM
           END-EXEC.
           ADD 1 TO SQL-NOTE-NUM.
           EXEC SQL
               INSERT INTO FRAUD_CASE_NOTE
                   (CASE_NUM, NOTE_NUM, NOTE_DATE, NOTE_AUTHOR,
                    NOTE_TEXT)
               VALUES
                   (:SQL-CASE-NUM, :SQL-NOTE-NUM, :SQL-TODAY,
                    :SQL-NOTE-AUTHOR, :SQL-NOTE-TEXT)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la note.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1600-ADD-NOTE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1650-START-INQUIRY-START.                                   *
      ******************************************************************
      *    [RD] Passe le dossier en ENQUETE, en changeant d'enqueteur
      *    si un nom est saisi ; la note eventuelle accompagne le
      *    passage.
       1650-START-INQUIRY-START.
           EXEC SQL
               UPDATE FRAUD_CASE
               SET CASE_STATUS = 'ENQUETE',
                   CASE_INVESTIGATOR = :SQL-NOTE-AUTHOR
               WHERE CASE_NUM = :SQL-CASE-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur passage en enquete.' TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           INITIALIZE SQL-NOTE-TEXT.
           STRING 'Enquete confiee a ' FUNCTION TRIM(SQL-NOTE-AUTHOR)
               ' ' FUNCTION TRIM(SC-FC-NOTE)
               DELIMITED BY SIZE INTO SQL-NOTE-TEXT
           END-STRING.
           PERFORM 1600-ADD-NOTE-START
               THRU 1600-ADD-NOTE-START-EXIT.
           MOVE 'DOSSIER EN ENQUETE.' TO WS-ERROR-MESSAGE.
           INITIALIZE SC-FC-NOTE.
       1650-START-INQUIRY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1700-CLOSE-CASE-START.                                      *
      ******************************************************************
      *    [RD] Cloture le dossier avec son issue et la reporte sur
      *    les traitements concernes : indus sur les demandes payees
      *    (INDU) ou inscription en liste noire (LISTENOIRE).
       1700-CLOSE-CASE-START.
           EVALUATE FUNCTION UPPER-CASE(SC-FC-OUTCOME)
               WHEN 'N'
                   MOVE 'NONFONDE' TO SQL-CASE-OUTCOME
               WHEN 'I'
                   MOVE 'INDU' TO SQL-CASE-OUTCOME
               WHEN 'L'
                   MOVE 'LISTENOIRE' TO SQL-CASE-OUTCOME
               WHEN 'P'
                   MOVE 'PLAINTE' TO SQL-CASE-OUTCOME
               WHEN OTHER
                   MOVE 'Issue : N, I, L ou P.' TO WS-ERROR-MESSAGE
                   GO TO 1700-CLOSE-CASE-START-EXIT
           END-EVALUATE.
           PERFORM 1450-UPDATE-AT-STAKE-START
               THRU 1450-UPDATE-AT-STAKE-START-EXIT.
           EVALUATE SQL-CASE-OUTCOME
               WHEN 'INDU'
                   PERFORM 1750-CREATE-INDUS-START
                       THRU 1750-CREATE-INDUS-START-EXIT
               WHEN 'LISTENOIRE'
                   PERFORM 1760-BLACKLIST-SUBJECT-START
                       THRU 1760-BLACKLIST-SUBJECT-START-EXIT
           END-EVALUATE.
           IF WS-ERROR-MESSAGE NOT = SPACES THEN
               GO TO 1700-CLOSE-CASE-START-EXIT
           END-IF.
           EXEC SQL
               UPDATE FRAUD_CASE
               SET CASE_STATUS = 'CLOS',
                   CASE_OUTCOME = :SQL-CASE-OUTCOME,
                   CASE_CLOSE_DATE = :SQL-TODAY,
                   CASE_BL_NUM = :SQL-CASE-BL-NUM
               WHERE CASE_NUM = :SQL-CASE-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur cloture du dossier.' TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           INITIALIZE SQL-NOTE-TEXT.
           STRING 'Cloture - issue ' FUNCTION TRIM(SQL-CASE-OUTCOME)
               ' ' FUNCTION TRIM(SC-FC-NOTE)
               DELIMITED BY SIZE INTO SQL-NOTE-TEXT
           END-STRING.
           PERFORM 1600-ADD-NOTE-START
               THRU 1600-ADD-NOTE-START-EXIT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'DOSSIER CLOS - ISSUE : '
               FUNCTION TRIM(SQL-CASE-OUTCOME) '.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-FC-NOTE SC-FC-OUTCOME.
       1700-CLOSE-CASE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1750-CREATE-INDUS-START.                                    *
      ******************************************************************
      *    [RD] Un indus ouvert par demande payee du dossier, pour le
      *    montant verse, recupere par compensation sur les prochains
      *    virements (claimpay.cbl) comme ceux de readjud.cbl.
       1750-CREATE-INDUS-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM FRAUD_CASE_CLAIM FC
               INNER JOIN CUSTOMER_CLAIM CL
                   ON CL.CLAIM_NUM = FC.CLAIM_NUM
               WHERE FC.CASE_NUM = :SQL-CASE-NUM
                 AND CL.CLAIM_STATUS = 'PAYE'
                 AND CL.CLAIM_OWED > 0
           END-EXEC.
           IF SQL-CNT EQUAL ZERO THEN
               MOVE 'Aucune demande payee a recuperer sur le dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 1750-CREATE-INDUS-START-EXIT
           END-IF.
           MOVE 'INDUS' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           EXEC SQL
               DECLARE CRS-FRAUD-PAID CURSOR FOR
               SELECT CAST(CL.UUID_CUSTOMER AS VARCHAR), CL.CLAIM_NUM,
                      CL.CLAIM_OWED
               FROM FRAUD_CASE_CLAIM FC
               INNER JOIN CUSTOMER_CLAIM CL
                   ON CL.CLAIM_NUM = FC.CLAIM_NUM
               WHERE FC.CASE_NUM = :SQL-CASE-NUM
                 AND CL.CLAIM_STATUS = 'PAYE'
                 AND CL.CLAIM_OWED > 0
               ORDER BY CL.CLAIM_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-FRAUD-PAID END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-FRAUD-PAID
                   INTO :SQL-CLAIM-UUID, :SQL-CLAIM-NUM,
                        :SQL-CLAIM-OWED
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 1755-INSERT-INDUS-START
                           THRU 1755-INSERT-INDUS-START-EXIT
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Erreur lecture des demandes payees.'
                           TO WS-ERROR-MESSAGE
                       GO TO 9020-SQL-ERROR-START
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRS-FRAUD-PAID END-EXEC.
       1750-CREATE-INDUS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1755-INSERT-INDUS-START.                                    *
      ******************************************************************
       1755-INSERT-INDUS-START.
           MOVE ZERO TO SQL-INDUS-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(INDUS_NUM), 0)
               INTO :SQL-INDUS-NUM
               FROM CLAIM_INDUS
           END-EXEC.
           ADD 1 TO SQL-INDUS-NUM.
           EXEC SQL
               INSERT INTO CLAIM_INDUS
                   (UUID_CUSTOMER, INDUS_NUM, INDUS_CLAIM_NUM,
                    INDUS_DATE, INDUS_AMOUNT, INDUS_RECOVERED,
                    INDUS_STATUS, INDUS_CASE_NUM)
               VALUES
                   (:SQL-CLAIM-UUID, :SQL-INDUS-NUM, :SQL-CLAIM-NUM,
                    :SQL-TODAY, :SQL-CLAIM-OWED, 0, 'OUVERT',
                    :SQL-CASE-NUM)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation de l indus.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1755-INSERT-INDUS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1760-BLACKLIST-SUBJECT-START.                               *
      ******************************************************************
      *    [RD] Inscrit le suspect en liste noire (blparam.cbl), sauf
      *    si le dossier provient d'une inscription toujours active.
       1760-BLACKLIST-SUBJECT-START.
           IF SQL-CASE-BL-NUM NOT = ZERO THEN
               MOVE ZERO TO SQL-CNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-CNT
                   FROM BLACKLIST
                   WHERE BL_NUM = :SQL-CASE-BL-NUM
                     AND (COALESCE(BL_END_DATE, '') = ''
                          OR BL_END_DATE >= :SQL-TODAY)
               END-EXEC
               IF SQL-CNT > ZERO THEN
                   GO TO 1760-BLACKLIST-SUBJECT-START-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO SQL-BL-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(BL_NUM), 0)
               INTO :SQL-BL-NUM
               FROM BLACKLIST
           END-EXEC.
           ADD 1 TO SQL-BL-NUM.
           MOVE SQL-CASE-NUM TO WS-Z-CASE.
           INITIALIZE SQL-BL-REASON.
           STRING 'FRAUDE CONFIRMEE - DOSSIER ' WS-Z-CASE
               DELIMITED BY SIZE INTO SQL-BL-REASON
           END-STRING.
           MOVE SPACES TO SQL-BL-END.
           EXEC SQL
               INSERT INTO BLACKLIST
                   (BL_NUM, BL_TYPE, BL_UUID, BL_RPPS, BL_REASON,
                    BL_START_DATE, BL_END_DATE, BL_CASE_NUM)
               VALUES
                   (:SQL-BL-NUM, :SQL-CASE-TYPE, :SQL-CASE-UUID,
                    :SQL-CASE-RPPS, :SQL-BL-REASON, :SQL-TODAY,
                    :SQL-BL-END, :SQL-CASE-NUM)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur inscription sur la liste noire.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE SQL-BL-NUM TO SQL-CASE-BL-NUM.
       1760-BLACKLIST-SUBJECT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1800-MONTHLY-REPORT-START.                                  *
      ******************************************************************
      *    [RD] Rapport mensuel : dossiers ouverts et clos dans le
      *    mois (par issue), dossiers encore en cours en fin de mois,
      *    montants en jeu, indus emis et recuperes, puis le detail
      *    des dossiers du mois.
       1800-MONTHLY-REPORT-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-FC-MONTH IS NOT NUMERIC
              OR SC-FC-MONTH(5:2) < '01' OR SC-FC-MONTH(5:2) > '12'
           THEN
               MOVE 'Mois du rapport invalide (AAAAMM).'
                   TO WS-ERROR-MESSAGE
               GO TO 1800-MONTHLY-REPORT-START-EXIT
           END-IF.
           MOVE SC-FC-MONTH TO WS-REPORT-MONTH.
           INITIALIZE SQL-MONTH-PREFIX SQL-MONTH-END.
           STRING SC-FC-MONTH(1:4) '-' SC-FC-MONTH(5:2) '%'
               DELIMITED BY SIZE INTO SQL-MONTH-PREFIX
           END-STRING.
           STRING SC-FC-MONTH(1:4) '-' SC-FC-MONTH(5:2) '-31'
               DELIMITED BY SIZE INTO SQL-MONTH-END
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           OPEN OUTPUT F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'DOSSIERS D ENQUETE FRAUDE - MOIS '
               SC-FC-MONTH(5:2) '/' SC-FC-MONTH(1:4)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.

      *    [RD] dossiers ouverts dans le mois.
           MOVE ZERO TO SQL-CNT SQL-AMOUNT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CASE_AT_STAKE), 0)
               INTO :SQL-CNT, :SQL-AMOUNT
               FROM FRAUD_CASE
               WHERE CASE_OPEN_DATE LIKE :SQL-MONTH-PREFIX
           END-EXEC.
           MOVE SQL-CNT TO WS-Z-CNT.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           INITIALIZE REC-F-REPORT.
           STRING 'Dossiers ouverts dans le mois     : '
               WS-Z-CNT ' - en jeu ' WS-Z-AMOUNT ' EUR'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.

      *    [RD] dossiers clos dans le mois, par issue.
           EXEC SQL
               DECLARE CRS-FRAUD-OUT CURSOR FOR
               SELECT COALESCE(CASE_OUTCOME, ''), COUNT(*),
                      COALESCE(SUM(CASE_AT_STAKE), 0)
               FROM FRAUD_CASE
               WHERE CASE_STATUS = 'CLOS'
                 AND CASE_CLOSE_DATE LIKE :SQL-MONTH-PREFIX
               GROUP BY CASE_OUTCOME
               ORDER BY CASE_OUTCOME
           END-EXEC.
           EXEC SQL OPEN CRS-FRAUD-OUT END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-FRAUD-OUT
                   INTO :SQL-CASE-OUTCOME, :SQL-CNT, :SQL-AMOUNT
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des dossiers clos.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   MOVE SQL-CNT TO WS-Z-CNT
                   MOVE SQL-AMOUNT TO WS-Z-AMOUNT
                   INITIALIZE REC-F-REPORT
                   STRING 'Dossiers clos - issue ' SQL-CASE-OUTCOME
                       '  : ' WS-Z-CNT ' - en jeu ' WS-Z-AMOUNT ' EUR'
                       DELIMITED BY SIZE INTO REC-F-REPORT
                   END-STRING
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-FRAUD-OUT END-EXEC.

      *    [RD] dossiers encore en cours a la fin du mois.
           MOVE ZERO TO SQL-CNT SQL-AMOUNT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CASE_AT_STAKE), 0)
               INTO :SQL-CNT, :SQL-AMOUNT
               FROM FRAUD_CASE
               WHERE CASE_OPEN_DATE <= :SQL-MONTH-END
                 AND (CASE_STATUS <> 'CLOS'
                      OR CASE_CLOSE_DATE > :SQL-MONTH-END)
           END-EXEC.
           MOVE SQL-CNT TO WS-Z-CNT.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           INITIALIZE REC-F-REPORT.
           STRING 'Dossiers en cours en fin de mois  : '
               WS-Z-CNT ' - en jeu ' WS-Z-AMOUNT ' EUR'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.

      *    [RD] indus emis par les dossiers dans le mois, et total
      *    recupere a ce jour sur l'ensemble des dossiers.
           MOVE ZERO TO SQL-AMOUNT SQL-AMOUNT2.
           EXEC SQL
               SELECT COALESCE(SUM(INDUS_AMOUNT), 0),
                      COALESCE(SUM(INDUS_RECOVERED), 0)
               INTO :SQL-AMOUNT, :SQL-AMOUNT2
               FROM CLAIM_INDUS
               WHERE COALESCE(INDUS_CASE_NUM, 0) <> 0
                 AND INDUS_DATE LIKE :SQL-MONTH-PREFIX
           END-EXEC.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           MOVE SQL-AMOUNT2 TO WS-Z-AMOUNT2.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'Indus emis dans le mois           : '
               WS-Z-AMOUNT ' EUR - dont recupere ' WS-Z-AMOUNT2
               ' EUR'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE ZERO TO SQL-AMOUNT SQL-AMOUNT2.
           EXEC SQL
               SELECT COALESCE(SUM(INDUS_AMOUNT), 0),
                      COALESCE(SUM(INDUS_RECOVERED), 0)
               INTO :SQL-AMOUNT, :SQL-AMOUNT2
               FROM CLAIM_INDUS
               WHERE COALESCE(INDUS_CASE_NUM, 0) <> 0
           END-EXEC.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           MOVE SQL-AMOUNT2 TO WS-Z-AMOUNT2.
           INITIALIZE REC-F-REPORT.
           STRING 'Indus de fraude depuis l origine  : '
               WS-Z-AMOUNT ' EUR - dont recupere ' WS-Z-AMOUNT2
               ' EUR'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.

           PERFORM 1850-REPORT-DETAIL-START
               THRU 1850-REPORT-DETAIL-START-EXIT.
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
      *    1850-REPORT-DETAIL-START.                                   *
      ******************************************************************
      *    [RD] Detail des dossiers ouverts, clos ou en cours dans le
      *    mois, avec ce que leurs indus ont deja recupere.
       1850-REPORT-DETAIL-START.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'DOSSIER;ORIGINE;SUSPECT;ENQUETEUR;STATUT;ISSUE;'
               'OUVERT;CLOS;EN JEU;RECUPERE'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           EXEC SQL
               DECLARE CRS-FRAUD-DET CURSOR FOR
               SELECT F.CASE_NUM, F.CASE_ORIGIN,
                      COALESCE(C.CUSTOMER_LASTNAME, F.CASE_RPPS, ''),
                      COALESCE(F.CASE_INVESTIGATOR, ''),
                      F.CASE_STATUS, COALESCE(F.CASE_OUTCOME, ''),
                      COALESCE(F.CASE_OPEN_DATE, ''),
                      COALESCE(F.CASE_CLOSE_DATE, ''),
                      COALESCE(F.CASE_AT_STAKE, 0),
                      COALESCE((SELECT SUM(I.INDUS_RECOVERED)
                                  FROM CLAIM_INDUS I
                                 WHERE I.INDUS_CASE_NUM = F.CASE_NUM),
                               0)
               FROM FRAUD_CASE F
               LEFT JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR) = F.CASE_UUID
               WHERE F.CASE_OPEN_DATE LIKE :SQL-MONTH-PREFIX
                  OR F.CASE_CLOSE_DATE LIKE :SQL-MONTH-PREFIX
                  OR (F.CASE_OPEN_DATE <= :SQL-MONTH-END
                      AND F.CASE_STATUS <> 'CLOS')
               ORDER BY F.CASE_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-FRAUD-DET END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-FRAUD-DET
                   INTO :SQL-CASE-NUM, :SQL-CASE-ORIGIN,
                        :SQL-CASE-SUBJECT, :SQL-CASE-INVEST,
                        :SQL-CASE-STATUS, :SQL-CASE-OUTCOME,
                        :SQL-CASE-OPEN-DATE, :SQL-CASE-CLOSE-DATE,
                        :SQL-CASE-AT-STAKE, :SQL-CASE-RECOVERED
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture du detail des dossiers.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   MOVE SQL-CASE-AT-STAKE TO WS-Z-AMOUNT
                   MOVE SQL-CASE-RECOVERED TO WS-Z-AMOUNT2
                   INITIALIZE REC-F-REPORT
                   STRING SQL-CASE-NUM ';'
                       FUNCTION TRIM(SQL-CASE-ORIGIN) ';'
                       FUNCTION TRIM(SQL-CASE-SUBJECT) ';'
                       FUNCTION TRIM(SQL-CASE-INVEST) ';'
                       FUNCTION TRIM(SQL-CASE-STATUS) ';'
                       FUNCTION TRIM(SQL-CASE-OUTCOME) ';'
                       SQL-CASE-OPEN-DATE ';'
                       FUNCTION TRIM(SQL-CASE-CLOSE-DATE) ';'
                       FUNCTION TRIM(WS-Z-AMOUNT) ';'
                       FUNCTION TRIM(WS-Z-AMOUNT2)
                       DELIMITED BY SIZE INTO REC-F-REPORT
                   END-STRING
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-FRAUD-DET END-EXEC.
       1850-REPORT-DETAIL-START-EXIT.
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
