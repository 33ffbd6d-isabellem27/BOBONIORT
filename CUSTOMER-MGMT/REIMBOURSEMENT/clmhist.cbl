      ******************************************************************
      *    [RD] Stockage historique des demandes de remboursement.     *
      *    Les demandes closes anciennes sont deplacees par            *
      *    l'archivage annuel (claimarch.cbl) hors de CUSTOMER_CLAIM,  *
      *    avec leurs pieces (CLAIM_DOCUMENT) et leurs indus           *
      *    (CLAIM_INDUS), vers des tables de meme structure :          *
      *    CUSTOMER_CLAIM_HIST, CLAIM_DOCUMENT_HIST, CLAIM_INDUS_HIST. *
      *    Ce sous-programme les cree au besoin, ainsi que la vue      *
      *    CUSTOMER_CLAIM_ALL (demandes courantes et historiques       *
      *    ensemble, CLAIM_STORE = 'COURANT' ou 'HISTORIQUE') que      *
      *    lisent les editions pluriannuelles (relevann.cbl,           *
      *    gdprexp.cbl, lossratio.cbl) : elles restent justes apres    *
      *    un archivage sans connaitre le detail du stockage.          *
      *    Appele dans une connexion deja ouverte par l'appelant ;     *
      *    code retour '0' si tout est en place, '1' sinon.            *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmhist RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-NB-VIEW          PIC 9(04) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CH-RC             PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CH-RC.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE '0' TO LK-CH-RC.
           PERFORM 1000-ENSURE-LIVE-START
              THRU END-1000-ENSURE-LIVE.
           IF  LK-CH-RC = '0'
               PERFORM 2000-ENSURE-HIST-START
                  THRU END-2000-ENSURE-HIST
           END-IF.
           IF  LK-CH-RC = '0'
               PERFORM 3000-ENSURE-VIEW-START
                  THRU END-3000-ENSURE-VIEW
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Tables courantes, au minimum des colonnes lues par la  *
      *    vue (meme definition que rembsave.cbl, rembreview.cbl et    *
      *    readjud.cbl) : la structure historique en est copiee.       *
      ******************************************************************
       1000-ENSURE-LIVE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_CLAIM (
                   UUID_CUSTOMER VARCHAR(36),
                   CLAIM_NUM     INT,
                   CLAIM_DATE    VARCHAR(08),
                   CLAIM_CATEGORY VARCHAR(20),
                   CLAIM_AMOUNT  INT,
                   CLAIM_OWED    INT,
                   CLAIM_STATUS  VARCHAR(10),
                   CLAIM_REFUSAL_REASON VARCHAR(40),
                   CLAIM_REVIEWER VARCHAR(20),
                   CLAIM_DECISION_DATE VARCHAR(10),
                   CLAIM_BRSS_BASE INT,
                   CLAIM_CPAM_PART INT,
                   CLAIM_PERCENT INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_BENEFICIARY VARCHAR(40)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_REGUL_OF INT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION CUSTOMER_CLAIM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-LIVE
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_DOCUMENT (
                   CLAIM_NUM    INT,
                   DOC_TYPE     VARCHAR(20),
                   DOC_DATE     VARCHAR(10)
               )
           END-EXEC.
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
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION CLAIM_DOCUMENT / CLAIM_INDUS'
                   TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-LIVE.
           EXIT.

      ******************************************************************
      *    [RD] Tables historiques, copies de structure des tables     *
      *    courantes ; les colonnes ajoutees depuis aux tables         *
      *    courantes sont reportees par claimarch.cbl avant chaque     *
      *    deplacement.                                                *
      ******************************************************************
       2000-ENSURE-HIST-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_CLAIM_HIST
                   (LIKE CUSTOMER_CLAIM INCLUDING DEFAULTS)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CUSTOMER_CLAIM_HIST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2000-ENSURE-HIST
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM_HIST
               ADD COLUMN IF NOT EXISTS CLAIM_BENEFICIARY VARCHAR(40)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_DOCUMENT_HIST
                   (LIKE CLAIM_DOCUMENT INCLUDING DEFAULTS)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_INDUS_HIST
                   (LIKE CLAIM_INDUS INCLUDING DEFAULTS)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLAIM_DOCUMENT_HIST / CLAIM_INDUS_HIST'
                   TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2000-ENSURE-HIST.
           EXIT.

      ******************************************************************
      *    [RD] Vue des demandes courantes et historiques, creee une   *
      *    fois ; colonnes nommees pour rester valable quand les       *
      *    tables recoivent de nouvelles colonnes.                     *
      ******************************************************************
       3000-ENSURE-VIEW-START.
           MOVE ZERO TO SQL-NB-VIEW.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-VIEW
               FROM INFORMATION_SCHEMA.VIEWS
               WHERE TABLE_NAME = 'customer_claim_all'
           END-EXEC.
           IF  SQL-NB-VIEW > ZERO
               GO TO END-3000-ENSURE-VIEW
           END-IF.
           EXEC SQL
               CREATE VIEW CUSTOMER_CLAIM_ALL AS
               SELECT UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                      CLAIM_CATEGORY, CLAIM_AMOUNT, CLAIM_OWED,
                      CLAIM_STATUS, CLAIM_BENEFICIARY,
                      CLAIM_CPAM_PART, CLAIM_DECISION_DATE,
                      CAST('COURANT' AS VARCHAR(10)) AS CLAIM_STORE
               FROM CUSTOMER_CLAIM
               UNION ALL
               SELECT UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                      CLAIM_CATEGORY, CLAIM_AMOUNT, CLAIM_OWED,
                      CLAIM_STATUS, CLAIM_BENEFICIARY,
                      CLAIM_CPAM_PART, CLAIM_DECISION_DATE,
                      CAST('HISTORIQUE' AS VARCHAR(10))
               FROM CUSTOMER_CLAIM_HIST
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION VUE CUSTOMER_CLAIM_ALL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3000-ENSURE-VIEW.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           MOVE '1' TO LK-CH-RC.
           DISPLAY WS-SQL-LIB.
           DISPLAY SQLCODE.
           DISPLAY SQLERRMC.
       END-9020-ERROR-SQL.
           EXIT.
