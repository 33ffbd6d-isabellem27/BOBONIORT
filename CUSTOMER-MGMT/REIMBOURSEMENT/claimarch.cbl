      ******************************************************************
      *    [RD] Archivage annuel des demandes de remboursement closes. *
      *    CUSTOMER_CLAIM garde toutes les demandes depuis l'origine   *
      *    et les chargements CPAM en ajoutent des milliers par mois : *
      *    doublons de rembsave.cbl, anomalies de rembanom.cbl,        *
      *    plafonds de ceilinq.cbl et corbeilles la parcourent chaque  *
      *    nuit, de plus en plus lentement. Une fois par an (en        *
      *    janvier, comme relevann.cbl), ce traitement deplace vers    *
      *    le stockage historique (clmhist.cbl) les demandes closes    *
      *    (PAYE ou REFUSE) dont la date de soins precede le seuil,    *
      *    avec leurs pieces (CLAIM_DOCUMENT) et leurs indus           *
      *    (CLAIM_INDUS) ; une regularisation (CLAIM_REGUL_OF) suit    *
      *    toujours sa demande d'origine.                              *
      *    Seuil : 1er janvier de l'annee courante moins N annees,     *
      *    N lu dans la configuration (CLAIM_ARCHIVE_YEARS, 3 par      *
      *    defaut), jamais moins de deux ans (prescription biennale    *
      *    des actions nees du contrat) ni moins que la plus longue    *
      *    periode de frequence du catalogue BENEFIT : les controles   *
      *    de plafond (annee civile) et de frequence trouvent donc     *
      *    toujours leur periode dans la table courante.               *
      *    Restent en place : demandes non closes, indus non soldes,   *
      *    demandes d'un dossier de fraude non clos. Rien n'est        *
      *    detruit : les demandes historiques sont conservees pour     *
      *    toute la duree legale et restent lues par les editions      *
      *    pluriannuelles (vue CUSTOMER_CLAIM_ALL).                    *
      *    Reprise : la liste des demandes du passage est figee        *
      *    (CLAIM_ARCHIVE_ITEM) et deplacee par lots valides un a un ; *
      *    un passage interrompu (statut EN_COURS) est repris tel      *
      *    quel au lancement suivant, quel que soit le mois.           *
      *    Rapprochement : nombres de demandes, de pieces et d'indus,  *
      *    montants de depense, de remboursement et d'indus, releves   *
      *    sur la table courante avant deplacement puis dans           *
      *    l'historique apres, et plus aucune demande du passage dans  *
      *    la table courante ; tout ecart est signale (statut ECART,   *
      *    mail a l'exploitation). Journal BATCH_RUN_JOURNAL           *
      *    (CLAIM-ARCHIVE).                                            *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Les demandes rattachees a un recours      *
      *    contre tiers non clos (RECOURSE_FILE) restent en place :    *
      *    recours.cbl cumule les montants verses sur la table         *
      *    courante.                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. claimarch RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  WS-SYS-CMD           PIC X(2400) VALUE SPACES.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR     PIC 9(04).
           05 WS-TODAY-MONTH    PIC 9(02).
           05 WS-TODAY-DAY      PIC 9(02).
       01  WS-OUTCOME           PIC X(10) VALUE 'OK'.
       01  WS-CH-RC             PIC X(01) VALUE SPACE.
       01  WS-RESUMED           PIC X(01) VALUE 'N'.
       01  WS-LOT-OK            PIC X(01) VALUE 'O'.
       01  WS-LOTS-DONE         PIC X(01) VALUE 'N'.
       01  WS-SYNC-OK           PIC X(01) VALUE 'O'.

      *    [RD] seuil : annees conservees en table courante.
       01  WS-KEEP-YEARS        PIC 9(03) VALUE 3.
       01  WS-FREQ-YEARS        PIC 9(03) VALUE ZERO.
       01  WS-CUTOFF-YEAR       PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF            PIC 9(08) VALUE ZERO.
       01  WS-LOT-SIZE          PIC 9(04) VALUE 500.

      *    [RD] compteurs du passage.
       01  WS-NB-LOTS           PIC 9(05) VALUE ZERO.
       01  WS-NB-MOVED          PIC 9(09) VALUE ZERO.
       01  WS-Z-COUNT           PIC Z(08)9.
       01  WS-Z-AMOUNT          PIC -(12)9.

      *    [RD] paire de tables courante / historique a aligner.
       01  WS-SYNC-TABLE        PIC X(30) VALUE SPACES.

      *    [RD] configuration (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-DB-NAME           PIC X(20) VALUE SPACES.
       01  WS-DB-USER           PIC X(20) VALUE SPACES.
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-RUN-ID           PIC 9(06) VALUE ZERO.
       01  SQL-RUN-YEAR         PIC X(04) VALUE SPACES.
       01  SQL-RUN-CUTOFF       PIC X(08) VALUE SPACES.
       01  SQL-RUN-STATUS       PIC X(10) VALUE SPACES.
       01  SQL-RUN-START        PIC X(19) VALUE SPACES.
       01  SQL-RUN-STAMP        PIC X(19) VALUE SPACES.
       01  SQL-RUN-OUTCOME      PIC X(10) VALUE SPACES.
       01  SQL-RUN-NOTE         PIC X(60) VALUE SPACES.
       01  SQL-MAX-FREQ         PIC 9(04) VALUE ZERO.
       01  SQL-CNT              PIC 9(09) VALUE ZERO.
       01  SQL-LOT-SIZE         PIC 9(04) VALUE ZERO.
       01  SQL-LIVE-NAME        PIC X(30) VALUE SPACES.
       01  SQL-HIST-NAME        PIC X(30) VALUE SPACES.
       01  SQL-ADD-LIST         PIC X(2000) VALUE SPACES.
       01  SQL-SAME             PIC 9(01) VALUE ZERO.
      *    [RD] rapprochement : avant (table courante) et apres
      *    (historique).
       01  SQL-BEF-CLAIMS       PIC 9(09) VALUE ZERO.
       01  SQL-BEF-AMOUNT       PIC S9(13) VALUE ZERO.
       01  SQL-BEF-OWED         PIC S9(13) VALUE ZERO.
       01  SQL-BEF-DOCS         PIC 9(09) VALUE ZERO.
       01  SQL-BEF-INDUS        PIC 9(09) VALUE ZERO.
       01  SQL-BEF-INDUS-AMT    PIC S9(13) VALUE ZERO.
       01  SQL-AFT-CLAIMS       PIC 9(09) VALUE ZERO.
       01  SQL-AFT-AMOUNT       PIC S9(13) VALUE ZERO.
       01  SQL-AFT-OWED         PIC S9(13) VALUE ZERO.
       01  SQL-AFT-DOCS         PIC 9(09) VALUE ZERO.
       01  SQL-AFT-INDUS        PIC 9(09) VALUE ZERO.
       01  SQL-AFT-INDUS-AMT    PIC S9(13) VALUE ZERO.
       01  SQL-LEFT-LIVE        PIC 9(09) VALUE ZERO.
       01  SQL-NB-READ          PIC 9(06) VALUE ZERO.
       01  SQL-NB-MOVED         PIC 9(06) VALUE ZERO.
       01  SQL-NB-REJECTED      PIC 9(06) VALUE ZERO.
       01  SQL-NB-PRODUCED      PIC 9(06) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-NB-ARCHIVED       PIC 9(06).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-ARCHIVED.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-ARCHIVED.
           MOVE ZERO TO WS-NB-LOTS WS-NB-MOVED.
           MOVE 'OK' TO WS-OUTCOME.
           MOVE 'N' TO WS-RESUMED.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.

           CALL 'clmhist' USING WS-CH-RC
           END-CALL.
           IF  WS-CH-RC NOT = '0'
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'ARCHIVAGE DES DEMANDES : STOCKAGE HISTORIQUE '
                   'INDISPONIBLE - PAS DE RUN.'
               GO TO END-0000-MAIN
           END-IF.
           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.
           PERFORM 1100-LOAD-CONFIG-START
              THRU END-1100-LOAD-CONFIG.

      *    [RD] un passage interrompu est repris d'abord ; sinon un
      *    nouveau passage, en janvier et une fois par an.
           PERFORM 1200-FIND-RUN-START
              THRU END-1200-FIND-RUN.
           IF  WS-RESUMED NOT = 'O'
               IF  WS-TODAY-MONTH NOT = 1
                   DISPLAY 'ARCHIVAGE DES DEMANDES : HORS JANVIER, '
                       'PAS DE RUN.'
                   GO TO END-0000-MAIN
               END-IF
               MOVE WS-TODAY-YEAR TO SQL-RUN-YEAR
               MOVE ZERO TO SQL-CNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-CNT
                   FROM CLAIM_ARCHIVE_RUN
                   WHERE RUN_YEAR = :SQL-RUN-YEAR
               END-EXEC
               IF  SQL-CNT > ZERO
                   DISPLAY 'ARCHIVAGE DES DEMANDES : DEJA PASSE EN '
                       SQL-RUN-YEAR '.'
                   GO TO END-0000-MAIN
               END-IF
               PERFORM 1300-CUTOFF-START
                  THRU END-1300-CUTOFF
               PERFORM 1400-NEW-RUN-START
                  THRU END-1400-NEW-RUN
           END-IF.
           IF  WS-OUTCOME = 'OK'
               PERFORM 1600-SYNC-STRUCTURE-START
                  THRU END-1600-SYNC-STRUCTURE
           END-IF.

           IF  WS-OUTCOME = 'OK'
               MOVE 'N' TO WS-LOTS-DONE
               PERFORM 2000-MOVE-LOT-START
                  THRU END-2000-MOVE-LOT
                  UNTIL WS-LOTS-DONE = 'O'
           END-IF.
           IF  WS-OUTCOME = 'OK'
               PERFORM 3000-RECONCILE-START
                  THRU END-3000-RECONCILE
           END-IF.

           PERFORM 8000-DISPLAY-REPORT-START
              THRU END-8000-DISPLAY-REPORT.
           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.
           EXEC SQL COMMIT WORK END-EXEC.
           IF  WS-OUTCOME NOT = 'OK'
               PERFORM 9500-NOTIFY-ALERT-START
                  THRU END-9500-NOTIFY-ALERT
           END-IF.
           MOVE WS-NB-MOVED TO LK-NB-ARCHIVED.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Passages d'archivage et liste figee de leurs demandes  *
      *    (A_FAIRE, LOT pendant le deplacement, FAIT) ; colonnes      *
      *    lues par la selection et par le seuil de frequence.         *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_ARCHIVE_RUN (
                   RUN_ID            INT,
                   RUN_YEAR          VARCHAR(4),
                   RUN_CUTOFF        VARCHAR(8),
                   RUN_STATUS        VARCHAR(10),
                   RUN_START         VARCHAR(19),
                   RUN_END           VARCHAR(19),
                   RUN_BEF_CLAIMS    NUMERIC(9),
                   RUN_BEF_AMOUNT    NUMERIC(13),
                   RUN_BEF_OWED      NUMERIC(13),
                   RUN_BEF_DOCS      NUMERIC(9),
                   RUN_BEF_INDUS     NUMERIC(9),
                   RUN_BEF_INDUS_AMT NUMERIC(13),
                   RUN_AFT_CLAIMS    NUMERIC(9),
                   RUN_AFT_AMOUNT    NUMERIC(13),
                   RUN_AFT_OWED      NUMERIC(13),
                   RUN_AFT_DOCS      NUMERIC(9),
                   RUN_AFT_INDUS     NUMERIC(9),
                   RUN_AFT_INDUS_AMT NUMERIC(13),
                   RUN_LEFT_LIVE     NUMERIC(9)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLAIM_ARCHIVE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_ARCHIVE_ITEM (
                   ARC_RUN       INT,
                   ARC_CLAIM_NUM INT,
                   ARC_STATE     VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLAIM_ARCHIVE_ITEM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
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
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE_CLAIM (
                   CASE_NUM          INT,
                   CLAIM_NUM         INT,
                   LINK_DATE         VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RECOURSE_FILE (
                   RECOURSE_NUM           INT,
                   UUID_CUSTOMER          VARCHAR(36),
                   RECOURSE_ACCIDENT_DATE VARCHAR(10),
                   RECOURSE_THIRD_PARTY   VARCHAR(40),
                   RECOURSE_INSURER       VARCHAR(30),
                   RECOURSE_POLICY_REF    VARCHAR(20),
                   RECOURSE_STATUS        VARCHAR(10),
                   RECOURSE_PAID          NUMERIC(9,2) DEFAULT 0,
                   RECOURSE_LETTER_DATE   VARCHAR(10),
                   RECOURSE_ANSWER        VARCHAR(40),
                   RECOURSE_ANSWER_DATE   VARCHAR(10),
                   RECOURSE_RECOVERED     NUMERIC(9,2) DEFAULT 0,
                   RECOURSE_CREATE_DATE   VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECOURSE_NUM INT
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_MONTHS INT
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_CHILD_MONTHS INT
           END-EXEC.
           EXEC SQL
               ALTER TABLE BENEFIT
               ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_RX_MONTHS INT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION BENEFIT / FRAUD_CASE / RECOURSE_FILE'
                   TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BATCH_RUN_JOURNAL (
                   RUN_JOB      VARCHAR(20),
                   RUN_START    VARCHAR(19),
                   RUN_END      VARCHAR(19),
                   RUN_OUTCOME  VARCHAR(10),
                   RUN_READ     NUMERIC(6),
                   RUN_INSERTED NUMERIC(6),
                   RUN_REJECTED NUMERIC(6),
                   RUN_PRODUCED NUMERIC(6)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE BATCH_RUN_JOURNAL
               ADD COLUMN IF NOT EXISTS RUN_NOTE VARCHAR(60)
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Annees conservees en table courante, base et compte    *
      *    pour psql, adresse de notification (getconf.cbl) ; valeurs  *
      *    par defaut conservees quand une cle manque.                 *
      ******************************************************************
       1100-LOAD-CONFIG-START.
           MOVE 'CLAIM_ARCHIVE_YEARS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0' AND WS-CONF-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONF-VALUE) TO WS-KEEP-YEARS
           END-IF.
           IF  WS-KEEP-YEARS < 2
               MOVE 2 TO WS-KEEP-YEARS
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:20) TO WS-DB-NAME
           END-IF.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:20) TO WS-DB-USER
           END-IF.
           MOVE 'NOTIFY_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.
       END-1100-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    [RD] Passage interrompu a reprendre (statut EN_COURS).      *
      ******************************************************************
       1200-FIND-RUN-START.
           MOVE ZERO TO SQL-RUN-ID.
           INITIALIZE SQL-RUN-YEAR SQL-RUN-CUTOFF.
           EXEC SQL
               SELECT RUN_ID, RUN_YEAR, RUN_CUTOFF
               INTO :SQL-RUN-ID, :SQL-RUN-YEAR, :SQL-RUN-CUTOFF
               FROM CLAIM_ARCHIVE_RUN
               WHERE RUN_STATUS = 'EN_COURS'
               ORDER BY RUN_ID
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE 'O' TO WS-RESUMED
               DISPLAY 'ARCHIVAGE DES DEMANDES : REPRISE DU PASSAGE '
                   SQL-RUN-ID ' (SEUIL ' SQL-RUN-CUTOFF ').'
           ELSE
               IF  SQLCODE NOT = 100
                   MOVE 'LECTURE CLAIM_ARCHIVE_RUN' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           END-IF.
       END-1200-FIND-RUN.
           EXIT.

      ******************************************************************
      *    [RD] Seuil du passage : 1er janvier de l'annee courante     *
      *    moins les annees conservees, portees a la plus longue       *
      *    periode de frequence du catalogue (mois arrondis a          *
      *    l'annee superieure).                                        *
      ******************************************************************
       1300-CUTOFF-START.
           MOVE ZERO TO SQL-MAX-FREQ.
           EXEC SQL
               SELECT COALESCE(MAX(GREATEST(
                          COALESCE(BENEFIT_FREQ_MONTHS, 0),
                          COALESCE(BENEFIT_FREQ_CHILD_MONTHS, 0),
                          COALESCE(BENEFIT_FREQ_RX_MONTHS, 0))), 0)
               INTO :SQL-MAX-FREQ
               FROM BENEFIT
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE FREQUENCES BENEFIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           COMPUTE WS-FREQ-YEARS = (SQL-MAX-FREQ + 11) / 12.
           IF  WS-FREQ-YEARS > WS-KEEP-YEARS
               MOVE WS-FREQ-YEARS TO WS-KEEP-YEARS
           END-IF.
           COMPUTE WS-CUTOFF-YEAR = WS-TODAY-YEAR - WS-KEEP-YEARS.
           COMPUTE WS-CUTOFF = WS-CUTOFF-YEAR * 10000 + 101.
           MOVE WS-CUTOFF TO SQL-RUN-CUTOFF.
       END-1300-CUTOFF.
           EXIT.

      ******************************************************************
      *    [RD] Nouveau passage : liste figee des demandes a deplacer, *
      *    puis releve de rapprochement sur la table courante.         *
      ******************************************************************
       1400-NEW-RUN-START.
           MOVE ZERO TO SQL-RUN-ID.
           EXEC SQL
               SELECT COALESCE(MAX(RUN_ID), 0) + 1 INTO :SQL-RUN-ID
               FROM CLAIM_ARCHIVE_RUN
           END-EXEC.
           EXEC SQL
               INSERT INTO CLAIM_ARCHIVE_RUN
                   (RUN_ID, RUN_YEAR, RUN_CUTOFF, RUN_STATUS,
                    RUN_START)
               VALUES (:SQL-RUN-ID, :SQL-RUN-YEAR, :SQL-RUN-CUTOFF,
                       'EN_COURS', :SQL-RUN-START)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT CLAIM_ARCHIVE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 1490-NEW-RUN-CLOSE
           END-IF.

      *    [RD] demandes closes avant le seuil, sans indus ouvert ni
      *    dossier de fraude en cours.
      *    [RD] le 15/10/2026 : ni recours contre tiers non clos.
           EXEC SQL
               INSERT INTO CLAIM_ARCHIVE_ITEM
                   (ARC_RUN, ARC_CLAIM_NUM, ARC_STATE)
               SELECT DISTINCT :SQL-RUN-ID, CC.CLAIM_NUM, 'A_FAIRE'
               FROM CUSTOMER_CLAIM CC
               WHERE COALESCE(CC.CLAIM_STATUS, '') IN ('PAYE', 'REFUSE')
                 AND REPLACE(COALESCE(CC.CLAIM_DATE, ''), '-', '')
                     <> ''
                 AND REPLACE(COALESCE(CC.CLAIM_DATE, ''), '-', '')
                     < :SQL-RUN-CUTOFF
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIM_INDUS I
                       WHERE I.INDUS_CLAIM_NUM = CC.CLAIM_NUM
                         AND COALESCE(I.INDUS_STATUS, '') <> 'SOLDE')
                 AND NOT EXISTS
                     (SELECT 1 FROM FRAUD_CASE_CLAIM FC
                       JOIN FRAUD_CASE F ON F.CASE_NUM = FC.CASE_NUM
                       WHERE FC.CLAIM_NUM = CC.CLAIM_NUM
                         AND COALESCE(F.CASE_STATUS, '') <> 'CLOS')
                 AND NOT EXISTS
                     (SELECT 1 FROM RECOURSE_FILE R
                       WHERE R.RECOURSE_NUM = CC.CLAIM_RECOURSE_NUM
                         AND R.RECOURSE_STATUS <> 'CLOS')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'SELECTION DES DEMANDES' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 1490-NEW-RUN-CLOSE
           END-IF.
      *    [RD] une regularisation et sa demande d'origine restent
      *    ensemble : deux passes couvrent les regularisations de
      *    regularisations.
           PERFORM 1450-KEEP-FAMILIES-START
              THRU END-1450-KEEP-FAMILIES.
           PERFORM 1450-KEEP-FAMILIES-START
              THRU END-1450-KEEP-FAMILIES.

           PERFORM 1500-MEASURE-BEFORE-START
              THRU END-1500-MEASURE-BEFORE.

      *    [RD] passage et liste valides ensemble, ou pas du tout.
       1490-NEW-RUN-CLOSE.
           IF  WS-OUTCOME = 'OK'
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
       END-1400-NEW-RUN.
           EXIT.

      ******************************************************************
      *    [RD] Retire de la liste une demande dont une                *
      *    regularisation reste en table courante, et une              *
      *    regularisation dont l'origine y reste.                      *
      ******************************************************************
       1450-KEEP-FAMILIES-START.
           EXEC SQL
               DELETE FROM CLAIM_ARCHIVE_ITEM A
               WHERE A.ARC_RUN = :SQL-RUN-ID
                 AND EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM R
                       WHERE R.CLAIM_REGUL_OF = A.ARC_CLAIM_NUM
                         AND NOT EXISTS
                             (SELECT 1 FROM CLAIM_ARCHIVE_ITEM B
                               WHERE B.ARC_RUN = A.ARC_RUN
                                 AND B.ARC_CLAIM_NUM = R.CLAIM_NUM))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'FAMILLES DE REGULARISATION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               DELETE FROM CLAIM_ARCHIVE_ITEM A
               WHERE A.ARC_RUN = :SQL-RUN-ID
                 AND EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM C
                       JOIN CUSTOMER_CLAIM O
                         ON O.CLAIM_NUM = C.CLAIM_REGUL_OF
                       WHERE C.CLAIM_NUM = A.ARC_CLAIM_NUM
                         AND NOT EXISTS
                             (SELECT 1 FROM CLAIM_ARCHIVE_ITEM B
                               WHERE B.ARC_RUN = A.ARC_RUN
                                 AND B.ARC_CLAIM_NUM = O.CLAIM_NUM))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'FAMILLES DE REGULARISATION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1450-KEEP-FAMILIES.
           EXIT.

      ******************************************************************
      *    [RD] Releve avant deplacement, sur la table courante, des   *
      *    demandes du passage, de leurs pieces et de leurs indus.     *
      ******************************************************************
       1500-MEASURE-BEFORE-START.
           MOVE ZERO TO SQL-BEF-CLAIMS SQL-BEF-AMOUNT SQL-BEF-OWED
                        SQL-BEF-DOCS SQL-BEF-INDUS SQL-BEF-INDUS-AMT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CC.CLAIM_AMOUNT), 0),
                      COALESCE(SUM(CC.CLAIM_OWED), 0)
               INTO :SQL-BEF-CLAIMS, :SQL-BEF-AMOUNT, :SQL-BEF-OWED
               FROM CUSTOMER_CLAIM CC
               WHERE CC.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-BEF-DOCS
               FROM CLAIM_DOCUMENT D
               WHERE D.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(I.INDUS_AMOUNT), 0)
               INTO :SQL-BEF-INDUS, :SQL-BEF-INDUS-AMT
               FROM CLAIM_INDUS I
               WHERE I.INDUS_CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'RELEVE AVANT DEPLACEMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1500-MEASURE-BEFORE
           END-IF.
           EXEC SQL
               UPDATE CLAIM_ARCHIVE_RUN
               SET RUN_BEF_CLAIMS    = :SQL-BEF-CLAIMS,
                   RUN_BEF_AMOUNT    = :SQL-BEF-AMOUNT,
                   RUN_BEF_OWED      = :SQL-BEF-OWED,
                   RUN_BEF_DOCS      = :SQL-BEF-DOCS,
                   RUN_BEF_INDUS     = :SQL-BEF-INDUS,
                   RUN_BEF_INDUS_AMT = :SQL-BEF-INDUS-AMT
               WHERE RUN_ID = :SQL-RUN-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ CLAIM_ARCHIVE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1500-MEASURE-BEFORE.
           EXIT.

      ******************************************************************
      *    [RD] Les tables courantes recoivent des colonnes au fil des *
      *    evolutions : celles qui manquent a l'historique y sont      *
      *    ajoutees (psql, comme savebat.cbl), puis les deux           *
      *    structures doivent etre identiques, colonne pour colonne,   *
      *    sinon rien n'est deplace.                                   *
      ******************************************************************
       1600-SYNC-STRUCTURE-START.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE 'O' TO WS-SYNC-OK.
           MOVE 'CUSTOMER_CLAIM' TO WS-SYNC-TABLE.
           PERFORM 1610-SYNC-ONE-START
              THRU END-1610-SYNC-ONE.
           MOVE 'CLAIM_DOCUMENT' TO WS-SYNC-TABLE.
           PERFORM 1610-SYNC-ONE-START
              THRU END-1610-SYNC-ONE.
           MOVE 'CLAIM_INDUS' TO WS-SYNC-TABLE.
           PERFORM 1610-SYNC-ONE-START
              THRU END-1610-SYNC-ONE.
           IF  WS-SYNC-OK NOT = 'O'
               MOVE 'ERREUR' TO WS-OUTCOME
               DISPLAY 'ARCHIVAGE DES DEMANDES : STRUCTURE HISTORIQUE '
                   'NON ALIGNEE - RIEN N''EST DEPLACE.'
           END-IF.
       END-1600-SYNC-STRUCTURE.
           EXIT.

       1610-SYNC-ONE-START.
           MOVE FUNCTION LOWER-CASE(WS-SYNC-TABLE) TO SQL-LIVE-NAME.
           INITIALIZE SQL-HIST-NAME.
           STRING FUNCTION TRIM(SQL-LIVE-NAME) '_hist'
               DELIMITED BY SIZE INTO SQL-HIST-NAME
           END-STRING.
           INITIALIZE SQL-ADD-LIST.
           EXEC SQL
               SELECT COALESCE(STRING_AGG(
                      'ADD COLUMN IF NOT EXISTS ' || L.COLUMN_NAME
                      || ' ' ||
                      CASE L.DATA_TYPE
                        WHEN 'character varying' THEN 'VARCHAR'
                          || COALESCE('(' || L.CHARACTER_MAXIMUM_LENGTH
                          || ')', '')
                        WHEN 'character' THEN 'CHAR'
                          || COALESCE('(' || L.CHARACTER_MAXIMUM_LENGTH
                          || ')', '')
                        WHEN 'numeric' THEN 'NUMERIC'
                          || COALESCE('(' || L.NUMERIC_PRECISION
                          || ',' || L.NUMERIC_SCALE || ')', '')
                        ELSE L.DATA_TYPE
                      END, ', ' ORDER BY L.ORDINAL_POSITION), '')
               INTO :SQL-ADD-LIST
               FROM INFORMATION_SCHEMA.COLUMNS L
               WHERE L.TABLE_SCHEMA = CURRENT_SCHEMA()
                 AND L.TABLE_NAME = TRIM(:SQL-LIVE-NAME)
                 AND NOT EXISTS
                     (SELECT 1 FROM INFORMATION_SCHEMA.COLUMNS H
                       WHERE H.TABLE_SCHEMA = L.TABLE_SCHEMA
                         AND H.TABLE_NAME = TRIM(:SQL-HIST-NAME)
                         AND H.COLUMN_NAME = L.COLUMN_NAME)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE STRUCTURE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               MOVE 'N' TO WS-SYNC-OK
               GO TO END-1610-SYNC-ONE
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQL-ADD-LIST NOT = SPACES
               DISPLAY 'ARCHIVAGE DES DEMANDES : COLONNES AJOUTEES A '
                   FUNCTION TRIM(WS-SYNC-TABLE) '_HIST.'
               INITIALIZE WS-SYS-CMD
               STRING 'psql -q -U ' FUNCTION TRIM(WS-DB-USER)
                   ' -d ' FUNCTION TRIM(WS-DB-NAME)
                   ' -v ON_ERROR_STOP=1 -c "ALTER TABLE '
                   FUNCTION TRIM(WS-SYNC-TABLE) '_HIST '
                   FUNCTION TRIM(SQL-ADD-LIST) '" > /dev/null'
                   DELIMITED BY SIZE INTO WS-SYS-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SYS-CMD
                   RETURNING RETURN-CODE
               END-CALL
               IF  RETURN-CODE NOT = ZERO
                   MOVE ZERO TO RETURN-CODE
                   MOVE 'N' TO WS-SYNC-OK
               END-IF
           END-IF.
           MOVE ZERO TO SQL-SAME.
           EXEC SQL
               SELECT CASE WHEN
                      COALESCE((SELECT STRING_AGG(COLUMN_NAME, ','
                                 ORDER BY ORDINAL_POSITION)
                                FROM INFORMATION_SCHEMA.COLUMNS
                                WHERE TABLE_SCHEMA = CURRENT_SCHEMA()
                                  AND TABLE_NAME
                                      = TRIM(:SQL-LIVE-NAME)), '')
                    = COALESCE((SELECT STRING_AGG(COLUMN_NAME, ','
                                 ORDER BY ORDINAL_POSITION)
                                FROM INFORMATION_SCHEMA.COLUMNS
                                WHERE TABLE_SCHEMA = CURRENT_SCHEMA()
                                  AND TABLE_NAME
                                      = TRIM(:SQL-HIST-NAME)), '')
                    THEN 1 ELSE 0 END
               INTO :SQL-SAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO OR SQL-SAME NOT = 1
               DISPLAY 'STRUCTURES DIFFERENTES : '
                   FUNCTION TRIM(WS-SYNC-TABLE) ' / '
                   FUNCTION TRIM(WS-SYNC-TABLE) '_HIST'
               MOVE 'N' TO WS-SYNC-OK
           END-IF.
       END-1610-SYNC-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Un lot : les demandes suivantes du passage sont        *
      *    marquees LOT, copiees vers l'historique avec pieces et      *
      *    indus, retirees des tables courantes puis marquees FAIT,    *
      *    le tout valide ensemble ; une erreur annule le lot, repris  *
      *    au lancement suivant.                                       *
      ******************************************************************
       2000-MOVE-LOT-START.
           MOVE 'O' TO WS-LOT-OK.
           MOVE WS-LOT-SIZE TO SQL-LOT-SIZE.
           EXEC SQL
               UPDATE CLAIM_ARCHIVE_ITEM
               SET ARC_STATE = 'LOT'
               WHERE ARC_RUN = :SQL-RUN-ID
                 AND ARC_CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'A_FAIRE'
                       ORDER BY ARC_CLAIM_NUM
                       LIMIT :SQL-LOT-SIZE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'MARQUAGE DU LOT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM CLAIM_ARCHIVE_ITEM
               WHERE ARC_RUN = :SQL-RUN-ID
                 AND ARC_STATE = 'LOT'
           END-EXEC.
           IF  SQL-CNT = ZERO
               MOVE 'O' TO WS-LOTS-DONE
               GO TO END-2000-MOVE-LOT
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMER_CLAIM_HIST
               SELECT CC.* FROM CUSTOMER_CLAIM CC
               WHERE CC.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'LOT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COPIE CUSTOMER_CLAIM_HIST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           EXEC SQL
               INSERT INTO CLAIM_DOCUMENT_HIST
               SELECT D.* FROM CLAIM_DOCUMENT D
               WHERE D.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'LOT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'COPIE CLAIM_DOCUMENT_HIST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           EXEC SQL
               INSERT INTO CLAIM_INDUS_HIST
               SELECT I.* FROM CLAIM_INDUS I
               WHERE I.INDUS_CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'LOT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'COPIE CLAIM_INDUS_HIST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.

           EXEC SQL
               DELETE FROM CLAIM_DOCUMENT
               WHERE CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'LOT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'RETRAIT CLAIM_DOCUMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           EXEC SQL
               DELETE FROM CLAIM_INDUS
               WHERE INDUS_CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'LOT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'RETRAIT CLAIM_INDUS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           EXEC SQL
               DELETE FROM CUSTOMER_CLAIM
               WHERE CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID
                         AND ARC_STATE = 'LOT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'RETRAIT CUSTOMER_CLAIM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           EXEC SQL
               UPDATE CLAIM_ARCHIVE_ITEM
               SET ARC_STATE = 'FAIT'
               WHERE ARC_RUN = :SQL-RUN-ID
                 AND ARC_STATE = 'LOT'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'FIN DU LOT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 2090-LOT-FAILED
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           ADD 1 TO WS-NB-LOTS.
           ADD SQL-CNT TO WS-NB-MOVED.
           GO TO END-2000-MOVE-LOT.

       2090-LOT-FAILED.
           EXEC SQL ROLLBACK WORK END-EXEC.
           MOVE 'N' TO WS-LOT-OK.
           MOVE 'ERREUR' TO WS-OUTCOME.
           MOVE 'O' TO WS-LOTS-DONE.
           DISPLAY 'ARCHIVAGE DES DEMANDES : LOT ANNULE, PASSAGE '
               SQL-RUN-ID ' A REPRENDRE.'.
       END-2000-MOVE-LOT.
           EXIT.

      ******************************************************************
      *    [RD] Rapprochement apres deplacement : l'historique doit    *
      *    porter exactement ce que la table courante portait, et      *
      *    plus aucune demande du passage ne doit rester en place.     *
      ******************************************************************
       3000-RECONCILE-START.
           EXEC SQL
               SELECT COALESCE(RUN_BEF_CLAIMS, 0),
                      COALESCE(RUN_BEF_AMOUNT, 0),
                      COALESCE(RUN_BEF_OWED, 0),
                      COALESCE(RUN_BEF_DOCS, 0),
                      COALESCE(RUN_BEF_INDUS, 0),
                      COALESCE(RUN_BEF_INDUS_AMT, 0)
               INTO :SQL-BEF-CLAIMS, :SQL-BEF-AMOUNT, :SQL-BEF-OWED,
                    :SQL-BEF-DOCS, :SQL-BEF-INDUS, :SQL-BEF-INDUS-AMT
               FROM CLAIM_ARCHIVE_RUN
               WHERE RUN_ID = :SQL-RUN-ID
           END-EXEC.
           MOVE ZERO TO SQL-AFT-CLAIMS SQL-AFT-AMOUNT SQL-AFT-OWED
                        SQL-AFT-DOCS SQL-AFT-INDUS SQL-AFT-INDUS-AMT
                        SQL-LEFT-LIVE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(H.CLAIM_AMOUNT), 0),
                      COALESCE(SUM(H.CLAIM_OWED), 0)
               INTO :SQL-AFT-CLAIMS, :SQL-AFT-AMOUNT, :SQL-AFT-OWED
               FROM CUSTOMER_CLAIM_HIST H
               WHERE H.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AFT-DOCS
               FROM CLAIM_DOCUMENT_HIST D
               WHERE D.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(I.INDUS_AMOUNT), 0)
               INTO :SQL-AFT-INDUS, :SQL-AFT-INDUS-AMT
               FROM CLAIM_INDUS_HIST I
               WHERE I.INDUS_CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-LEFT-LIVE
               FROM CUSTOMER_CLAIM CC
               WHERE CC.CLAIM_NUM IN
                     (SELECT ARC_CLAIM_NUM FROM CLAIM_ARCHIVE_ITEM
                       WHERE ARC_RUN = :SQL-RUN-ID)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'RAPPROCHEMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'ERREUR' TO WS-OUTCOME
               GO TO END-3000-RECONCILE
           END-IF.

           MOVE 'TERMINE' TO SQL-RUN-STATUS.
           IF  SQL-AFT-CLAIMS NOT = SQL-BEF-CLAIMS
            OR SQL-AFT-AMOUNT NOT = SQL-BEF-AMOUNT
            OR SQL-AFT-OWED NOT = SQL-BEF-OWED
            OR SQL-AFT-DOCS NOT = SQL-BEF-DOCS
            OR SQL-AFT-INDUS NOT = SQL-BEF-INDUS
            OR SQL-AFT-INDUS-AMT NOT = SQL-BEF-INDUS-AMT
            OR SQL-LEFT-LIVE NOT = ZERO
               MOVE 'ECART' TO SQL-RUN-STATUS
               MOVE 'ECART' TO WS-OUTCOME
           END-IF.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           EXEC SQL
               UPDATE CLAIM_ARCHIVE_RUN
               SET RUN_STATUS        = :SQL-RUN-STATUS,
                   RUN_END           = :SQL-RUN-STAMP,
                   RUN_AFT_CLAIMS    = :SQL-AFT-CLAIMS,
                   RUN_AFT_AMOUNT    = :SQL-AFT-AMOUNT,
                   RUN_AFT_OWED      = :SQL-AFT-OWED,
                   RUN_AFT_DOCS      = :SQL-AFT-DOCS,
                   RUN_AFT_INDUS     = :SQL-AFT-INDUS,
                   RUN_AFT_INDUS_AMT = :SQL-AFT-INDUS-AMT,
                   RUN_LEFT_LIVE     = :SQL-LEFT-LIVE
               WHERE RUN_ID = :SQL-RUN-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ CLAIM_ARCHIVE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-3000-RECONCILE.
           EXIT.

      ******************************************************************
      *    [RD] Compte-rendu console : seuil, volumes deplaces et      *
      *    rapprochement avant / apres.                                *
      ******************************************************************
       8000-DISPLAY-REPORT-START.
           DISPLAY 'ARCHIVAGE DES DEMANDES CLOSES : PASSAGE '
               SQL-RUN-ID ', SEUIL ' SQL-RUN-CUTOFF ', '
               WS-NB-LOTS ' LOT(S), ' WS-NB-MOVED
               ' DEMANDE(S) DEPLACEE(S) CE JOUR.'.
           IF  SQL-RUN-STATUS = 'TERMINE' OR SQL-RUN-STATUS = 'ECART'
               MOVE SQL-BEF-CLAIMS TO WS-Z-COUNT
               DISPLAY 'AVANT : ' FUNCTION TRIM(WS-Z-COUNT)
                   ' DEMANDE(S)'
               MOVE SQL-BEF-OWED TO WS-Z-AMOUNT
               DISPLAY '        REMBOURSE ' FUNCTION TRIM(WS-Z-AMOUNT)
               MOVE SQL-BEF-DOCS TO WS-Z-COUNT
               DISPLAY '        ' FUNCTION TRIM(WS-Z-COUNT)
                   ' PIECE(S)'
               MOVE SQL-BEF-INDUS TO WS-Z-COUNT
               DISPLAY '        ' FUNCTION TRIM(WS-Z-COUNT)
                   ' INDU(S)'
               MOVE SQL-AFT-CLAIMS TO WS-Z-COUNT
               DISPLAY 'APRES : ' FUNCTION TRIM(WS-Z-COUNT)
                   ' DEMANDE(S) EN HISTORIQUE'
               MOVE SQL-AFT-OWED TO WS-Z-AMOUNT
               DISPLAY '        REMBOURSE ' FUNCTION TRIM(WS-Z-AMOUNT)
               MOVE SQL-AFT-DOCS TO WS-Z-COUNT
               DISPLAY '        ' FUNCTION TRIM(WS-Z-COUNT)
                   ' PIECE(S)'
               MOVE SQL-AFT-INDUS TO WS-Z-COUNT
               DISPLAY '        ' FUNCTION TRIM(WS-Z-COUNT)
                   ' INDU(S)'
               DISPLAY 'RAPPROCHEMENT : ' SQL-RUN-STATUS
           END-IF.
           IF  WS-OUTCOME = 'ERREUR'
               DISPLAY 'ATTENTION : PASSAGE INTERROMPU, REPRIS AU '
                   'PROCHAIN LANCEMENT.'
           END-IF.
       END-8000-DISPLAY-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne BATCH_RUN_JOURNAL CLAIM-ARCHIVE : demandes   *
      *    du passage (lues), deplacees ce jour (inserees), ecart ou   *
      *    erreur (rejets), pieces et indus deplaces (produits).       *
      ******************************************************************
       8900-RUN-JOURNAL-START.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           MOVE ZERO TO SQL-NB-READ.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-READ
               FROM CLAIM_ARCHIVE_ITEM
               WHERE ARC_RUN = :SQL-RUN-ID
           END-EXEC.
           MOVE WS-NB-MOVED TO SQL-NB-MOVED.
           MOVE ZERO TO SQL-NB-REJECTED.
           IF  WS-OUTCOME NOT = 'OK'
               MOVE 1 TO SQL-NB-REJECTED
           END-IF.
           COMPUTE SQL-NB-PRODUCED = SQL-AFT-DOCS + SQL-AFT-INDUS.
           MOVE WS-OUTCOME TO SQL-RUN-OUTCOME.
           INITIALIZE SQL-RUN-NOTE.
           STRING 'Passage ' SQL-RUN-ID ', seuil ' SQL-RUN-CUTOFF
               ', ' SQL-RUN-STATUS
               DELIMITED BY SIZE INTO SQL-RUN-NOTE
           END-STRING.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES ('CLAIM-ARCHIVE', :SQL-RUN-START,
                       :SQL-RUN-STAMP, :SQL-RUN-OUTCOME,
                       :SQL-NB-READ, :SQL-NB-MOVED,
                       :SQL-NB-REJECTED, :SQL-NB-PRODUCED,
                       :SQL-RUN-NOTE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-8900-RUN-JOURNAL.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           MOVE 'ERREUR' TO WS-OUTCOME.
           DISPLAY WS-SQL-LIB.
           DISPLAY SQLCODE.
           DISPLAY SQLERRMC.
       END-9020-ERROR-SQL.
           EXIT.

      ******************************************************************
      *    [RD] Alerte a l'exploitation (ecart de rapprochement ou     *
      *    passage interrompu), par le meme canal mail que les autres  *
      *    incidents de nuit.                                          *
      ******************************************************************
       9500-NOTIFY-ALERT-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "Archivage des demandes closes : passage '
               SQL-RUN-ID ' en ' FUNCTION TRIM(WS-OUTCOME)
               ' - voir CLAIM_ARCHIVE_RUN et BATCH_RUN_JOURNAL '
               '(CLAIM-ARCHIVE)." | mail -s '
               '"ARCHIVAGE DES DEMANDES : ALERTE" '
               FUNCTION TRIM(WS-NOTIFY-DEST)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-9500-NOTIFY-ALERT.
           EXIT.
