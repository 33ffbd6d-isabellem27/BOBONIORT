      ******************************************************************
      *    [RD] Veille des fichiers attendus des partenaires.          *
      *    inboxproc.cbl traite ce qui se trouve dans les boites       *
      *    d'arrivee, mais un flux CPAM, un fichier retour ou un       *
      *    releve de la banque, ou un fichier de mouvements d'un       *
      *    employeur qui n'arrive jamais ne declenche rien : on        *
      *    l'apprenait par les reclamations des adherents.             *
      *    Le calendrier FILE_EXPECTED (entretenu par fwparam.cbl)     *
      *    indique pour chaque source ses jours de livraison, l'heure  *
      *    limite d'arrivee, si un fichier vide est normal et le seuil *
      *    de volume en pourcentage de la moyenne habituelle.          *
      *    Pour le jour traite (procdate.cbl) :                        *
      *    - les fichiers presents (boite et sous-dossier done/) sont  *
      *      recenses dans FILE_ARRIVAL (date et heure d'arrivee,      *
      *      lignes, empreinte md5) ; un contenu deja recu sous une    *
      *      autre arrivee est marque en double ;                      *
      *    - chaque source attendue ce jour-la (feries bancaires       *
      *      exclus) est evaluee : MANQUANT, RETARD (arrivee apres     *
      *      l'heure limite), VIDE, FAIBLE (volume sous le seuil de la *
      *      moyenne des 20 dernieres livraisons), DOUBLON, ou         *
      *      A_L_HEURE ;                                               *
      *    - chaque evaluation est historisee dans FILE_WATCH_LOG      *
      *      (taux de retard d'un partenaire, cf. fwparam.cbl) ;       *
      *    - les alertes sont ecrites dans le fichier de notification  *
      *      du jour, envoyees a l'exploitation et visibles sur la     *
      *      console opsjour.cbl ; une ligne BATCH_RUN_JOURNAL         *
      *      FILE-WATCH resume le passage (issue ALERTE ou OK).        *
      *    Un jour traite egal au jour meme, avant l'heure limite,     *
      *    n'est pas encore en defaut : rien n'est consigne.           *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. filewatch RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIST ASSIGN TO WS-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-NOTIFY ASSIGN TO WS-NOTIFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-LIST
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LIST           PIC X(200).

       FD  F-NOTIFY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-NOTIFY         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  WS-LIST-PATH         PIC X(120)
           VALUE './BATCH-SCHEDULER/.fichiers-attendus.tmp'.
       01  WS-LIST-EOF          PIC X(01) VALUE 'N'.
       01  WS-SRC-EOF           PIC X(01) VALUE 'N'.
       01  WS-SYS-CMD           PIC X(500) VALUE SPACES.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-SYS-DATE          PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME          PIC X(05) VALUE SPACES.
       01  WS-WORK-INT          PIC 9(08) VALUE ZERO.
       01  WS-DOW               PIC 9(01) VALUE ZERO.
       01  WS-EXPECTED          PIC X(01) VALUE 'N'.
       01  WS-DAY-ALERT         PIC X(01) VALUE 'N'.
       01  WS-NB-SOURCES        PIC 9(05) VALUE ZERO.
       01  WS-NB-NEW-FILES      PIC 9(05) VALUE ZERO.
       01  WS-NB-ALERTS         PIC 9(05) VALUE ZERO.
       01  WS-Z-LINES           PIC Z(08)9.
       01  WS-Z-AVG             PIC Z(08)9.
       01  WS-Z-COUNT           PIC Z(04)9.

      *    [RD] une ligne de la liste : date;heure;lignes;md5;nom.
       01  WS-ARR-DATE          PIC X(10) VALUE SPACES.
       01  WS-ARR-TIME          PIC X(05) VALUE SPACES.
       01  WS-ARR-LINES-X       PIC X(12) VALUE SPACES.
       01  WS-ARR-SUM           PIC X(32) VALUE SPACES.
       01  WS-ARR-NAME          PIC X(80) VALUE SPACES.

      *    [RD] fichier de notification des alertes du jour.
       01  WS-NOTIFY-OPEN       PIC X(01) VALUE 'N'.
       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(33)
              VALUE './BATCH-SCHEDULER/Notif-FICHIERS-'    .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)
           VALUE 'FICHIERS ATTENDUS : ALERTES DU JOUR'     .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TODAY            PIC X(10).
       01  SQL-EXP-SOURCE       PIC X(10).
       01  SQL-EXP-LABEL        PIC X(40).
       01  SQL-EXP-DIR          PIC X(60).
       01  SQL-EXP-PATTERN      PIC X(30).
       01  SQL-EXP-DAYS         PIC X(07).
       01  SQL-EXP-LATEST       PIC X(05).
       01  SQL-EXP-EMPTY-OK     PIC X(01).
       01  SQL-EXP-EMPTY-LINES  PIC 9(03).
       01  SQL-EXP-MIN-PCT      PIC 9(03).
       01  SQL-ARR-NAME         PIC X(80).
       01  SQL-ARR-DATE         PIC X(10).
       01  SQL-ARR-TIME         PIC X(05).
       01  SQL-ARR-LINES        PIC 9(09).
       01  SQL-ARR-SUM          PIC X(32).
       01  SQL-ARR-DUP          PIC X(01).
       01  SQL-CNT              PIC 9(05).
       01  SQL-FIRST-TIME       PIC X(05).
       01  SQL-DAY-LINES        PIC 9(09).
       01  SQL-HIST-CNT         PIC 9(05).
       01  SQL-HIST-AVG         PIC 9(09).
       01  SQL-DUP-NAME         PIC X(80).
       01  SQL-WL-STATUS        PIC X(10).
       01  SQL-WL-ARRIVAL       PIC X(05).
       01  SQL-WL-LINES         PIC 9(09).
       01  SQL-WL-NOTE          PIC X(60).
       01  SQL-RUN-STAMP        PIC X(19).
       01  SQL-RUN-OUTCOME      PIC X(10).
       01  SQL-RUN-NOTE         PIC X(60).
       01  SQL-NB-SOURCES       PIC 9(06).
       01  SQL-NB-NEW-FILES     PIC 9(06).
       01  SQL-NB-ALERTS        PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-NB-ALERTS         PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-ALERTS.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-ALERTS.
           MOVE ZERO TO WS-NB-SOURCES.
           MOVE ZERO TO WS-NB-NEW-FILES.
           MOVE ZERO TO WS-NB-ALERTS.
           MOVE 'N' TO WS-NOTIFY-OPEN.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-NOW-TIME.
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2)
                  DELIMITED BY SIZE INTO WS-NOW-TIME
           END-STRING.
           MOVE WS-TODAY TO WS-NOTIFY-DATE.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.
           PERFORM 1100-LOAD-CONFIG-START
              THRU END-1100-LOAD-CONFIG.

      *    [RD] jour de la semaine du jour traite (1 = lundi ...
      *    0 = dimanche), comme busdate.cbl.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7).
           IF  WS-DOW = 0
               MOVE 7 TO WS-DOW
           END-IF.

           EXEC SQL
               DECLARE SRCCRS CURSOR FOR
               SELECT EXP_SOURCE, COALESCE(EXP_LABEL, ''),
                      EXP_DIR, COALESCE(EXP_PATTERN, '*'),
                      COALESCE(EXP_DAYS, '0000000'),
                      COALESCE(EXP_LATEST, '23:59'),
                      COALESCE(EXP_EMPTY_OK, 'N'),
                      COALESCE(EXP_EMPTY_LINES, 0),
                      COALESCE(EXP_MIN_PCT, 0)
               FROM FILE_EXPECTED
               WHERE COALESCE(EXP_ACTIVE, 'O') = 'O'
               ORDER BY EXP_SOURCE
           END-EXEC.
           EXEC SQL OPEN SRCCRS END-EXEC.
           MOVE 'N' TO WS-SRC-EOF.
           PERFORM 2000-ONE-SOURCE-START
              THRU END-2000-ONE-SOURCE
              UNTIL WS-SRC-EOF EQUAL 'O'.
           EXEC SQL CLOSE SRCCRS END-EXEC.

           INITIALIZE WS-SYS-CMD.
           STRING 'rm -f ' FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           IF  WS-NOTIFY-OPEN EQUAL 'O'
               CLOSE F-NOTIFY
               PERFORM 8100-SEND-NOTIFY-START
                  THRU END-8100-SEND-NOTIFY
           END-IF.

           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE WS-NB-ALERTS TO LK-NB-ALERTS.
           DISPLAY 'FICHIERS ATTENDUS DU ' SQL-TODAY ' : '
               WS-NB-SOURCES ' SOURCE(S), ' WS-NB-NEW-FILES
               ' ARRIVEE(S) NOUVELLE(S), ' WS-NB-ALERTS ' ALERTE(S).'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Calendrier des livraisons attendues, arrivees          *
      *    recensees et historique des evaluations ; le calendrier     *
      *    est amorce avec les quatre sources connues si absent.       *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FILE_EXPECTED (
                   EXP_SOURCE      VARCHAR(10),
                   EXP_LABEL       VARCHAR(40),
                   EXP_DIR         VARCHAR(60),
                   EXP_PATTERN     VARCHAR(30),
                   EXP_DAYS        VARCHAR(7),
                   EXP_LATEST      VARCHAR(5),
                   EXP_EMPTY_OK    VARCHAR(1),
                   EXP_EMPTY_LINES NUMERIC(3),
                   EXP_MIN_PCT     NUMERIC(3),
                   EXP_ACTIVE      VARCHAR(1)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION FILE_EXPECTED' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FILE_ARRIVAL (
                   ARR_SOURCE      VARCHAR(10),
                   ARR_FILE_NAME   VARCHAR(80),
                   ARR_DATE        VARCHAR(10),
                   ARR_TIME        VARCHAR(5),
                   ARR_LINES       NUMERIC(9),
                   ARR_CHECKSUM    VARCHAR(32),
                   ARR_DUPLICATE   VARCHAR(1)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION FILE_ARRIVAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FILE_WATCH_LOG (
                   WL_SOURCE       VARCHAR(10),
                   WL_PROC_DATE    VARCHAR(10),
                   WL_STATUS       VARCHAR(10),
                   WL_ARRIVAL      VARCHAR(5),
                   WL_LINES        NUMERIC(9),
                   WL_NOTE         VARCHAR(60),
                   WL_STAMP        VARCHAR(19)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION FILE_WATCH_LOG' TO WS-SQL-LIB
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
      *    [RD] feries bancaires (holparam.cbl) : pas de livraison
      *    attendue ces jours-la.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BANK_HOLIDAY (
                   HOLIDAY_DATE  VARCHAR(10),
                   HOLIDAY_LABEL VARCHAR(30)
               )
           END-EXEC.

      *    [RD] amorcage : flux CPAM et releve bancaire chaque jour
      *    ouvre, retours de prelevements chaque jour ouvre (vide
      *    admis : aucun rejet), mouvements employeurs le lundi.
           MOVE 'CPAM' TO SQL-EXP-SOURCE.
           MOVE 'Flux CPAM (NOEMIE)' TO SQL-EXP-LABEL.
           MOVE './CHARGE-FILES/INBOX-CPAM' TO SQL-EXP-DIR.
           MOVE '*.csv' TO SQL-EXP-PATTERN.
           MOVE '1111100' TO SQL-EXP-DAYS.
           MOVE '20:00' TO SQL-EXP-LATEST.
           MOVE 'N' TO SQL-EXP-EMPTY-OK.
           MOVE 1 TO SQL-EXP-EMPTY-LINES.
           MOVE 50 TO SQL-EXP-MIN-PCT.
           PERFORM 1010-SEED-SOURCE-START
              THRU END-1010-SEED-SOURCE.

           MOVE 'RET-BANQUE' TO SQL-EXP-SOURCE.
           MOVE 'Retours de prelevements (banque)' TO SQL-EXP-LABEL.
           MOVE './CHARGE-FILES/INBOX-RET' TO SQL-EXP-DIR.
           MOVE '*' TO SQL-EXP-PATTERN.
           MOVE '1111100' TO SQL-EXP-DAYS.
           MOVE '22:00' TO SQL-EXP-LATEST.
           MOVE 'O' TO SQL-EXP-EMPTY-OK.
           MOVE 1 TO SQL-EXP-EMPTY-LINES.
           MOVE ZERO TO SQL-EXP-MIN-PCT.
           PERFORM 1010-SEED-SOURCE-START
              THRU END-1010-SEED-SOURCE.

           MOVE 'RELEVE-BQ' TO SQL-EXP-SOURCE.
           MOVE 'Releve de compte (banque)' TO SQL-EXP-LABEL.
           MOVE './CHARGE-FILES/INBOX-RELEVE' TO SQL-EXP-DIR.
           MOVE '*' TO SQL-EXP-PATTERN.
           MOVE '1111100' TO SQL-EXP-DAYS.
           MOVE '22:00' TO SQL-EXP-LATEST.
           MOVE 'N' TO SQL-EXP-EMPTY-OK.
           MOVE ZERO TO SQL-EXP-EMPTY-LINES.
           MOVE 50 TO SQL-EXP-MIN-PCT.
           PERFORM 1010-SEED-SOURCE-START
              THRU END-1010-SEED-SOURCE.

           MOVE 'MOUVEMENTS' TO SQL-EXP-SOURCE.
           MOVE 'Mouvements des employeurs' TO SQL-EXP-LABEL.
           MOVE './CHARGE-FILES' TO SQL-EXP-DIR.
           MOVE 'Mouvements*.csv' TO SQL-EXP-PATTERN.
           MOVE '1000000' TO SQL-EXP-DAYS.
           MOVE '20:00' TO SQL-EXP-LATEST.
           MOVE 'O' TO SQL-EXP-EMPTY-OK.
           MOVE 1 TO SQL-EXP-EMPTY-LINES.
           MOVE 50 TO SQL-EXP-MIN-PCT.
           PERFORM 1010-SEED-SOURCE-START
              THRU END-1010-SEED-SOURCE.
       END-1000-ENSURE-TABLES.
           EXIT.

       1010-SEED-SOURCE-START.
           EXEC SQL
               INSERT INTO FILE_EXPECTED
                   (EXP_SOURCE, EXP_LABEL, EXP_DIR, EXP_PATTERN,
                    EXP_DAYS, EXP_LATEST, EXP_EMPTY_OK,
                    EXP_EMPTY_LINES, EXP_MIN_PCT, EXP_ACTIVE)
               SELECT :SQL-EXP-SOURCE, :SQL-EXP-LABEL, :SQL-EXP-DIR,
                      :SQL-EXP-PATTERN, :SQL-EXP-DAYS,
                      :SQL-EXP-LATEST, :SQL-EXP-EMPTY-OK,
                      :SQL-EXP-EMPTY-LINES, :SQL-EXP-MIN-PCT, 'O'
               WHERE NOT EXISTS
                   (SELECT 1 FROM FILE_EXPECTED
                    WHERE EXP_SOURCE = :SQL-EXP-SOURCE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'AMORCAGE FILE_EXPECTED' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1010-SEED-SOURCE.
           EXIT.

      ******************************************************************
      *    [RD] Adresse de notification centralisee (getconf.cbl).     *
      ******************************************************************
       1100-LOAD-CONFIG-START.
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
      *    [RD] Source suivante du calendrier : recensement des        *
      *    fichiers arrives puis evaluation du jour traite.            *
      ******************************************************************
       2000-ONE-SOURCE-START.
           EXEC SQL
               FETCH SRCCRS
               INTO :SQL-EXP-SOURCE, :SQL-EXP-LABEL, :SQL-EXP-DIR,
                    :SQL-EXP-PATTERN, :SQL-EXP-DAYS, :SQL-EXP-LATEST,
                    :SQL-EXP-EMPTY-OK, :SQL-EXP-EMPTY-LINES,
                    :SQL-EXP-MIN-PCT
           END-EXEC.
           IF  SQLCODE = 100
               MOVE 'O' TO WS-SRC-EOF
               GO TO END-2000-ONE-SOURCE
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE FILE_EXPECTED' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               MOVE 'O' TO WS-SRC-EOF
               GO TO END-2000-ONE-SOURCE
           END-IF.
           ADD 1 TO WS-NB-SOURCES.

           PERFORM 2100-SCAN-SOURCE-START
              THRU END-2100-SCAN-SOURCE.
           PERFORM 2300-EVALUATE-DAY-START
              THRU END-2300-EVALUATE-DAY.
       END-2000-ONE-SOURCE.
           EXIT.

      ******************************************************************
      *    [RD] Liste des fichiers de la source (dossier et un niveau  *
      *    de sous-dossier, done/ compris) arrives depuis 40 jours,    *
      *    du plus ancien au plus recent : date;heure;lignes;md5;nom.  *
      ******************************************************************
       2100-SCAN-SOURCE-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'find ' FUNCTION TRIM(SQL-EXP-DIR)
               ' -maxdepth 2 -type f -name "'
               FUNCTION TRIM(SQL-EXP-PATTERN)
               '" ! -name ".*" -mtime -40'
               ' -printf "%TY-%Tm-%Td;%TH:%TM;%p\n" 2>/dev/null'
               ' | sort | while IFS=";" read d t p ; do'
               ' echo "$d;$t;$(wc -l < "$p");'
               '$(md5sum < "$p" | cut -c1-32);$(basename "$p")" ;'
               ' done > ' FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT F-LIST.
           PERFORM 2200-REGISTER-ARRIVAL-START
              THRU END-2200-REGISTER-ARRIVAL
              UNTIL WS-LIST-EOF EQUAL 'O'.
           CLOSE F-LIST.
       END-2100-SCAN-SOURCE.
           EXIT.

      ******************************************************************
      *    [RD] Recense une arrivee non encore connue (meme nom, meme  *
      *    date et heure, meme contenu) ; un contenu non vide deja     *
      *    recu pour la source sous une autre arrivee est un doublon.  *
      ******************************************************************
       2200-REGISTER-ARRIVAL-START.
           READ F-LIST
               AT END
                   MOVE 'O' TO WS-LIST-EOF
                   GO TO END-2200-REGISTER-ARRIVAL
           END-READ.
           IF  REC-F-LIST EQUAL SPACES
               GO TO END-2200-REGISTER-ARRIVAL
           END-IF.
           INITIALIZE WS-ARR-DATE WS-ARR-TIME WS-ARR-LINES-X
                      WS-ARR-SUM WS-ARR-NAME.
           UNSTRING REC-F-LIST DELIMITED BY ';'
               INTO WS-ARR-DATE, WS-ARR-TIME, WS-ARR-LINES-X,
                    WS-ARR-SUM, WS-ARR-NAME
           END-UNSTRING.
           IF  WS-ARR-NAME EQUAL SPACES
               GO TO END-2200-REGISTER-ARRIVAL
           END-IF.
           MOVE WS-ARR-DATE TO SQL-ARR-DATE.
           MOVE WS-ARR-TIME TO SQL-ARR-TIME.
           MOVE WS-ARR-SUM TO SQL-ARR-SUM.
           MOVE WS-ARR-NAME TO SQL-ARR-NAME.
           MOVE FUNCTION NUMVAL(WS-ARR-LINES-X) TO SQL-ARR-LINES.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM FILE_ARRIVAL
               WHERE ARR_SOURCE = :SQL-EXP-SOURCE
                 AND ARR_FILE_NAME = :SQL-ARR-NAME
                 AND ARR_DATE = :SQL-ARR-DATE
                 AND ARR_TIME = :SQL-ARR-TIME
                 AND ARR_CHECKSUM = :SQL-ARR-SUM
           END-EXEC.
           IF  SQL-CNT > ZERO
               GO TO END-2200-REGISTER-ARRIVAL
           END-IF.

           MOVE 'N' TO SQL-ARR-DUP.
           IF  SQL-ARR-LINES > SQL-EXP-EMPTY-LINES
               MOVE ZERO TO SQL-CNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-CNT
                   FROM FILE_ARRIVAL
                   WHERE ARR_SOURCE = :SQL-EXP-SOURCE
                     AND ARR_CHECKSUM = :SQL-ARR-SUM
               END-EXEC
               IF  SQL-CNT > ZERO
                   MOVE 'O' TO SQL-ARR-DUP
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO FILE_ARRIVAL
                   (ARR_SOURCE, ARR_FILE_NAME, ARR_DATE, ARR_TIME,
                    ARR_LINES, ARR_CHECKSUM, ARR_DUPLICATE)
               VALUES (:SQL-EXP-SOURCE, :SQL-ARR-NAME, :SQL-ARR-DATE,
                       :SQL-ARR-TIME, :SQL-ARR-LINES, :SQL-ARR-SUM,
                       :SQL-ARR-DUP)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT FILE_ARRIVAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-NEW-FILES.
       END-2200-REGISTER-ARRIVAL.
           EXIT.

      ******************************************************************
      *    [RD] Evaluation du jour traite pour la source courante.     *
      *    L'historique du jour est refait a chaque passage : une      *
      *    relance de la veille ne double pas les compteurs.           *
      ******************************************************************
       2300-EVALUATE-DAY-START.
           EXEC SQL
               DELETE FROM FILE_WATCH_LOG
               WHERE WL_SOURCE = :SQL-EXP-SOURCE
                 AND WL_PROC_DATE = :SQL-TODAY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'PURGE FILE_WATCH_LOG' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'N' TO WS-DAY-ALERT.

      *    [RD] livraisons en double arrivees ce jour, attendu ou non.
           PERFORM 2400-CHECK-DUPLICATE-START
              THRU END-2400-CHECK-DUPLICATE.

      *    [RD] livraison attendue : jour coche au calendrier de la
      *    source et jour non ferie.
           MOVE 'N' TO WS-EXPECTED.
           IF  SQL-EXP-DAYS(WS-DOW:1) EQUAL '1'
               MOVE 'O' TO WS-EXPECTED
               MOVE ZERO TO SQL-CNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-CNT
                   FROM BANK_HOLIDAY
                   WHERE HOLIDAY_DATE = :SQL-TODAY
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE ZERO TO SQL-CNT
               END-IF
               IF  SQL-CNT > ZERO
                   MOVE 'N' TO WS-EXPECTED
               END-IF
           END-IF.
           IF  WS-EXPECTED EQUAL 'N'
               GO TO END-2300-EVALUATE-DAY
           END-IF.

           MOVE ZERO TO SQL-CNT.
           MOVE SPACES TO SQL-FIRST-TIME.
           MOVE ZERO TO SQL-DAY-LINES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(ARR_TIME), ''),
                      COALESCE(SUM(ARR_LINES), 0)
               INTO :SQL-CNT, :SQL-FIRST-TIME, :SQL-DAY-LINES
               FROM FILE_ARRIVAL
               WHERE ARR_SOURCE = :SQL-EXP-SOURCE
                 AND ARR_DATE = :SQL-TODAY
                 AND ARR_DUPLICATE = 'N'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE FILE_ARRIVAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SQL-FIRST-TIME TO SQL-WL-ARRIVAL.
           MOVE SQL-DAY-LINES TO SQL-WL-LINES.

      *    [RD] rien recu : manquant, sauf le jour meme avant l'heure
      *    limite (encore dans les temps).
           IF  SQL-CNT = ZERO
               IF  WS-TODAY = WS-SYS-DATE
               AND WS-NOW-TIME < SQL-EXP-LATEST
                   DISPLAY 'FICHIER ' FUNCTION TRIM(SQL-EXP-SOURCE)
                       ' ATTENDU AVANT ' SQL-EXP-LATEST
                   GO TO END-2300-EVALUATE-DAY
               END-IF
               MOVE 'MANQUANT' TO SQL-WL-STATUS
               INITIALIZE SQL-WL-NOTE
               STRING 'Aucun fichier recu, attendu avant '
                   SQL-EXP-LATEST
                   DELIMITED BY SIZE INTO SQL-WL-NOTE
               END-STRING
               PERFORM 2900-RAISE-ALERT-START
                  THRU END-2900-RAISE-ALERT
               GO TO END-2300-EVALUATE-DAY
           END-IF.

           IF  SQL-FIRST-TIME > SQL-EXP-LATEST
               MOVE 'RETARD' TO SQL-WL-STATUS
               INITIALIZE SQL-WL-NOTE
               STRING 'Recu a ' SQL-FIRST-TIME
                   ', heure limite ' SQL-EXP-LATEST
                   DELIMITED BY SIZE INTO SQL-WL-NOTE
               END-STRING
               PERFORM 2900-RAISE-ALERT-START
                  THRU END-2900-RAISE-ALERT
           END-IF.

           IF  SQL-DAY-LINES NOT > SQL-EXP-EMPTY-LINES
               IF  SQL-EXP-EMPTY-OK NOT EQUAL 'O'
                   MOVE 'VIDE' TO SQL-WL-STATUS
                   MOVE SQL-DAY-LINES TO WS-Z-LINES
                   INITIALIZE SQL-WL-NOTE
                   STRING 'Fichier vide (' FUNCTION TRIM(WS-Z-LINES)
                       ' ligne(s)), non admis pour cette source'
                       DELIMITED BY SIZE INTO SQL-WL-NOTE
                   END-STRING
                   PERFORM 2900-RAISE-ALERT-START
                      THRU END-2900-RAISE-ALERT
               END-IF
           ELSE
               PERFORM 2500-CHECK-VOLUME-START
                  THRU END-2500-CHECK-VOLUME
           END-IF.

           IF  WS-DAY-ALERT EQUAL 'N'
               MOVE 'A_L_HEURE' TO SQL-WL-STATUS
               MOVE SPACES TO SQL-WL-NOTE
               PERFORM 2800-LOG-STATUS-START
                  THRU END-2800-LOG-STATUS
           END-IF.
       END-2300-EVALUATE-DAY.
           EXIT.

      ******************************************************************
      *    [RD] Livraisons du jour dont le contenu avait deja ete      *
      *    recu : une alerte DOUBLON avec le nom du premier fichier    *
      *    en double.                                                  *
      ******************************************************************
       2400-CHECK-DUPLICATE-START.
           MOVE ZERO TO SQL-CNT.
           MOVE SPACES TO SQL-DUP-NAME.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(ARR_FILE_NAME), '')
               INTO :SQL-CNT, :SQL-DUP-NAME
               FROM FILE_ARRIVAL
               WHERE ARR_SOURCE = :SQL-EXP-SOURCE
                 AND ARR_DATE = :SQL-TODAY
                 AND ARR_DUPLICATE = 'O'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE DOUBLONS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CNT = ZERO
               GO TO END-2400-CHECK-DUPLICATE
           END-IF.
           MOVE 'DOUBLON' TO SQL-WL-STATUS.
           MOVE SPACES TO SQL-WL-ARRIVAL.
           MOVE ZERO TO SQL-WL-LINES.
           MOVE SQL-CNT TO WS-Z-COUNT.
           INITIALIZE SQL-WL-NOTE.
           STRING FUNCTION TRIM(WS-Z-COUNT) ' recu(s) deux fois : '
               FUNCTION TRIM(SQL-DUP-NAME)
               DELIMITED BY SIZE INTO SQL-WL-NOTE
           END-STRING.
           PERFORM 2900-RAISE-ALERT-START
              THRU END-2900-RAISE-ALERT.
       END-2400-CHECK-DUPLICATE.
           EXIT.

      ******************************************************************
      *    [RD] Volume anormalement faible : moins de EXP_MIN_PCT % de *
      *    la moyenne des 20 dernieres livraisons non vides, des que   *
      *    l'historique en compte au moins 5 (seuil 0 : pas de         *
      *    controle).                                                  *
      ******************************************************************
       2500-CHECK-VOLUME-START.
           IF  SQL-EXP-MIN-PCT = ZERO
               GO TO END-2500-CHECK-VOLUME
           END-IF.
           MOVE ZERO TO SQL-HIST-CNT.
           MOVE ZERO TO SQL-HIST-AVG.
           EXEC SQL
               SELECT COUNT(*), COALESCE(ROUND(AVG(ARR_LINES)), 0)
               INTO :SQL-HIST-CNT, :SQL-HIST-AVG
               FROM (SELECT ARR_LINES FROM FILE_ARRIVAL
                     WHERE ARR_SOURCE = :SQL-EXP-SOURCE
                       AND ARR_DATE < :SQL-TODAY
                       AND ARR_DUPLICATE = 'N'
                       AND ARR_LINES > :SQL-EXP-EMPTY-LINES
                     ORDER BY ARR_DATE DESC, ARR_TIME DESC
                     LIMIT 20) HIST
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'MOYENNE FILE_ARRIVAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-HIST-CNT < 5
               GO TO END-2500-CHECK-VOLUME
           END-IF.
           IF  SQL-DAY-LINES * 100 < SQL-HIST-AVG * SQL-EXP-MIN-PCT
               MOVE 'FAIBLE' TO SQL-WL-STATUS
               MOVE SQL-DAY-LINES TO WS-Z-LINES
               MOVE SQL-HIST-AVG TO WS-Z-AVG
               INITIALIZE SQL-WL-NOTE
               STRING FUNCTION TRIM(WS-Z-LINES)
                   ' ligne(s) pour une moyenne de '
                   FUNCTION TRIM(WS-Z-AVG)
                   DELIMITED BY SIZE INTO SQL-WL-NOTE
               END-STRING
               PERFORM 2900-RAISE-ALERT-START
                  THRU END-2900-RAISE-ALERT
           END-IF.
       END-2500-CHECK-VOLUME.
           EXIT.

      ******************************************************************
      *    [RD] Historise l'evaluation courante (FILE_WATCH_LOG).      *
      ******************************************************************
       2800-LOG-STATUS-START.
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
               INSERT INTO FILE_WATCH_LOG
                   (WL_SOURCE, WL_PROC_DATE, WL_STATUS, WL_ARRIVAL,
                    WL_LINES, WL_NOTE, WL_STAMP)
               VALUES (:SQL-EXP-SOURCE, :SQL-TODAY, :SQL-WL-STATUS,
                       :SQL-WL-ARRIVAL, :SQL-WL-LINES, :SQL-WL-NOTE,
                       :SQL-RUN-STAMP)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT FILE_WATCH_LOG' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2800-LOG-STATUS.
           EXIT.

      ******************************************************************
      *    [RD] Alerte : historisee, ajoutee au fichier de             *
      *    notification du jour (ouvert a la premiere alerte).         *
      ******************************************************************
       2900-RAISE-ALERT-START.
           PERFORM 2800-LOG-STATUS-START
              THRU END-2800-LOG-STATUS.
           MOVE 'O' TO WS-DAY-ALERT.
           ADD 1 TO WS-NB-ALERTS.
           IF  WS-NOTIFY-OPEN EQUAL 'N'
               OPEN OUTPUT F-NOTIFY
               MOVE 'O' TO WS-NOTIFY-OPEN
               MOVE WS-NOTIFY-SUBJECT TO REC-F-NOTIFY
               WRITE REC-F-NOTIFY
           END-IF.
           INITIALIZE REC-F-NOTIFY.
           STRING SQL-TODAY SPACE SQL-EXP-SOURCE SPACE
               SQL-WL-STATUS SPACE SQL-WL-NOTE
               DELIMITED BY SIZE INTO REC-F-NOTIFY
           END-STRING.
           WRITE REC-F-NOTIFY.
           DISPLAY 'ALERTE ' REC-F-NOTIFY.
       END-2900-RAISE-ALERT.
           EXIT.

      ******************************************************************
      *    [RD] Envoi du fichier de notification a l'exploitation      *
      *    (meme mecanisme que batsched.cbl).                          *
      ******************************************************************
       8100-SEND-NOTIFY-START.
           INITIALIZE WS-NOTIFY-CMD.
           STRING 'mail -s "' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NOTIFY-SUBJECT) DELIMITED BY SIZE
                 '" ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NOTIFY-DEST) DELIMITED BY SIZE
                 ' < ' DELIMITED BY SIZE
                 WS-NOTIFY-PATH DELIMITED BY SIZE
                 INTO WS-NOTIFY-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-NOTIFY-CMD.
       END-8100-SEND-NOTIFY.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne BATCH_RUN_JOURNAL FILE-WATCH : sources       *
      *    controlees (lues), arrivees recensees (inserees), alertes   *
      *    (rejets) ; issue ALERTE des qu'une alerte est levee.        *
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
           MOVE WS-NB-SOURCES TO SQL-NB-SOURCES.
           MOVE WS-NB-NEW-FILES TO SQL-NB-NEW-FILES.
           MOVE WS-NB-ALERTS TO SQL-NB-ALERTS.
           MOVE WS-NB-ALERTS TO WS-Z-COUNT.
           INITIALIZE SQL-RUN-NOTE.
           IF  WS-NB-ALERTS > ZERO
               MOVE 'ALERTE' TO SQL-RUN-OUTCOME
               STRING FUNCTION TRIM(WS-Z-COUNT)
                   ' alerte(s) fichiers attendus, voir opsjour'
                   DELIMITED BY SIZE INTO SQL-RUN-NOTE
               END-STRING
           ELSE
               MOVE 'OK' TO SQL-RUN-OUTCOME
               MOVE 'Fichiers attendus recus' TO SQL-RUN-NOTE
           END-IF.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES ('FILE-WATCH', :SQL-RUN-STAMP, :SQL-RUN-STAMP,
                       :SQL-RUN-OUTCOME, :SQL-NB-SOURCES,
                       :SQL-NB-NEW-FILES, :SQL-NB-ALERTS, 0,
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
           DISPLAY WS-SQL-LIB.
           DISPLAY SQLCODE.
           DISPLAY SQLERRMC.
       END-9020-ERROR-SQL.
           EXIT.
