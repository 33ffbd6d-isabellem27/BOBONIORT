      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      *    MAJ RD le 15/10/2026 : affichage du jour traite de chaque   *
      *    execution (rattrapage sur date forcee).                     *
      *    MAJ RD le 15/10/2026 : trois dernieres alertes de la veille *
      *    des fichiers attendus (filewatch.cbl).                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opsjour RECURSIVE.

      *    [RD] dix dernieres executions, formatees pour l'ecran.
       01  WS-JOURNAL-LINES.
           03 WS-J01            PIC X(120) VALUE SPACES.
           03 WS-J02            PIC X(120) VALUE SPACES.
           03 WS-J03            PIC X(120) VALUE SPACES.
           03 WS-J04            PIC X(120) VALUE SPACES.
           03 WS-J05            PIC X(120) VALUE SPACES.
           03 WS-J06            PIC X(120) VALUE SPACES.
           03 WS-J07            PIC X(120) VALUE SPACES.
           03 WS-J08            PIC X(120) VALUE SPACES.
           03 WS-J09            PIC X(120) VALUE SPACES.
           03 WS-J10            PIC X(120) VALUE SPACES.
       01  WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-LINES.
           03 WS-J-ROW          PIC X(120) OCCURS 10.

      *    [RD] le 15/10/2026 : trois dernieres alertes fichiers
      *    attendus (FILE_WATCH_LOG).
       01  WS-ALERT-LINES.
           03 WS-A01            PIC X(120) VALUE SPACES.
           03 WS-A02            PIC X(120) VALUE SPACES.
           03 WS-A03            PIC X(120) VALUE SPACES.
       01  WS-ALERT-TABLE REDEFINES WS-ALERT-LINES.
           03 WS-A-ROW          PIC X(120) OCCURS 3.
       01  WS-NB-ALERTS         PIC 9(02) VALUE ZERO.

       01  WS-J-IDX             PIC 9(02) VALUE ZERO.
       01  WS-NB-ROWS           PIC 9(02) VALUE ZERO.
       01  SQL-RUN-INSERTED     PIC 9(06).
       01  SQL-RUN-REJECTED     PIC 9(06).
       01  SQL-RUN-PRODUCED     PIC 9(06).
       01  SQL-RUN-PROC-DATE    PIC X(10).
       01  SQL-WL-PROC-DATE     PIC X(10).
       01  SQL-WL-SOURCE        PIC X(10).
       01  SQL-WL-STATUS        PIC X(10).
       01  SQL-WL-NOTE          PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : jour traite, distinct de l'horodatage
      *    reel lors d'un rattrapage (renseigne par batsched.cbl).
           EXEC SQL
               ALTER TABLE BATCH_RUN_JOURNAL
               ADD COLUMN IF NOT EXISTS RUN_PROC_DATE VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur evolution table BATCH_RUN_JOURNAL.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               DECLARE JRNCRS CURSOR FOR
               SELECT RUN_JOB, RUN_START,
                      COALESCE(RUN_READ, 0),
                      COALESCE(RUN_INSERTED, 0),
                      COALESCE(RUN_REJECTED, 0),
                      COALESCE(RUN_PRODUCED, 0),
                      COALESCE(RUN_PROC_DATE, SUBSTR(RUN_START, 1, 10))
               FROM BATCH_RUN_JOURNAL
               WHERE (:SQL-JOB-FILTER = ''
                  OR RUN_JOB = :SQL-JOB-FILTER)
                   INTO :SQL-RUN-JOB, :SQL-RUN-START,
                        :SQL-RUN-END, :SQL-RUN-OUTCOME,
                        :SQL-RUN-READ, :SQL-RUN-INSERTED,
                        :SQL-RUN-REJECTED, :SQL-RUN-PRODUCED,
                        :SQL-RUN-PROC-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
           END-PERFORM.
           EXEC SQL CLOSE JRNCRS END-EXEC.

           PERFORM 2200-LOAD-FILE-ALERTS-START
               THRU 2200-LOAD-FILE-ALERTS-START-EXIT.

           PERFORM 8100-SQL-DISCONNECTION-START
               THRU 8100-SQL-DISCONNECTION-START-EXIT.

      ******************************************************************
      *    [RD] Met en forme l'execution courante sur la ligne ecran
      *    WS-NB-ROWS : traitement, debut, fin, issue et compteurs
      *    alignes sous les entetes de colonne, puis jour traite.
      ******************************************************************
       2100-FORMAT-ONE-ROW-START.
           MOVE WS-NB-ROWS TO WS-J-IDX.
               SQL-RUN-OUTCOME(1:8) SPACE
               WS-Z-READ '  ' WS-Z-INSERTED '   '
               WS-Z-REJECTED '   ' WS-Z-PRODUCED
               '        ' SQL-RUN-PROC-DATE
               DELIMITED BY SIZE INTO WS-J-ROW(WS-J-IDX)
           END-STRING.
       2100-FORMAT-ONE-ROW-START-EXIT.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : trois dernieres alertes de la veille
      *    des fichiers attendus (retard, manquant, vide, faible,
      *    doublon), la plus recente en tete.
      ******************************************************************
       2200-LOAD-FILE-ALERTS-START.
           INITIALIZE WS-ALERT-LINES.
           MOVE ZERO TO WS-NB-ALERTS.
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
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table FILE_WATCH_LOG.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               DECLARE FWLCRS CURSOR FOR
               SELECT WL_PROC_DATE, WL_SOURCE, WL_STATUS,
                      COALESCE(WL_NOTE, '')
               FROM FILE_WATCH_LOG
               WHERE WL_STATUS <> 'A_L_HEURE'
               ORDER BY WL_STAMP DESC, WL_PROC_DATE DESC
           END-EXEC.

           EXEC SQL OPEN FWLCRS END-EXEC.

           PERFORM UNTIL SQLCODE = 100 OR WS-NB-ALERTS >= 3
               EXEC SQL
                   FETCH FWLCRS
                   INTO :SQL-WL-PROC-DATE, :SQL-WL-SOURCE,
                        :SQL-WL-STATUS, :SQL-WL-NOTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-ALERTS
                       STRING SQL-WL-PROC-DATE SPACE
                           SQL-WL-SOURCE SPACE SQL-WL-STATUS SPACE
                           SQL-WL-NOTE
                           DELIMITED BY SIZE
                           INTO WS-A-ROW(WS-NB-ALERTS)
                       END-STRING
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR FWLCRS :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE FWLCRS END-EXEC.
       2200-LOAD-FILE-ALERTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    8000-SQL-CONNECTION-START.                                  *
      ******************************************************************
