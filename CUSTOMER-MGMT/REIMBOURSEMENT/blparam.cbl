      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Lien avec les dossiers d'enquete fraude   *
      *    (fraudcase.cbl) : une inscription peut ouvrir un dossier ou *
      *    en provenir (BL_CASE_NUM), le numero du dossier est affiche *
      *    dans la liste et la levee d'une inscription rattachee est   *
      *    consignee dans les notes du dossier.                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-B4-LINE           PIC X(110) VALUE SPACES.
       01  WS-B5-LINE           PIC X(110) VALUE SPACES.
       01  WS-B-LINE            PIC X(110) VALUE SPACES.
       01  WS-B-WORK            PIC X(110) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  SQL-BL-END           PIC X(10).
       01  SQL-SECU             PIC X(15).
       01  SQL-TODAY            PIC X(10).
       01  SQL-BL-CASE-NUM      PIC 9(05).
       01  SQL-NOTE-NUM         PIC 9(05).
       01  SQL-NOTE-TEXT        PIC X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : dossier de fraude lie a l'inscription.
           EXEC SQL
               ALTER TABLE BLACKLIST
               ADD COLUMN IF NOT EXISTS BL_CASE_NUM INT DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne BL_CASE_NUM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
                      COALESCE(BL_RPPS, ''),
                      COALESCE(BL_REASON, ''),
                      COALESCE(BL_START_DATE, ''),
                      COALESCE(BL_END_DATE, ''),
                      COALESCE(BL_CASE_NUM, 0)
               FROM BLACKLIST
               WHERE COALESCE(BL_END_DATE, '') = ''
                  OR BL_END_DATE >= :SQL-TODAY
               EXEC SQL
                   FETCH CRS-BL
                   INTO :SQL-BL-NUM, :SQL-BL-TYPE, :SQL-BL-RPPS,
                        :SQL-BL-REASON, :SQL-BL-START, :SQL-BL-END,
                        :SQL-BL-CASE-NUM
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture de la liste noire.'
                       FUNCTION TRIM(SQL-BL-END)
                       DELIMITED BY SIZE INTO WS-B-LINE
                   END-STRING
                   IF SQL-BL-CASE-NUM NOT = ZERO THEN
                       MOVE WS-B-LINE TO WS-B-WORK
                       INITIALIZE WS-B-LINE
                       STRING FUNCTION TRIM(WS-B-WORK)
                           ' - dossier fraude ' SQL-BL-CASE-NUM
                           DELIMITED BY SIZE INTO WS-B-LINE
                       END-STRING
                   END-IF
                   EVALUATE WS-ROW-IDX
                       WHEN 1 MOVE WS-B-LINE TO WS-B1-LINE
                       WHEN 2 MOVE WS-B-LINE TO WS-B2-LINE
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1450-CASE-NOTE-START
               THRU 1450-CASE-NOTE-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
       1400-END-ENTRY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1450-CASE-NOTE-START.                                       *
      ******************************************************************
      *    [RD] le 15/10/2026 : la levee d'une inscription rattachee a
      *    un dossier de fraude (fraudcase.cbl) est consignee dans les
      *    notes datees du dossier.
       1450-CASE-NOTE-START.
           MOVE ZERO TO SQL-BL-CASE-NUM.
           EXEC SQL
               SELECT COALESCE(BL_CASE_NUM, 0)
               INTO :SQL-BL-CASE-NUM
               FROM BLACKLIST
               WHERE BL_NUM = :SQL-BL-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-BL-CASE-NUM EQUAL ZERO THEN
               GO TO 1450-CASE-NOTE-START-EXIT
           END-IF.
           MOVE ZERO TO SQL-NOTE-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(NOTE_NUM), 0)
               INTO :SQL-NOTE-NUM
               FROM FRAUD_CASE_NOTE
               WHERE CASE_NUM = :SQL-BL-CASE-NUM
           END-EXEC.
           ADD 1 TO SQL-NOTE-NUM.
           INITIALIZE SQL-NOTE-TEXT.
           STRING 'Inscription liste noire ' SQL-BL-NUM
               ' levee (blparam)'
               DELIMITED BY SIZE INTO SQL-NOTE-TEXT
           END-STRING.
           EXEC SQL
               INSERT INTO FRAUD_CASE_NOTE
                   (CASE_NUM, NOTE_NUM, NOTE_DATE, NOTE_AUTHOR,
                    NOTE_TEXT)
               VALUES
                   (:SQL-BL-CASE-NUM, :SQL-NOTE-NUM, :SQL-TODAY,
                    'LISTE NOIRE', :SQL-NOTE-TEXT)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur note du dossier de fraude.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1450-CASE-NOTE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
