      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accsweep RECURSIVE.
       01  SQL-ACC-USER         PIC X(10).
       01  SQL-NB-DISTINCT      PIC 9(06).
       01  SQL-THRESHOLD        PIC 9(04).
      *    [RD] le 15/10/2026 : jour traite (procdate.cbl).
       01  SQL-TODAY            PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-ALERT.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-REPORT-DATE.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           MOVE WS-ALERT-THRESHOLD TO SQL-THRESHOLD.

           EXEC SQL
               DECLARE CRSACCSW CURSOR FOR
               SELECT ACCESS_USER, COUNT(DISTINCT ACCESS_UUID)
               FROM ACCESS_AUDIT
               WHERE ACCESS_TIMESTAMP >= CAST(:SQL-TODAY AS DATE)
                 AND ACCESS_TIMESTAMP < CAST(:SQL-TODAY AS DATE) + 1
               GROUP BY ACCESS_USER
               HAVING COUNT(DISTINCT ACCESS_UUID) > :SQL-THRESHOLD
               ORDER BY 2 DESC
