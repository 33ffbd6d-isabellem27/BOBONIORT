      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Les retractations (contrats RETRACTE,     *
      *    termcont.cbl) ne sont pas des resiliations : elles restent  *
      *    hors des chiffres ci-dessus et sont comptees a part, par    *
      *    mois de retractation et par palier.                         *
      * MAJ RD le 15/10/2026 L'anciennete d'un contrat resilie court   *
      *    a partir de sa date d'effet (REIMBURSEMENT_START_DATE, a    *
      *    defaut la date de signature).                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. churnrpt RECURSIVE.
       01  SQL-RECENT-CNT       PIC 9(06).
       01  SQL-OLD-CNT          PIC 9(06).
       01  SQL-REGION-CODEDEP   PIC X(02).
       01  SQL-WD-TOTAL         PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
      *    [RD] le 15/10/2026 : date d'effet (clascont.cbl), garantie
      *    pour les bases anterieures.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne date d''effet.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           OPEN OUTPUT F-PRINT.
           MOVE ALL '-' TO R-PRINT.
           PERFORM 3400-TENURE-START
              THRU 3400-TENURE-START-EXIT.

      *    [RD] le 15/10/2026 : retractations, hors resiliations.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'RETRACTATIONS (HORS RESILIATIONS) PAR MOIS ET PALIER :'
               TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 3500-WITHDRAWALS-START
              THRU 3500-WITHDRAWALS-START-EXIT.

           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           CLOSE F-PRINT.
                      COALESCE(CAST(AVG(
                          TO_DATE(REIMBURSEMENT_END_DATE,
                              'YYYY-MM-DD')
                          - CAST(COALESCE(REIMBURSEMENT_START_DATE,
                                CAST(REIMBURSEMENT_CREATE_DATE
                                     AS VARCHAR)) AS DATE))
                          AS INTEGER), 0)
               FROM CUSTOMER_REIMBURSEMENT
               WHERE COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
               SELECT
                   COALESCE(SUM(CASE WHEN
                       TO_DATE(REIMBURSEMENT_END_DATE, 'YYYY-MM-DD')
                       - CAST(COALESCE(REIMBURSEMENT_START_DATE,
                             CAST(REIMBURSEMENT_CREATE_DATE AS VARCHAR))
                             AS DATE)
                       < 365 THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN
                       TO_DATE(REIMBURSEMENT_END_DATE, 'YYYY-MM-DD')
                       - CAST(COALESCE(REIMBURSEMENT_START_DATE,
                             CAST(REIMBURSEMENT_CREATE_DATE AS VARCHAR))
                             AS DATE)
                       >= 365 THEN 1 ELSE 0 END), 0)
               INTO :SQL-RECENT-CNT, :SQL-OLD-CNT
               FROM CUSTOMER_REIMBURSEMENT
       3400-TENURE-START-EXIT.
           EXIT.

      ******************************************************************
      *    3500-WITHDRAWALS-START.                                     *
      ******************************************************************
      *    [RD] le 15/10/2026 : contrats retractes dans les 14 jours
      *    de la souscription, par mois de retractation et par palier.
       3500-WITHDRAWALS-START.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WITHDRAW_DATE
                   VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne de retractation.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE ZERO TO SQL-WD-TOTAL.
           EXEC SQL
               DECLARE CRSCH4 CURSOR FOR
               SELECT SUBSTR(REPLACE(
                          COALESCE(REIMBURSEMENT_WITHDRAW_DATE, ''),
                          '-', ''), 1, 6),
                      SUBSTRING(COALESCE(REIMBURSEMENT_NUM, '???'),
                          1, 3),
                      COUNT(*)
               FROM CUSTOMER_REIMBURSEMENT
               WHERE COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'RETRACTE'
                 AND SUBSTR(REPLACE(
                     COALESCE(REIMBURSEMENT_WITHDRAW_DATE, ''),
                     '-', ''), 1, 6)
                     BETWEEN :SQL-PERIOD-FROM AND :SQL-PERIOD-TO
               GROUP BY 1, 2
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN CRSCH4 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCH4
                   INTO :SQL-GROUP-LABEL, :SQL-GROUP-LABEL2,
                        :SQL-COUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-COUNT TO SQL-WD-TOTAL
                       INITIALIZE R-PRINT
                       STRING '  ' SQL-GROUP-LABEL(1:6)
                           ' ' SQL-GROUP-LABEL2(1:3)
                           ' : ' SQL-COUNT
                           DELIMITED BY SIZE INTO R-PRINT
                       END-STRING
                       WRITE R-PRINT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSCH4 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSCH4 END-EXEC.
           INITIALIZE R-PRINT.
           STRING 'TOTAL DES RETRACTATIONS : ' SQL-WD-TOTAL
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3500-WITHDRAWALS-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
