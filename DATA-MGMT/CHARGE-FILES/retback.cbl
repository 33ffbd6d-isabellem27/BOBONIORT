      *                                                             *
      *    Auteur : RD                                              *
      *    Date creation 22/08/2026                                 *
      * MAJ RD le 15/10/2026 Le sort de chaque operation (PAYE ou   *
      *    REJETE, motif) est reporte au journal des presentations  *
      *    SEPA_COLLECT_LOG ecrit par sepacoll.cbl, pour le taux de *
      *    rejet par jour de prelevement (dbtrej.cbl).              *
      * MAJ RD le 15/10/2026 Date de traitement lue dans            *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un   *
      *    rattrapage, date systeme sinon.                          *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retback RECURSIVE.
       01  SQL-NEW-STATUS       PIC X(10)   VALUE SPACES   .
       01  SQL-BOUNCE-CNT       PIC 9(03)   VALUE ZERO     .
       01  SQL-LOCK-KEY         PIC X(15)   VALUE SPACES   .
      *    [RD] le 15/10/2026 : sort reporte au journal des
      *    presentations (SEPA_COLLECT_LOG).
       01  SQL-OUTCOME          PIC X(10)   VALUE SPACES   .
       01  SQL-LINE-REASON      PIC X(20)   VALUE SPACES   .
       EXEC SQL END DECLARE SECTION END-EXEC               .
       EXEC SQL INCLUDE SQLCA END-EXEC                     .

              MOVE LK-FILE-PATH TO WS-FILE-PATH
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE WS-BATCH-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE WS-BATCH-DATE(7:2) TO WS-TODAY-DAY.
              ADD COLUMN IF NOT EXISTS CUSTOMER_IBAN_BOUNCE
                  INTEGER DEFAULT 0
           END-EXEC.
      *    [RD] le 15/10/2026 : journal des presentations, garanti si
      *    le retour passe avant la premiere collecte (sepacoll.cbl).
           EXEC SQL
              CREATE TABLE IF NOT EXISTS SEPA_COLLECT_LOG (
                  COLLECT_REF     VARCHAR(16),
                  UUID_INVOICE    VARCHAR(36),
                  UUID_CUSTOMER   VARCHAR(36),
                  DEBIT_DAY       INT,
                  COLLECT_DATE    VARCHAR(10),
                  COLLECT_AMOUNT  NUMERIC(9,2),
                  COLLECT_OUTCOME VARCHAR(10),
                  RETURN_DATE     VARCHAR(10),
                  RETURN_REASON   VARCHAR(20)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION TABLES RETOUR' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
              MOVE 'LEVEE SUSPENSION' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'PAYE' TO SQL-OUTCOME.
           PERFORM 2400-LOG-OUTCOME-START
              THRU END-2400-LOG-OUTCOME.
           ADD 1 TO WS-NB-PAID.
       END-2200-POST-PAYMENT.
           EXIT.
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
           END-IF.
           MOVE 'REJETE' TO SQL-OUTCOME.
           PERFORM 2400-LOG-OUTCOME-START
              THRU END-2400-LOG-OUTCOME.
           ADD 1 TO WS-NB-BOUNCED.
       END-2300-REVERSE.
           EXIT.

      *    [RD] le 15/10/2026 : sort de l'operation reporte au journal
      *    des presentations (taux de rejet par jour de prelevement,
      *    dbtrej.cbl). Une presentation anterieure au journal n'y
      *    figure pas : rien a mettre a jour.
       2400-LOG-OUTCOME-START.
           MOVE WS-LINE-REASON TO SQL-LINE-REASON.
           EXEC SQL
               UPDATE SEPA_COLLECT_LOG
               SET COLLECT_OUTCOME = :SQL-OUTCOME,
                   RETURN_DATE     = :SQL-TODAY,
                   RETURN_REASON   = :SQL-LINE-REASON
               WHERE COLLECT_REF = :SQL-COLLECT-REF
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'MAJ JOURNAL DES PRESENTATIONS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-2400-LOG-OUTCOME.
           EXIT.

       2035-SAVE-CHECKPOINT-START.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE WS-BATCH-DATE TO WS-CHECKPOINT-DATE.
