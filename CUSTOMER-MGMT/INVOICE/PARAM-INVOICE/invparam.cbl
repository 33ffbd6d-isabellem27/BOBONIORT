      * MAJ RD le 03/09/2026 Chaque enregistrement ecrit une ligne     *
      *    avant/apres au journal d'audit des parametres               *
      *    (PARAM_AUDIT, consultable via audparam.cbl).                *
      * MAJ RD le 15/10/2026 Ajout du taux de TSA des contrats non     *
      *    responsables (TSA_RATE_NR_PCT), applique par tsadecl.cbl    *
      *    aux contrats marques non responsables par respchk.cbl.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invparam RECURSIVE.
      *    [RD] le 03/09/2026 : taux de la taxe de solidarite
      *    additionnelle (TSA), en pourcentage de la cotisation.
       01  SC-TSA-RATE             PIC 99V99   VALUE ZERO .
      *    [RD] le 15/10/2026 : taux de TSA des contrats non
      *    responsables.
       01  SC-TSA-RATE-NR          PIC 99V99   VALUE ZERO .
      *    [RD] le 03/09/2026 : identifiant pour l'audit des
      *    parametres (PARAM_AUDIT).
       01  SC-AUDIT-USER           PIC X(10)   VALUE SPACES .
       01  SQL-SUSPEND-AFTER       PIC 9(02)   VALUE 0           .
      * taux de la taxe TSA (pourcentage)
       01  SQL-TSA-RATE            PIC 9(02)V9(02) VALUE 0       .
      * taux de la taxe TSA des contrats non responsables
       01  SQL-TSA-RATE-NR         PIC 9(02)V9(02) VALUE 0       .
      *    [RD] le 03/09/2026 : journal d'audit des parametres.
       01  SQL-AUDIT-USER          PIC X(10)   VALUE SPACES      .
       01  SQL-AUDIT-TABLE         PIC X(20)   VALUE SPACES      .
       1000-PREPARE-DISPLAY-SCREEN-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-MESSAGE
                      SC-PAYMENT-TERM-MONTHS SC-ANNUAL-DISCOUNT
                      SC-SUSPEND-AFTER SC-TSA-RATE-NR.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1006-CREATE-INVOICE-PARAM-TAB-START
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : taux de TSA des contrats non
      *    responsables (20,27 pct a defaut).
           EXEC SQL
              ALTER TABLE INVOICE_PARAM
              ADD COLUMN IF NOT EXISTS TSA_RATE_NR_PCT
                  NUMERIC(5,2) DEFAULT 20.27
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ COLONNE TSA_RATE_NR_PCT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1006-CREATE-INVOICE-PARAM-TAB.
           EXIT.

              SELECT PAYMENT_TERM_MONTHS,
                     COALESCE(ANNUAL_DISCOUNT_PCT, 5),
                     COALESCE(SUSPEND_AFTER_DUNS, 3),
                     COALESCE(TSA_RATE_PCT, 13.27),
                     COALESCE(TSA_RATE_NR_PCT, 20.27)
                 INTO :SQL-PAYMENT-TERM-MONTHS, :SQL-ANNUAL-DISCOUNT,
                      :SQL-SUSPEND-AFTER, :SQL-TSA-RATE,
                      :SQL-TSA-RATE-NR
                 FROM INVOICE_PARAM
                 WHERE PARAM_NUM = 1
           END-EXEC.
           MOVE SQL-ANNUAL-DISCOUNT TO SC-ANNUAL-DISCOUNT.
           MOVE SQL-SUSPEND-AFTER TO SC-SUSPEND-AFTER.
           MOVE SQL-TSA-RATE TO SC-TSA-RATE.
           MOVE SQL-TSA-RATE-NR TO SC-TSA-RATE-NR.
       END-1300-PREPARE-TABLE-PARAM.
           EXIT.

                  SUSPEND_AFTER_DUNS, 3) AS VARCHAR)
                  || ' tsa ' || CAST(COALESCE(TSA_RATE_PCT, 13.27)
                  AS VARCHAR)
                  || ' nr ' || CAST(COALESCE(TSA_RATE_NR_PCT, 20.27)
                  AS VARCHAR)
                 INTO :SQL-AUDIT-OLD
                 FROM INVOICE_PARAM
                 WHERE PARAM_NUM = 1
           MOVE SC-ANNUAL-DISCOUNT TO SQL-ANNUAL-DISCOUNT.
           MOVE SC-SUSPEND-AFTER TO SQL-SUSPEND-AFTER.
           MOVE SC-TSA-RATE TO SQL-TSA-RATE.
           MOVE SC-TSA-RATE-NR TO SQL-TSA-RATE-NR.
           EXEC SQL
              UPDATE INVOICE_PARAM
                 SET PAYMENT_TERM_MONTHS = :SQL-PAYMENT-TERM-MONTHS,
                     ANNUAL_DISCOUNT_PCT = :SQL-ANNUAL-DISCOUNT,
                     SUSPEND_AFTER_DUNS = :SQL-SUSPEND-AFTER,
                     TSA_RATE_PCT = :SQL-TSA-RATE,
                     TSA_RATE_NR_PCT = :SQL-TSA-RATE-NR
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              ' remise ' SC-ANNUAL-DISCOUNT
              ' relances ' SC-SUSPEND-AFTER
              ' tsa ' SC-TSA-RATE
              ' nr ' SC-TSA-RATE-NR
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           MOVE 'INVOICE_PARAM' TO SQL-AUDIT-TABLE.
