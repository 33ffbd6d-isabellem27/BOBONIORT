       01  WS-ACC-PROGRAM       PIC X(10)   VALUE 'gdprexp'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : retour de clmhist.cbl.
       01  WS-CH-RC             PIC X(01) VALUE SPACE.
       01  FIN                  PIC S9(9) VALUE 100.

       01  WS-PRINT-PATH.
       01  SQL-CLM-CATEGORY     PIC X(20).
       01  SQL-CLM-OWED         PIC 9(05).
       01  SQL-CLM-STATUS       PIC X(10).
      *    [RD] le 15/10/2026 : demande courante ou historique.
       01  SQL-CLM-STORE        PIC X(10).
       01  SQL-DEP-RELATION     PIC X(10).
       01  SQL-DEP-LASTNAME     PIC X(20).
       01  SQL-DEP-FIRSTNAME    PIC X(20).

      ******************************************************************
      *    [RD] Demandes de remboursement (CUSTOMER_CLAIM).
      *    [RD] le 15/10/2026 : y compris les demandes deplacees en
      *    historique par claimarch.cbl (vue CUSTOMER_CLAIM_ALL).
      ******************************************************************
       3300-WRITE-CLAIMS-START.
           CALL 'clmhist' USING WS-CH-RC
           END-CALL.
           MOVE 'DEMANDES DE REMBOURSEMENT (table CUSTOMER_CLAIM)'
               TO R-PRINT.
           WRITE R-PRINT.
           EXEC SQL
               DECLARE GDPCRS3 CURSOR FOR
               SELECT CLAIM_NUM, CLAIM_DATE, CLAIM_CATEGORY,
                      CLAIM_OWED, COALESCE(CLAIM_STATUS, ''),
                      CLAIM_STORE
               FROM CUSTOMER_CLAIM_ALL
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
               ORDER BY CLAIM_NUM
           END-EXEC.
                   FETCH GDPCRS3
                   INTO :SQL-CLM-NUM, :SQL-CLM-DATE,
                        :SQL-CLM-CATEGORY, :SQL-CLM-OWED,
                        :SQL-CLM-STATUS, :SQL-CLM-STORE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                           FUNCTION TRIM(SQL-CLM-CATEGORY)
                           ' rembourse ' WS-Z-OWED
                           ' statut ' SQL-CLM-STATUS
                           SPACE FUNCTION LOWER-CASE(SQL-CLM-STORE)
                           DELIMITED BY SIZE INTO R-PRINT
                       END-STRING
                       WRITE R-PRINT
