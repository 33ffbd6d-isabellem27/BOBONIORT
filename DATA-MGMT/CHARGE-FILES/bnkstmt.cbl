      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Reglements des employeurs : les factures  *
      *    collectives (type GROUPE, grpinvo.cbl) sont rapprochees par *
      *    leur numero ou, a defaut, par le SIRET de l'employeur cite  *
      *    dans le libelle (plus ancienne facture ouverte du groupe),  *
      *    avant la recherche par NIR.                                 *
      * MAJ RD le 15/10/2026 Le reglement d'une facture collective est *
      *    cumule dans la synthese mensuelle sur la ligne du groupe    *
      *    employeur (SIRET passe a sumbill.cbl).                      *
      * MAJ RD le 15/10/2026 Le virement d'un adherent est reparti     *
      *    sur toutes ses factures ouvertes (payalloc.cbl) : la        *
      *    facture citee au libelle d'abord, puis les autres de la     *
      *    plus ancienne a la plus recente ; seul le reliquat devient  *
      *    un credit adherent. Les factures collectives gardent leur   *
      *    imputation directe.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bnkstmt RECURSIVE.
       01  WS-FACT-POS          PIC 9(03) VALUE 0.
       01  WS-MATCHED           PIC X(01) VALUE 'N'.
       01  WS-RESIDUAL          PIC S9(07)V99 VALUE ZERO.
      *    [RD] le 15/10/2026 : facture citee au libelle (numero) et
      *    zone d'appel de payalloc.cbl.
       01  WS-MATCH-BY-NUM      PIC X(01) VALUE 'N'.
       01  WS-NB-CREDITED       PIC 9(05) VALUE ZERO.
       01  WS-ALLOC.
           03 WS-AL-CUS-UUID    PIC X(36).
           03 WS-AL-AMOUNT      PIC 9(07)V99.
           03 WS-AL-PAY-DATE    PIC X(10).
           03 WS-AL-ENTRY-DATE  PIC X(10).
           03 WS-AL-METHOD      PIC X(10).
           03 WS-AL-MODE        PIC X(01).
           03 WS-AL-NB-PICK     PIC 9(02).
           03 WS-AL-PICK        PIC 9(08) OCCURS 10.
           03 WS-AL-NB-INVOICE  PIC 9(03).
           03 WS-AL-NB-SETTLED  PIC 9(03).
           03 WS-AL-APPLIED     PIC 9(07)V99.
           03 WS-AL-SURPLUS     PIC 9(07)V99.
           03 WS-AL-RC          PIC X(01).

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ENTRY-DATE       PIC X(10).
       01  SQL-NEW-STATUS       PIC X(10).
       01  SQL-LOCK-KEY         PIC X(15).
      *    [RD] le 15/10/2026 : SIRET de l'employeur cite au libelle.
       01  SQL-SIRET            PIC X(14).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       2000-RUN-IMPORT-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-READ WS-NB-MATCHED WS-NB-SUSPENSE
                        WS-NB-CREDITED.
           MOVE 'N' TO WS-EOF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUSP-DATE.
           STRING 'LUES ' WS-NB-READ
               ' - RAPPROCHEES ' WS-NB-MATCHED
               ' - EN SUSPENS ' WS-NB-SUSPENSE
               ' - CREDITS ' WS-NB-CREDITED
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
      *    [RD] Decoupe la ligne, tente le rapprochement par numero
      *    de facture puis par NIR, et comptabilise ou met en
      *    suspens.
      *    [RD] le 15/10/2026 : rapprochement par SIRET employeur
      *    intercale avant le NIR.
       3000-ONE-CREDIT-START.
           INITIALIZE WS-LINE-DATE WS-LINE-AMOUNT-TXT WS-LINE-LABEL.
           UNSTRING REC-F-INPUT DELIMITED BY ';'
           MOVE WS-LINE-DATE TO SQL-PAY-DATE.

           MOVE 'N' TO WS-MATCHED.
           MOVE 'N' TO WS-MATCH-BY-NUM.
           PERFORM 3100-MATCH-BY-INVOICE-START
              THRU 3100-MATCH-BY-INVOICE-START-EXIT.
           IF WS-MATCHED EQUAL 'O' THEN
               MOVE 'O' TO WS-MATCH-BY-NUM
           END-IF.
           IF WS-MATCHED NOT = 'O' THEN
               PERFORM 3300-MATCH-BY-SIRET-START
                  THRU 3300-MATCH-BY-SIRET-START-EXIT
           END-IF.
           IF WS-MATCHED NOT = 'O' THEN
               PERFORM 3200-MATCH-BY-NIR-START
                  THRU 3200-MATCH-BY-NIR-START-EXIT
           END-IF.

      *    [RD] le 15/10/2026 : virement d'un adherent reparti sur
      *    ses factures ouvertes ; facture collective imputee seule.
           IF WS-MATCHED EQUAL 'O' AND SQL-CUS-UUID NOT = SPACES THEN
               PERFORM 3600-ALLOCATE-MEMBER-START
                  THRU 3600-ALLOCATE-MEMBER-START-EXIT
               ADD 1 TO WS-NB-MATCHED
           ELSE IF WS-MATCHED EQUAL 'O' THEN
               PERFORM 3500-POST-PAYMENT-START
                  THRU 3500-POST-PAYMENT-START-EXIT
               ADD 1 TO WS-NB-MATCHED
           COMPUTE SQL-INVOICE-NUM = FUNCTION NUMVAL(WS-DIGITS).

           INITIALIZE SQL-INVOICE-UUID SQL-CUS-UUID.
      *    [RD] le 15/10/2026 : une facture collective n'a pas
      *    d'adherent (UUID_CUSTOMER vide).
           EXEC SQL
               SELECT UUID_INVOICE,
                      COALESCE(CAST(UUID_CUSTOMER AS VARCHAR), ''),
                      INVOICE_INCOME,
                      COALESCE(INVOICE_DUE_DATE, '')
               INTO :SQL-INVOICE-UUID, :SQL-CUS-UUID,
                    :SQL-INVOICE-INCOME, :SQL-INVOICE-DUE-DATE
       3200-MATCH-BY-NIR-START-EXIT.
           EXIT.

      ******************************************************************
      *    3300-MATCH-BY-SIRET-START.                                  *
      ******************************************************************
      *    [RD] le 15/10/2026 : cherche dans le libelle une suite
      *    d'exactement quatorze chiffres (SIRET de l'employeur) et
      *    charge la plus ancienne facture collective ouverte du
      *    groupe. Un NIR (13 ou 15 chiffres) n'est pas retenu.
       3300-MATCH-BY-SIRET-START.
           MOVE SPACES TO WS-DIGITS.
           MOVE ZERO TO WS-DIGITS-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 80
               IF WS-LINE-LABEL(WS-SCAN-IDX:1) IS NUMERIC THEN
                   IF WS-DIGITS-LEN < 15 THEN
                       ADD 1 TO WS-DIGITS-LEN
                       MOVE WS-LINE-LABEL(WS-SCAN-IDX:1)
                           TO WS-DIGITS(WS-DIGITS-LEN:1)
                   END-IF
               ELSE
                   IF WS-DIGITS-LEN = 14 THEN
                       MOVE 81 TO WS-SCAN-IDX
                   ELSE
                       MOVE SPACES TO WS-DIGITS
                       MOVE ZERO TO WS-DIGITS-LEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DIGITS-LEN NOT = 14 THEN
               GO TO 3300-MATCH-BY-SIRET-START-EXIT
           END-IF.
           MOVE WS-DIGITS(1:14) TO SQL-SIRET.

           INITIALIZE SQL-INVOICE-UUID SQL-CUS-UUID.
           EXEC SQL
               SELECT UUID_INVOICE, INVOICE_INCOME,
                      COALESCE(INVOICE_DUE_DATE, '')
               INTO :SQL-INVOICE-UUID,
                    :SQL-INVOICE-INCOME, :SQL-INVOICE-DUE-DATE
               FROM INVOICE
               WHERE INVOICE_GROUP_SIRET = :SQL-SIRET
                 AND INVOICE_TYPE = 'GROUPE'
                 AND COALESCE(INVOICE_STATUS, 'UNPAID')
                     NOT IN ('PAID', 'PAID_LATE')
               ORDER BY INVOICE_CREATE_DATE, INVOICE_NUMBER
               LIMIT 1
           END-EXEC.
           IF SQLCODE = FIN THEN
               GO TO 3300-MATCH-BY-SIRET-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur recherche facture par SIRET.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE 'O' TO WS-MATCHED.
       3300-MATCH-BY-SIRET-START-EXIT.
           EXIT.

      ******************************************************************
      *    3500-POST-PAYMENT-START.                                    *
      ******************************************************************
           MOVE SQL-PAY-AMOUNT TO WS-SB-AMOUNT.
           MOVE 'C' TO WS-SB-MEASURE.
           MOVE SQL-CUS-UUID TO WS-SB-UUID.
      *    [RD] le 15/10/2026 : facture collective, ligne du groupe
      *    employeur (SIRET de la facture).
           IF SQL-CUS-UUID = SPACES THEN
               MOVE SPACES TO SQL-SIRET
               EXEC SQL
                   SELECT COALESCE(INVOICE_GROUP_SIRET, ' ')
                   INTO :SQL-SIRET
                   FROM INVOICE
                   WHERE UUID_INVOICE = :SQL-INVOICE-UUID
               END-EXEC
               MOVE SQL-SIRET TO WS-SB-UUID
           END-IF.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
      *        [RD] le 15/10/2026 : pas de suspension a lever sur
      *        une facture collective (sans adherent).
               IF SQL-CUS-UUID NOT = SPACES THEN
                   EXEC SQL
                       UPDATE CUSTOMER_REIMBURSEMENT
                       SET REIMBURSEMENT_SUSPENDED = '0'
                       WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                         AND COALESCE(REIMBURSEMENT_SUSPENDED, '0')
                             = '1'
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
                       MOVE 'Erreur levee de la suspension.'
                           TO WS-ERROR-MESSAGE
                       GO TO 9020-SQL-ERROR-START
                   END-IF
               END-IF
           END-IF.
       3500-POST-PAYMENT-START-EXIT.
           EXIT.

      ******************************************************************
      *    3600-ALLOCATE-MEMBER-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : repartit le credit d'un adherent sur
      *    ses factures ouvertes (payalloc.cbl, mode VIREMENT, date
      *    de valeur du releve) : la facture citee au libelle d'abord
      *    si le rapprochement s'est fait par numero, puis les
      *    autres de la plus ancienne a la plus recente. Le reliquat
      *    eventuel devient un credit adherent.
       3600-ALLOCATE-MEMBER-START.
           INITIALIZE WS-ALLOC.
           MOVE SQL-CUS-UUID TO WS-AL-CUS-UUID.
           MOVE WS-LINE-AMOUNT TO WS-AL-AMOUNT.
           MOVE SQL-PAY-DATE TO WS-AL-PAY-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-AL-ENTRY-DATE
           END-STRING.
           MOVE 'VIREMENT' TO WS-AL-METHOD.
           MOVE 'O' TO WS-AL-MODE.
           IF WS-MATCH-BY-NUM EQUAL 'O' THEN
               MOVE 'P' TO WS-AL-MODE
               MOVE 1 TO WS-AL-NB-PICK
               MOVE SQL-INVOICE-NUM TO WS-AL-PICK(1)
           END-IF.
           CALL 'payalloc' USING WS-ALLOC
           END-CALL.
           IF WS-AL-RC NOT = '0' THEN
               MOVE 'Erreur repartition du virement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF WS-AL-SURPLUS > ZERO THEN
               ADD 1 TO WS-NB-CREDITED
           END-IF.

           MOVE WS-LINE-AMOUNT TO WS-SB-AMOUNT.
           MOVE 'C' TO WS-SB-MEASURE.
           MOVE SQL-CUS-UUID TO WS-SB-UUID.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.
       3600-ALLOCATE-MEMBER-START-EXIT.
           EXIT.

      ******************************************************************
      *    3900-WRITE-SUSPENSE-START.                                  *
      ******************************************************************
