      ******************************************************************
      *    [RD] Annulation d'une lettre-cheque de remboursement.       *
      *    Sous-programme commun a l'emission des lettres-cheques      *
      *    (claimchq.cbl, cheques perimes) et a l'ecran du registre    *
      *    des cheques (chqfront.cbl, cheque annule ou perdu) :        *
      *      - le cheque EMIS passe au statut recu (ANNULE ou PERIME)  *
      *        avec la date du jour dans CHEQUE_REGISTER ;             *
      *      - ses demandes PAYE reviennent au statut APPROUVE, sans   *
      *        date ni reference de paiement : elles repartent au      *
      *        prochain paiement (virement si l'IBAN est connu         *
      *        entre-temps, sinon nouvelle lettre-cheque) ;            *
      *      - la part d'indus compensee sur le cheque est rouverte    *
      *        (nouvel indus OUVERT dans CLAIM_INDUS), sans quoi le    *
      *        prochain paiement verserait le brut alors que l'indus   *
      *        est deja solde ;                                        *
      *      - la synthese mensuelle (sumbill.cbl, mesure Q) deduit    *
      *        le brut des prestations payees.                         *
      *    Code retour : '0' cheque annule, '1' cheque inconnu ou      *
      *    deja encaisse / annule / perime.                            *
      *    La connexion est celle de l'appelant ; la validation        *
      *    (COMMIT) reste a sa charge.                                 *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqcancel RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
      *    [RD] synthese mensuelle (sumbill.cbl).
       01  WS-SB-MEASURE        PIC X(01) VALUE SPACE.
       01  WS-SB-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-SB-UUID           PIC X(36) VALUE SPACES.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CHQ-NUM          PIC 9(07).
       01  SQL-CHQ-STATUS       PIC X(10).
       01  SQL-CHQ-UUID         PIC X(36).
       01  SQL-CHQ-AMOUNT       PIC 9(09).
       01  SQL-CHQ-GROSS        PIC 9(09).
       01  SQL-CHQ-REF          PIC X(16).
       01  SQL-TODAY            PIC X(10).
       01  SQL-INDUS-REOPEN     PIC 9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-CHQ-NUM           PIC 9(07).
       01  LK-CHQ-STATUS        PIC X(10).
       01  LK-CHQ-RC            PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CHQ-NUM, LK-CHQ-STATUS,
           LK-CHQ-RC.
       0000-MAIN-START.
           MOVE '1' TO LK-CHQ-RC.
           MOVE LK-CHQ-NUM TO SQL-CHQ-NUM.
           MOVE LK-CHQ-STATUS TO SQL-CHQ-STATUS.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

           PERFORM 1000-SELECT-CHEQUE-START
              THRU END-1000-SELECT-CHEQUE.
           IF  SQLCODE NOT = ZERO
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 2000-CANCEL-CHEQUE-START
              THRU END-2000-CANCEL-CHEQUE.
           MOVE '0' TO LK-CHQ-RC.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Charge le cheque ; seul un cheque encore EMIS (en      *
      *    circulation) peut etre annule ou declare perime.            *
      ******************************************************************
       1000-SELECT-CHEQUE-START.
           EXEC SQL
               SELECT UUID_CUSTOMER, CHQ_AMOUNT, CHQ_GROSS,
                      CHQ_PAYMENT_REF
               INTO :SQL-CHQ-UUID, :SQL-CHQ-AMOUNT, :SQL-CHQ-GROSS,
                    :SQL-CHQ-REF
               FROM CHEQUE_REGISTER
               WHERE CHQ_NUM = :SQL-CHQ-NUM
                 AND CHQ_STATUS = 'EMIS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE CHEQUE_REGISTER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-SELECT-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Annule le cheque, remet ses demandes au paiement et    *
      *    rouvre l'indus compense.                                    *
      ******************************************************************
       2000-CANCEL-CHEQUE-START.
           EXEC SQL
               UPDATE CHEQUE_REGISTER
               SET CHQ_STATUS = :SQL-CHQ-STATUS,
                   CHQ_STATUS_DATE = :SQL-TODAY
               WHERE CHQ_NUM = :SQL-CHQ-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'UPDATE CHEQUE_REGISTER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_STATUS = 'APPROUVE',
                   CLAIM_PAID_DATE = '',
                   CLAIM_PAYMENT_REF = ''
               WHERE CLAIM_PAYMENT_REF = :SQL-CHQ-REF
                 AND CLAIM_STATUS = 'PAYE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'UPDATE CLAIM APPROUVE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] indus compense sur le cheque : rouvert pour etre
      *    recompense au prochain paiement.
           IF  SQL-CHQ-GROSS > SQL-CHQ-AMOUNT
               COMPUTE SQL-INDUS-REOPEN =
                   SQL-CHQ-GROSS - SQL-CHQ-AMOUNT
               EXEC SQL
                   INSERT INTO CLAIM_INDUS
                       (UUID_CUSTOMER, INDUS_NUM, INDUS_CLAIM_NUM,
                        INDUS_DATE, INDUS_AMOUNT, INDUS_RECOVERED,
                        INDUS_STATUS)
                   SELECT :SQL-CHQ-UUID,
                          COALESCE(MAX(INDUS_NUM), 0) + 1, 0,
                          :SQL-TODAY, :SQL-INDUS-REOPEN, 0, 'OUVERT'
                   FROM CLAIM_INDUS
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'REOUVERTURE INDUS' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           END-IF.

      *    [RD] synthese mensuelle : le brut paye est deduit.
           MOVE 'Q' TO WS-SB-MEASURE.
           MOVE SQL-CHQ-UUID TO WS-SB-UUID.
           MOVE SQL-CHQ-GROSS TO WS-SB-AMOUNT.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.
       END-2000-CANCEL-CHEQUE.
           EXIT.

       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (claimchq.cbl ou
      *    chqfront.cbl) au lieu d'arreter tout le run unit.
           GOBACK.
