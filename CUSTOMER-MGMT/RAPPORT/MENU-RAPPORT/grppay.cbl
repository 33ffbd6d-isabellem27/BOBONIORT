      ******************************************************************
      *    [RD] Saisie des reglements des employeurs sur la facture    *
      *    collective du mois (INVOICE de type GROUPE, enregistree     *
      *    par grpinvo.cbl au nom de l'EMPLOYER_GROUP).                *
      *    La part employeur ne pouvait pas passer par payentry.cbl,   *
      *    qui travaille sur la fiche d'un adherent. L'operateur       *
      *    saisit le SIRET du groupe (la plus ancienne facture ouverte *
      *    est chargee) ou directement un numero de facture ; le       *
      *    reglement est ecrit au journal des paiements (PAYMENT) et   *
      *    la facture passe PAID (ou PAID_LATE apres l'echeance)       *
      *    lorsque le journal couvre le montant, comme pour les        *
      *    adherents. Un montant superieur au solde est refuse : il    *
      *    n'existe pas de credit employeur.                           *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grppay RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-SAVE-CHOICE       PIC X(01).
       01  WS-LOAD-CHOICE       PIC X(01) VALUE SPACE.
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-SIRET             PIC X(14) VALUE SPACES.
       01  SC-INVOICE-PICK      PIC 9(08) VALUE ZERO.
       01  SC-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01  SC-METHOD            PIC X(10) VALUE SPACES.

       01  WS-SB-MEASURE        PIC X(01) VALUE SPACE.
       01  WS-SB-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-SB-UUID           PIC X(36) VALUE SPACES.

       01  WS-INVOICE-FOUND     PIC X(01) VALUE 'N'.
       01  WS-GROUP-NAME        PIC X(40) VALUE SPACES.
       01  WS-Z-INVOICE-NUM     PIC Z(07)9.
       01  WS-Z-TOTAL           PIC Z(08)9.99.
       01  WS-Z-PAID            PIC Z(08)9.99.
       01  WS-Z-RESIDUAL        PIC Z(08)9.99.
       01  WS-RESIDUAL          PIC S9(09)V99 VALUE ZERO.
       01  WS-DUE-DATE          PIC X(10) VALUE SPACES.

       01  WS-TODAY             PIC 9(08).
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-SEP1     PIC X(01) VALUE '-'.
           03 WS-TODAY-MONTH    PIC 9(02).
           03 WS-TODAY-SEP2     PIC X(01) VALUE '-'.
           03 WS-TODAY-DAY      PIC 9(02).

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-SIRET            PIC X(14).
       01  SQL-INVOICE-UUID     PIC X(36).
       01  SQL-INVOICE-NUM      PIC 9(08).
       01  SQL-PICK-NUM         PIC 9(08).
       01  SQL-PAYER-NAME       PIC X(40).
       01  SQL-INVOICE-INCOME   PIC 9(09)V99.
       01  SQL-INVOICE-DUE-DATE PIC X(10).
       01  SQL-PAID-SUM         PIC 9(09)V99.
       01  SQL-TODAY            PIC X(10).
       01  SQL-PAY-NUM          PIC 9(08).
       01  SQL-PAY-AMOUNT       PIC 9(07)V99.
       01  SQL-PAY-METHOD       PIC X(10).
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-NEW-STATUS       PIC X(10).
       01  SQL-PERIOD-MONTH     PIC X(06).
       01  SQL-PERIOD-CNT       PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-group-payment.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           MOVE WS-TODAY(7:2) TO WS-TODAY-DAY.
           MOVE WS-TODAY-DATE TO SQL-TODAY.

           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1000-LOAD-INVOICE-START.                                    *
      ******************************************************************
      *    [RD] Charge la facture employeur : celle du numero saisi,
      *    ou a defaut la plus ancienne facture ouverte du SIRET saisi,
      *    avec son solde reel (montant moins le journal PAYMENT).
       1000-LOAD-INVOICE-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE 'N' TO WS-INVOICE-FOUND.
           MOVE SPACES TO WS-GROUP-NAME WS-DUE-DATE.
           MOVE ZERO TO WS-Z-INVOICE-NUM WS-Z-TOTAL WS-Z-PAID
               WS-Z-RESIDUAL WS-RESIDUAL.
           IF SC-INVOICE-PICK EQUAL ZERO AND SC-SIRET EQUAL SPACES
           THEN
               MOVE 'Veuillez saisir un SIRET ou un numero de facture.'
                   TO WS-ERROR-MESSAGE
               GO TO 1000-LOAD-INVOICE-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAYMENT (
                   UUID_INVOICE   VARCHAR(36),
                   PAYMENT_NUM    INT,
                   PAYMENT_DATE   VARCHAR(10),
                   PAYMENT_AMOUNT NUMERIC(9,2),
                   PAYMENT_METHOD VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table PAYMENT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE PAYMENT
               ADD COLUMN IF NOT EXISTS PAYMENT_ENTRY_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_GROUP_SIRET
                   VARCHAR(14)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne INVOICE_GROUP_SIRET.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           IF SC-INVOICE-PICK NOT = ZERO THEN
               MOVE SC-INVOICE-PICK TO SQL-PICK-NUM
               EXEC SQL
                   SELECT UUID_INVOICE, INVOICE_NUMBER,
                          INVOICE_INCOME,
                          COALESCE(INVOICE_DUE_DATE, ''),
                          COALESCE(INVOICE_PAYER_NAME, ''),
                          INVOICE_GROUP_SIRET
                   INTO :SQL-INVOICE-UUID, :SQL-INVOICE-NUM,
                        :SQL-INVOICE-INCOME, :SQL-INVOICE-DUE-DATE,
                        :SQL-PAYER-NAME, :SQL-SIRET
                   FROM INVOICE
                   WHERE INVOICE_NUMBER = :SQL-PICK-NUM
                     AND INVOICE_TYPE = 'GROUPE'
                   LIMIT 1
               END-EXEC
           ELSE
               MOVE SC-SIRET TO SQL-SIRET
               EXEC SQL
                   SELECT UUID_INVOICE, INVOICE_NUMBER,
                          INVOICE_INCOME,
                          COALESCE(INVOICE_DUE_DATE, ''),
                          COALESCE(INVOICE_PAYER_NAME, ''),
                          INVOICE_GROUP_SIRET
                   INTO :SQL-INVOICE-UUID, :SQL-INVOICE-NUM,
                        :SQL-INVOICE-INCOME, :SQL-INVOICE-DUE-DATE,
                        :SQL-PAYER-NAME, :SQL-SIRET
                   FROM INVOICE
                   WHERE INVOICE_GROUP_SIRET = :SQL-SIRET
                     AND INVOICE_TYPE = 'GROUPE'
                     AND COALESCE(INVOICE_STATUS, 'UNPAID')
                         NOT IN ('PAID', 'PAID_LATE')
                   ORDER BY INVOICE_CREATE_DATE, INVOICE_NUMBER
                   LIMIT 1
               END-EXEC
           END-IF.
           IF SQLCODE = FIN THEN
               MOVE 'Aucune facture employeur ouverte.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1000-LOAD-INVOICE-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de la facture employeur.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE 'O' TO WS-INVOICE-FOUND.

           PERFORM 1050-COMPUTE-RESIDUAL-START
               THRU 1050-COMPUTE-RESIDUAL-START-EXIT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE SQL-SIRET TO SC-SIRET.
           MOVE SQL-INVOICE-NUM TO WS-Z-INVOICE-NUM.
           MOVE SQL-INVOICE-INCOME TO WS-Z-TOTAL.
           MOVE SQL-PAYER-NAME TO WS-GROUP-NAME.
           MOVE SQL-INVOICE-DUE-DATE TO WS-DUE-DATE.
       1000-LOAD-INVOICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-COMPUTE-RESIDUAL-START.                                *
      ******************************************************************
       1050-COMPUTE-RESIDUAL-START.
           MOVE ZERO TO SQL-PAID-SUM.
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :SQL-PAID-SUM
               FROM PAYMENT
               WHERE UUID_INVOICE = :SQL-INVOICE-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du journal des paiements.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           COMPUTE WS-RESIDUAL =
               SQL-INVOICE-INCOME - SQL-PAID-SUM.
           IF WS-RESIDUAL < ZERO THEN
               MOVE ZERO TO WS-RESIDUAL
           END-IF.
           MOVE SQL-PAID-SUM TO WS-Z-PAID.
           MOVE WS-RESIDUAL TO WS-Z-RESIDUAL.
       1050-COMPUTE-RESIDUAL-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-GROUP-PAYMENT.
           IF FUNCTION UPPER-CASE(WS-LOAD-CHOICE) EQUAL 'O' THEN
               PERFORM 1000-LOAD-INVOICE-START
                   THRU 1000-LOAD-INVOICE-START-EXIT
               MOVE SPACES TO WS-LOAD-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-SAVE-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1300-SAVE-PAYMENT-START
                   THRU 1300-SAVE-PAYMENT-START-EXIT
               MOVE SPACES TO WS-SAVE-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-SAVE-PAYMENT-START.                                    *
      ******************************************************************
      *    [RD] Enregistre le reglement de l'employeur au journal
      *    PAYMENT et solde la facture (PAID / PAID_LATE) lorsque le
      *    journal couvre le montant en entier.
       1300-SAVE-PAYMENT-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF WS-INVOICE-FOUND NOT = 'O' THEN
               MOVE 'Aucune facture employeur chargee.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-PAYMENT-START-EXIT
           END-IF.
           IF SC-AMOUNT EQUAL ZERO THEN
               MOVE 'Veuillez saisir le montant encaisse.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-PAYMENT-START-EXIT
           END-IF.
           IF SC-AMOUNT > WS-RESIDUAL THEN
               MOVE 'Montant superieur au solde de la facture.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-PAYMENT-START-EXIT
           END-IF.
           IF SC-METHOD EQUAL SPACES THEN
               MOVE 'Veuillez saisir le mode de paiement.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-SAVE-PAYMENT-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

      *    [RD] un encaissement date dans un mois comptable clos
      *    (perclose.cbl) est refuse, comme dans payentry.cbl.
           INITIALIZE SQL-PERIOD-MONTH.
           STRING SQL-TODAY(1:4) SQL-TODAY(6:2)
               DELIMITED BY SIZE INTO SQL-PERIOD-MONTH
           END-STRING.
           MOVE ZERO TO SQL-PERIOD-CNT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACCOUNTING_PERIOD (
                   PERIOD_MONTH  VARCHAR(06),
                   PERIOD_STATUS VARCHAR(10),
                   PERIOD_USER   VARCHAR(10),
                   PERIOD_DATE   VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PERIOD-CNT
               FROM ACCOUNTING_PERIOD
               WHERE PERIOD_MONTH = :SQL-PERIOD-MONTH
                 AND PERIOD_STATUS = 'CLOTURE'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur controle de cloture comptable.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-PERIOD-CNT > ZERO THEN
               MOVE 'MOIS COMPTABLE CLOTURE - SAISIE REFUSEE.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-SAVE-PAYMENT-START-EXIT
           END-IF.

      *    [RD] numerotation du paiement sous le verrou applicatif
      *    du journal, partage avec payentry.cbl et bnkstmt.cbl.
           MOVE 'PAYMENT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-PAY-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_NUM), 0)
               INTO :SQL-PAY-NUM
               FROM PAYMENT
           END-EXEC.
           ADD 1 TO SQL-PAY-NUM.

           MOVE SC-AMOUNT TO SQL-PAY-AMOUNT.
           MOVE FUNCTION UPPER-CASE(SC-METHOD) TO SQL-PAY-METHOD.
           EXEC SQL
               INSERT INTO PAYMENT
                   (UUID_INVOICE, PAYMENT_NUM, PAYMENT_DATE,
                    PAYMENT_AMOUNT, PAYMENT_METHOD,
                    PAYMENT_ENTRY_DATE)
               VALUES
                   (:SQL-INVOICE-UUID, :SQL-PAY-NUM, :SQL-TODAY,
                    :SQL-PAY-AMOUNT, :SQL-PAY-METHOD, :SQL-TODAY)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement du paiement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] synthese mensuelle (sumbill.cbl) : montant encaisse,
      *    sans adherent (palier '---'), sur la ligne du groupe.
           MOVE SQL-SIRET TO WS-SB-UUID.
           MOVE SC-AMOUNT TO WS-SB-AMOUNT.
           MOVE 'C' TO WS-SB-MEASURE.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.

           PERFORM 1050-COMPUTE-RESIDUAL-START
               THRU 1050-COMPUTE-RESIDUAL-START-EXIT.

           IF WS-RESIDUAL NOT GREATER ZERO THEN
               IF SQL-INVOICE-DUE-DATE NOT = SPACES
                  AND SQL-TODAY > SQL-INVOICE-DUE-DATE THEN
                   MOVE 'PAID_LATE' TO SQL-NEW-STATUS
               ELSE
                   MOVE 'PAID' TO SQL-NEW-STATUS
               END-IF
               EXEC SQL
                   UPDATE INVOICE
                   SET INVOICE_STATUS = :SQL-NEW-STATUS,
                       INVOICE_PAYMENT_DATE = :SQL-TODAY,
                       INVOICE_DUN_COUNT = 0
                   WHERE UUID_INVOICE = :SQL-INVOICE-UUID
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur mise a jour du statut facture.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           IF WS-RESIDUAL NOT GREATER ZERO THEN
               MOVE 'REGLEMENT ENREGISTRE - FACTURE SOLDEE.'
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'REGLEMENT ENREGISTRE.' TO WS-ERROR-MESSAGE
           END-IF.
           INITIALIZE SC-AMOUNT SC-METHOD.
       1300-SAVE-PAYMENT-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
      ******************************************************************
       2100-SQL-DISCONNECTION-START.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
       2100-SQL-DISCONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    9020-SQL-ERROR-START.                                       *
      ******************************************************************
       9020-SQL-ERROR-START.
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
           STOP RUN.

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution.    *
      ******************************************************************
       0050-LOAD-CONFIG-START.
           IF WS-CONF-DONE EQUAL 'O'
               GO TO END-0050-LOAD-CONFIG
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CONFIGURATION CONFIG/boboniort.conf ABSENTE'
               DISPLAY 'OU CLE DBNAME MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBPASS MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.
