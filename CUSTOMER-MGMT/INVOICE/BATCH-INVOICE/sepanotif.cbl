      ******************************************************************
      *    [RD] Pre-notification des prelevements SEPA.                *
      *    Le reglement SEPA impose de prevenir le debiteur du montant *
      *    et de la date de chaque prelevement avant sa presentation   *
      *    (14 jours calendaires par defaut) ; faute d'avis, les       *
      *    adherents contestaient le prelevement aupres de leur banque *
      *    et les rejets revenaient par retback.cbl. Planifie par      *
      *    batsched.cbl avant la collecte (sepacoll.cbl), ce           *
      *    traitement parcourt les memes factures que la collecte      *
      *    (derniere facture non soldee d'un adherent porteur d'un     *
      *    mandat actif, pas encore remise) et, pour chacune dont le   *
      *    montant n'a pas encore ete annonce :                        *
      *      - calcule la date de prelevement prevue : l'echeance au   *
      *        jour choisi par l'adherent (MANDATE_DEBIT_DAY), au plus *
      *        tot a J + delai d'avis (INVOICE_PARAM.                  *
      *        SEPA_PRENOTIF_DAYS), reportee au jour ouvre suivant     *
      *        (busdate.cbl) ;                                         *
      *      - ecrit l'avis (montant, date, RUM, ICS) dans             *
      *        INVOICE/INVOICE-GENERATED/PRENOTIF-<facture>-<date>.txt;*
      *      - l'enregistre dans SEPA_PRENOTIF, sans date d'envoi.     *
      *    L'envoi lui-meme est fait par maildoc.cbl (courriel ou      *
      *    liste d'impression selon le consentement de l'adherent),    *
      *    qui date l'envoi et son canal dans SEPA_PRENOTIF ;          *
      *    sepacoll.cbl ne preleve qu'une facture dont l'avis est      *
      *    parti dans le delai. Un avis non encore envoye est remplace *
      *    si le montant du change (paiement partiel entre-temps).     *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sepanotif RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] un avis par facture, envoye tel quel par maildoc.cbl.
           SELECT F-NOTICE
           ASSIGN TO WS-NOTICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-NOTICE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-NOTICE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-NB-NOTIF          PIC 9(05)  VALUE ZERO.
       01  WS-NB-REPLACED       PIC 9(05)  VALUE ZERO.
       01  WS-TOTAL-NOTIF       PIC 9(09)V99 VALUE ZERO.
       01  WS-Z-TOTAL           PIC Z(08)9.99.
       01  WS-Z-AMOUNT          PIC Z(06)9.99.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.

       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-MONTH    PIC 9(02).
           03 WS-TODAY-DAY      PIC 9(02).

      *    [RD] date de prelevement prevue : echeance au jour choisi,
      *    au plus tot a J + delai d'avis, reportee au jour ouvre.
       01  WS-EARLIEST-YMD      PIC 9(08)  VALUE ZERO.
       01  WS-PLANNED-YMD       PIC 9(08)  VALUE ZERO.
       01  WS-DUE-YMD           PIC 9(08)  VALUE ZERO.
       01  WS-BD-DAYS           PIC 9(03)  VALUE ZERO.
       01  WS-BD-OUT            PIC 9(08)  VALUE ZERO.

       01  WS-NOTICE-PATH       PIC X(100) VALUE SPACES.
       01  WS-NOTICE-LABEL      PIC X(60)  VALUE SPACES.

      *    [RD] lignes de l'avis de prelevement
       01  WS-NOTICE.
           03 WS-L-SPACES       PIC X(80) VALUE SPACES.
           03 WS-L-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-L-TITLE        PIC X(40)
              VALUE 'AVIS DE PRELEVEMENT SEPA'.
           03 WS-L-INTRO-1      PIC X(80)
              VALUE 'Conformement au mandat de prelevement SEPA que vous
      -             ' nous avez signe, nous vous'.
           03 WS-L-INTRO-2      PIC X(80)
              VALUE 'informons du prochain prelevement qui sera present
      -             'e sur votre compte :'.
           03 WS-L-MANDATE      PIC X(28)
              VALUE 'Reference du mandat (RUM) :'.
           03 WS-L-ICS          PIC X(28)
              VALUE 'Identifiant creancier     :'.
           03 WS-L-INVOICE      PIC X(28)
              VALUE 'Facture numero            :'.
           03 WS-L-AMOUNT       PIC X(28)
              VALUE 'Montant preleve           :'.
           03 WS-L-DATE         PIC X(28)
              VALUE 'Date de prelevement       :'.
           03 WS-L-DISPUTE-1    PIC X(80)
              VALUE 'Si ce prelevement vous semble errone, contactez-nou
      -             's avant cette date : votre'.
           03 WS-L-DISPUTE-2    PIC X(80)
              VALUE 'compte ne sera pas debite tant que la situation n''
      -             'est pas regularisee.'.
           03 WS-L-THANK        PIC X(25)
              VALUE 'Merci de votre confiance.'.

      *    [RD] en-tete de l'organisme (ORG_PROFILE, orgparam.cbl) ;
      *    les VALUE restent le repli si la table est vide.
       01  WS-ORG-NAME          PIC X(40)
           VALUE 'MUTUELLE BOBONIORT'.
       01  WS-ORG-ADRESS-1      PIC X(40)
           VALUE '12 rue des Bobos'.
       01  WS-ORG-ADRESS-2      PIC X(40)
           VALUE '75007 Boboland, France'.
       01  WS-ORG-ICS           PIC X(20)
           VALUE 'FR00ZZZ000000'.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-INVOICE-UUID     PIC X(36).
       01  SQL-INVOICE-NUM      PIC 9(08).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-ADRESS1      PIC X(50).
       01  SQL-CUS-ADRESS2      PIC X(50).
       01  SQL-CUS-ZIPCODE      PIC X(15).
       01  SQL-CUS-TOWN         PIC X(30).
       01  SQL-RESIDUAL         PIC 9(07)V99.
       01  SQL-DEBIT-DAY        PIC 9(02)  VALUE ZERO.
       01  SQL-DUE-DATE         PIC X(10)  VALUE SPACES.
       01  SQL-MANDATE-REF      PIC X(20).
       01  SQL-NOTIF-DAYS       PIC 9(02)  VALUE 14.
       01  SQL-DEBIT-DATE       PIC X(10)  VALUE SPACES.
       01  SQL-DOC-NAME         PIC X(60)  VALUE SPACES.
       01  SQL-TODAY            PIC X(08)  VALUE SPACES.
       01  SQL-CNT              PIC 9(05)  VALUE ZERO.
      *    [RD] en-tete de l'organisme.
       01  SQL-ORG-NAME         PIC X(40)  VALUE SPACES.
       01  SQL-ORG-ADRESS1      PIC X(40)  VALUE SPACES.
       01  SQL-ORG-ADRESS2      PIC X(40)  VALUE SPACES.
       01  SQL-ORG-SIREN        PIC X(09)  VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-NOTIF          PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-NOTIF.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl),
      *    comme pour sepacoll.cbl.
           PERFORM 1000-INITIALIZATION-START
              THRU END-1000-INITIALIZATION.

           PERFORM 1050-ENSURE-TABLES-START
              THRU END-1050-ENSURE-TABLES.

           PERFORM 2000-SWEEP-INVOICES-START
              THRU END-2000-SWEEP-INVOICES.

           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMMIT PRE-NOTIFICATION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE WS-NB-NOTIF TO LK-NB-NOTIF.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Date du jour et delai d'avis.                          *
      ******************************************************************
       1000-INITIALIZATION-START.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-TODAY-DATE.
           MOVE WS-BATCH-DATE TO SQL-TODAY.
       END-1000-INITIALIZATION.
           EXIT.

      ******************************************************************
      *    [RD] Garantit les tables et colonnes utilisees, lit le      *
      *    delai d'avis (14 jours par defaut) et l'identite du         *
      *    creancier pour l'en-tete de l'avis.                         *
      ******************************************************************
       1050-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_MANDATE (
                  UUID_CUSTOMER      VARCHAR(36),
                  MANDATE_REF        VARCHAR(20),
                  MANDATE_SIGN_DATE  VARCHAR(10),
                  MANDATE_SEQUENCE   VARCHAR(4),
                  MANDATE_ACTIVE     VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_MANDATE
               ADD COLUMN IF NOT EXISTS MANDATE_DEBIT_DAY INT
               DEFAULT 0
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAYMENT (
                   UUID_INVOICE   VARCHAR(36),
                   PAYMENT_NUM    INT,
                   PAYMENT_DATE   VARCHAR(10),
                   PAYMENT_AMOUNT NUMERIC(9,2),
                   PAYMENT_METHOD VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_COLLECT_REF
                   VARCHAR(16)
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_TYPE VARCHAR(10)
               DEFAULT 'FACTURE'
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INVOICE_PARAM (
                   PARAM_NUM             INT,
                   PAYMENT_TERM_MONTHS   INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS SEPA_PRENOTIF_DAYS INT
               DEFAULT 14
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEPA_PRENOTIF (
                   UUID_INVOICE      VARCHAR(36),
                   UUID_CUSTOMER     VARCHAR(36),
                   NOTIF_DOCUMENT    VARCHAR(60),
                   NOTIF_AMOUNT      NUMERIC(9,2),
                   NOTIF_DEBIT_DATE  VARCHAR(10),
                   NOTIF_CREATE_DATE VARCHAR(10),
                   NOTIF_SENT_DATE   VARCHAR(10),
                   NOTIF_CHANNEL     VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION TABLES PRE-NOTIFICATION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE 14 TO SQL-NOTIF-DAYS.
           EXEC SQL
               SELECT COALESCE(SEPA_PRENOTIF_DAYS, 14)
               INTO :SQL-NOTIF-DAYS
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 14 TO SQL-NOTIF-DAYS
               MOVE ZERO TO SQLCODE
           END-IF.
           IF  SQL-NOTIF-DAYS = ZERO
               MOVE 14 TO SQL-NOTIF-DAYS
           END-IF.
           COMPUTE WS-EARLIEST-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
               + SQL-NOTIF-DAYS).

      *    [RD] identite du creancier (ORG_PROFILE, orgparam.cbl),
      *    ICS construit comme dans sepacoll.cbl.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS ORG_PROFILE (
                 PARAM_NUM    INT,
                 ORG_NAME     VARCHAR(40),
                 ORG_ADRESS1  VARCHAR(40),
                 ORG_ADRESS2  VARCHAR(40),
                 ORG_PHONE    VARCHAR(14),
                 ORG_MAIL     VARCHAR(50),
                 ORG_SIREN    VARCHAR(09),
                 ORG_LOGO1    VARCHAR(60),
                 ORG_LOGO2    VARCHAR(60)
              )
           END-EXEC.
           EXEC SQL
               SELECT ORG_NAME, ORG_ADRESS1, ORG_ADRESS2,
                      COALESCE(ORG_SIREN, '')
               INTO :SQL-ORG-NAME, :SQL-ORG-ADRESS1,
                    :SQL-ORG-ADRESS2, :SQL-ORG-SIREN
               FROM ORG_PROFILE
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE SQL-ORG-NAME TO WS-ORG-NAME
               MOVE SQL-ORG-ADRESS1 TO WS-ORG-ADRESS-1
               MOVE SQL-ORG-ADRESS2 TO WS-ORG-ADRESS-2
               IF  SQL-ORG-SIREN NOT = SPACES
                   INITIALIZE WS-ORG-ICS
                   STRING 'FR00ZZZ' FUNCTION TRIM(SQL-ORG-SIREN)
                       DELIMITED BY SIZE INTO WS-ORG-ICS
                   END-STRING
               END-IF
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.
       END-1050-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Memes factures que la collecte (sepacoll.cbl), limitees*
      *    aux adherents porteurs d'un mandat actif et dont le solde   *
      *    du n'a pas deja ete annonce.                                *
      ******************************************************************
       2000-SWEEP-INVOICES-START.
           EXEC SQL
               DECLARE CRSNOTIF CURSOR FOR
               SELECT INVOICE.UUID_INVOICE,
                      INVOICE.INVOICE_NUMBER,
                      CUSTOMER.UUID_CUSTOMER,
                      CUSTOMER.CUSTOMER_LASTNAME,
                      CUSTOMER.CUSTOMER_FIRSTNAME,
                      COALESCE(CUSTOMER.CUSTOMER_ADRESS1, ''),
                      COALESCE(CUSTOMER.CUSTOMER_ADRESS2, ''),
                      COALESCE(CUSTOMER.CUSTOMER_ZIPCODE, ''),
                      COALESCE(CUSTOMER.CUSTOMER_TOWN, ''),
                      INVOICE.INVOICE_INCOME
                      - COALESCE((SELECT SUM(P.PAYMENT_AMOUNT)
                                    FROM PAYMENT P
                                   WHERE P.UUID_INVOICE
                                       = INVOICE.UUID_INVOICE), 0),
                      COALESCE((SELECT MAX(M.MANDATE_DEBIT_DAY)
                                  FROM CUSTOMER_MANDATE M
                                 WHERE M.UUID_CUSTOMER
                                     = INVOICE.UUID_CUSTOMER
                                   AND M.MANDATE_ACTIVE = '1'), 0),
                      COALESCE(INVOICE.INVOICE_DUE_DATE, ''),
                      (SELECT MAX(M2.MANDATE_REF)
                         FROM CUSTOMER_MANDATE M2
                        WHERE M2.UUID_CUSTOMER = INVOICE.UUID_CUSTOMER
                          AND M2.MANDATE_ACTIVE = '1')
               FROM INVOICE
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER = INVOICE.UUID_CUSTOMER
               WHERE INVOICE.INVOICE_STATUS NOT IN ('PAID', 'PAID_LATE',
                                                    'ANNULEE')
                 AND COALESCE(INVOICE.INVOICE_TYPE, 'FACTURE')
                     <> 'AVOIR'
                 AND INVOICE.INVOICE_COLLECT_REF IS NULL
                 AND INVOICE.INVOICE_INCOME
                     - COALESCE((SELECT SUM(P2.PAYMENT_AMOUNT)
                                   FROM PAYMENT P2
                                  WHERE P2.UUID_INVOICE
                                      = INVOICE.UUID_INVOICE), 0) > 0
                 AND INVOICE.UUID_INVOICE =
                     (SELECT I2.UUID_INVOICE
                        FROM INVOICE I2
                       WHERE I2.UUID_CUSTOMER = INVOICE.UUID_CUSTOMER
                         AND COALESCE(I2.INVOICE_TYPE, 'FACTURE')
                             <> 'AVOIR'
                       ORDER BY I2.INVOICE_CREATE_DATE DESC,
                                I2.INVOICE_NUMBER DESC
                       LIMIT 1)
                 AND EXISTS (SELECT 1
                               FROM CUSTOMER_MANDATE M3
                              WHERE M3.UUID_CUSTOMER
                                  = INVOICE.UUID_CUSTOMER
                                AND M3.MANDATE_ACTIVE = '1')
                 AND NOT EXISTS
                     (SELECT 1
                        FROM SEPA_PRENOTIF N
                       WHERE N.UUID_INVOICE = INVOICE.UUID_INVOICE
                         AND N.NOTIF_AMOUNT = INVOICE.INVOICE_INCOME
                             - COALESCE((SELECT SUM(P3.PAYMENT_AMOUNT)
                                           FROM PAYMENT P3
                                          WHERE P3.UUID_INVOICE
                                              = INVOICE.UUID_INVOICE),
                                        0))
               ORDER BY INVOICE.INVOICE_NUMBER
           END-EXEC.

           EXEC SQL
               OPEN CRSNOTIF
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSNOTIF
                   INTO :SQL-INVOICE-UUID,
                        :SQL-INVOICE-NUM,
                        :SQL-CUS-UUID,
                        :SQL-CUS-LASTNAME,
                        :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-ADRESS1,
                        :SQL-CUS-ADRESS2,
                        :SQL-CUS-ZIPCODE,
                        :SQL-CUS-TOWN,
                        :SQL-RESIDUAL,
                        :SQL-DEBIT-DAY,
                        :SQL-DUE-DATE,
                        :SQL-MANDATE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2100-NOTIFY-ONE-START
                          THRU END-2100-NOTIFY-ONE
                   WHEN 100
                       DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSNOTIF :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSNOTIF
           END-EXEC.
       END-2000-SWEEP-INVOICES.
           EXIT.

      ******************************************************************
      *    [RD] Date prevue, avis et enregistrement pour la facture    *
      *    courante. Un avis precedent non encore envoye (montant      *
      *    depasse) est remplace.                                      *
      ******************************************************************
       2100-NOTIFY-ONE-START.
      *    [RD] echeance au jour choisi si elle laisse le delai
      *    d'avis, sinon premier jour possible apres ce delai.
           MOVE WS-EARLIEST-YMD TO WS-PLANNED-YMD.
           IF  SQL-DEBIT-DAY > ZERO
               AND SQL-DUE-DATE NOT = SPACES
               STRING SQL-DUE-DATE(1:4) SQL-DUE-DATE(6:2)
                   SQL-DUE-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-DUE-YMD
               END-STRING
               IF  WS-DUE-YMD > WS-PLANNED-YMD
                   MOVE WS-DUE-YMD TO WS-PLANNED-YMD
               END-IF
           END-IF.
           MOVE ZERO TO WS-BD-DAYS.
           CALL 'busdate' USING BY REFERENCE
               WS-PLANNED-YMD, WS-BD-DAYS, WS-BD-OUT
           END-CALL.
           MOVE WS-BD-OUT TO WS-PLANNED-YMD.
           INITIALIZE SQL-DEBIT-DATE.
           STRING WS-PLANNED-YMD(1:4) '-' WS-PLANNED-YMD(5:2) '-'
                  WS-PLANNED-YMD(7:2)
                  DELIMITED BY SIZE INTO SQL-DEBIT-DATE
           END-STRING.

           INITIALIZE WS-NOTICE-LABEL WS-NOTICE-PATH.
           STRING 'PRENOTIF-' SQL-INVOICE-NUM '-' WS-BATCH-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NOTICE-LABEL
           END-STRING.
           STRING './INVOICE/INVOICE-GENERATED/'
               FUNCTION TRIM(WS-NOTICE-LABEL)
               DELIMITED BY SIZE INTO WS-NOTICE-PATH
           END-STRING.
           MOVE WS-NOTICE-LABEL TO SQL-DOC-NAME.

           PERFORM 2200-WRITE-NOTICE-START
              THRU END-2200-WRITE-NOTICE.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM SEPA_PRENOTIF
               WHERE UUID_INVOICE = :SQL-INVOICE-UUID
                 AND NOTIF_SENT_DATE IS NULL
           END-EXEC.
           IF  SQL-CNT > ZERO
               EXEC SQL
                   DELETE FROM SEPA_PRENOTIF
                   WHERE UUID_INVOICE = :SQL-INVOICE-UUID
                     AND NOTIF_SENT_DATE IS NULL
               END-EXEC
               ADD 1 TO WS-NB-REPLACED
           END-IF.

           EXEC SQL
               INSERT INTO SEPA_PRENOTIF
                   (UUID_INVOICE, UUID_CUSTOMER, NOTIF_DOCUMENT,
                    NOTIF_AMOUNT, NOTIF_DEBIT_DATE, NOTIF_CREATE_DATE)
               VALUES
                   (:SQL-INVOICE-UUID, :SQL-CUS-UUID, :SQL-DOC-NAME,
                    :SQL-RESIDUAL, :SQL-DEBIT-DATE, :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT SEPA_PRENOTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           ADD 1 TO WS-NB-NOTIF.
           ADD SQL-RESIDUAL TO WS-TOTAL-NOTIF.
       END-2100-NOTIFY-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Avis de prelevement : organisme, destinataire, date,   *
      *    puis RUM, ICS, facture, montant et date de prelevement.     *
      ******************************************************************
       2200-WRITE-NOTICE-START.
           OPEN OUTPUT F-NOTICE.
           WRITE R-NOTICE FROM WS-ORG-NAME.
           WRITE R-NOTICE FROM WS-ORG-ADRESS-1.
           WRITE R-NOTICE FROM WS-ORG-ADRESS-2.
           WRITE R-NOTICE FROM WS-L-DASH.
           WRITE R-NOTICE FROM WS-L-SPACES.

      *    [RD] bloc adresse du destinataire, cale a droite.
           MOVE SPACES TO R-NOTICE.
           STRING FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-NOTICE(41:40)
           END-STRING.
           WRITE R-NOTICE.
           MOVE SPACES TO R-NOTICE.
           MOVE SQL-CUS-ADRESS1 TO R-NOTICE(41:40).
           WRITE R-NOTICE.
           IF  SQL-CUS-ADRESS2 NOT EQUAL SPACES
               MOVE SPACES TO R-NOTICE
               MOVE SQL-CUS-ADRESS2 TO R-NOTICE(41:40)
               WRITE R-NOTICE
           END-IF.
           MOVE SPACES TO R-NOTICE.
           STRING FUNCTION TRIM(SQL-CUS-ZIPCODE) SPACE
               FUNCTION TRIM(SQL-CUS-TOWN)
               DELIMITED BY SIZE INTO R-NOTICE(41:40)
           END-STRING.
           WRITE R-NOTICE.
           WRITE R-NOTICE FROM WS-L-SPACES.
           MOVE SPACES TO R-NOTICE.
           STRING 'Le ' WS-TODAY-DAY '/' WS-TODAY-MONTH '/'
               WS-TODAY-YEAR
               DELIMITED BY SIZE INTO R-NOTICE(41:40)
           END-STRING.
           WRITE R-NOTICE.
           WRITE R-NOTICE FROM WS-L-SPACES.

           WRITE R-NOTICE FROM WS-L-TITLE.
           WRITE R-NOTICE FROM WS-L-SPACES.
           WRITE R-NOTICE FROM WS-L-INTRO-1.
           WRITE R-NOTICE FROM WS-L-INTRO-2.
           WRITE R-NOTICE FROM WS-L-SPACES.

           INITIALIZE R-NOTICE.
           STRING WS-L-MANDATE SPACE FUNCTION TRIM(SQL-MANDATE-REF)
               DELIMITED BY SIZE INTO R-NOTICE
           END-STRING.
           WRITE R-NOTICE.
           INITIALIZE R-NOTICE.
           STRING WS-L-ICS SPACE FUNCTION TRIM(WS-ORG-ICS)
               DELIMITED BY SIZE INTO R-NOTICE
           END-STRING.
           WRITE R-NOTICE.
           INITIALIZE R-NOTICE.
           STRING WS-L-INVOICE SPACE SQL-INVOICE-NUM
               DELIMITED BY SIZE INTO R-NOTICE
           END-STRING.
           WRITE R-NOTICE.
           MOVE SQL-RESIDUAL TO WS-Z-AMOUNT.
           INITIALIZE R-NOTICE.
           STRING WS-L-AMOUNT SPACE FUNCTION TRIM(WS-Z-AMOUNT) ' EUR'
               DELIMITED BY SIZE INTO R-NOTICE
           END-STRING.
           WRITE R-NOTICE.
           INITIALIZE R-NOTICE.
           STRING WS-L-DATE SPACE WS-PLANNED-YMD(7:2) '/'
               WS-PLANNED-YMD(5:2) '/' WS-PLANNED-YMD(1:4)
               DELIMITED BY SIZE INTO R-NOTICE
           END-STRING.
           WRITE R-NOTICE.
           WRITE R-NOTICE FROM WS-L-SPACES.

           WRITE R-NOTICE FROM WS-L-DISPUTE-1.
           WRITE R-NOTICE FROM WS-L-DISPUTE-2.
           WRITE R-NOTICE FROM WS-L-SPACES.
           WRITE R-NOTICE FROM WS-L-THANK.
           CLOSE F-NOTICE.
       END-2200-WRITE-NOTICE.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
       9100-DISPLAY-REPORT-START.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'PRE-NOTIFICATION SEPA - COMPTE-RENDU'.
           DISPLAY 'Delai d''avis (jours)      : ' SQL-NOTIF-DAYS.
           DISPLAY 'Avis prepares             : ' WS-NB-NOTIF.
           DISPLAY 'dont avis remplaces       : ' WS-NB-REPLACED.
           MOVE WS-TOTAL-NOTIF TO WS-Z-TOTAL.
           DISPLAY 'Montant total annonce     : ' WS-Z-TOTAL.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
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
      *    [RD] Rend la main a l'appelant (batsched.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
