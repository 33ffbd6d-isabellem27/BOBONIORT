      ******************************************************************
      *    [RD] Transfert du contrat a un nouveau souscripteur.        *
      *    Separation, depart d'un enfant devenu majeur, adherent qui  *
      *    quitte le foyer : le contrat devait jusqu'ici etre resilie  *
      *    puis re-souscrit, ce qui faisait perdre l'historique des    *
      *    versions, les plafonds deja consommes et les delais de      *
      *    carence deja effectues. Cet ecran, atteint depuis           *
      *    manacust.cbl, fait d'un ayant droit du contrat (une fiche   *
      *    adherent est alors creee a partir de l'ayant droit, a       *
      *    l'adresse du foyer) ou d'un autre adherent existant le      *
      *    titulaire du meme contrat, a une date choisie :             *
      *      - toutes les versions du contrat (CUSTOMER_REIMBURSEMENT) *
      *        et ses options (CONTRACT_RIDER) passent au nouvel       *
      *        adherent, dates d'effet et de carence inchangees ;      *
      *      - les demandes de remboursement suivent (plafonds         *
      *        annuels conserves), sauf celles encore en cours de      *
      *        reglement avant la date, payees a l'ancien adherent ;   *
      *      - les ayants droit encore couverts sont rattaches au      *
      *        nouvel adherent, l'ayant droit promu est clos a la      *
      *        date du transfert ;                                     *
      *      - la facturation bascule a la date : factures non reglees *
      *        emises depuis, payeurs du contrat (CONTRACT_PAYER) et   *
      *        regularisations en attente passent au nouvel adherent ; *
      *        les mandats SEPA de l'ancien adherent sont desactives,  *
      *        un nouveau mandat est a signer par le nouvel adherent ; *
      *      - le transfert est trace (CONTRACT_TRANSFER) et une       *
      *        lettre de confirmation est produite pour chacun des     *
      *        deux adherents (journal COMMUNICATION_LOG).             *
      *    Programme precedent: gestion adherent (manacust.cbl)        *
      *    Programme suivant : gestion adherent (manacust.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. transcust RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRINT ASSIGN TO WS-PRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRINT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-PRINT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-PRINT-PATH.
           03 WS-PRINT-FOLDER   PIC X(28)
           VALUE './CUSTOMER/LETTRE-TRANSFERT-'.
           03 WS-PRINT-SECU     PIC 9(15).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-LOAD-CHOICE       PIC X(01).
       01  WS-SAVE-CHOICE       PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-LOADED            PIC X(01) VALUE 'N'.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.

      *    [RD] saisies : numero de l'ayant droit promu (0 quand le
      *    nouveau titulaire est deja adherent), code secu du nouveau
      *    titulaire, date du transfert (AAAAMMJJ).
       01  SC-DEP-NUM           PIC 9(02) VALUE ZERO.
       01  SC-NEW-SECU          PIC 9(15) VALUE ZERO.
       01  SC-TRANS-DATE        PIC 9(08) VALUE ZERO.

      *    [RD] nouveau titulaire : E = fiche adherent existante,
      *    C = fiche a creer a partir de l'ayant droit.
       01  WS-NEW-MODE          PIC X(01) VALUE SPACE.
       01  WS-NEW-MODE-LABEL    PIC X(20) VALUE SPACES.
       01  WS-NEW-NAME          PIC X(42) VALUE SPACES.
       01  WS-OLD-NAME          PIC X(42) VALUE SPACES.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-TODAY            PIC X(10).
       01  SQL-TRANS-DATE       PIC X(10).
       01  SQL-REIM-UUID        PIC X(36).
       01  SQL-CONTRACT-START   PIC X(10).
       01  SQL-DEP-NUM          PIC 9(03).
       01  SQL-DEP-LASTNAME     PIC X(20).
       01  SQL-DEP-FIRSTNAME    PIC X(20).
       01  SQL-DEP-BIRTH-DATE   PIC X(10).
       01  SQL-NEW-SECU         PIC 9(15).
       01  SQL-NEW-UUID         PIC X(36).
       01  SQL-NEW-LASTNAME     PIC X(20).
       01  SQL-NEW-FIRSTNAME    PIC X(20).
       01  SQL-NEW-ACTIVE       PIC X(01).
       01  SQL-NB-CONTRACT      PIC 9(03).
       01  SQL-NB-DEP           PIC 9(03).
       01  SQL-NUM-OFFSET       PIC 9(03).
       01  SQL-ADRESS1          PIC X(50).
       01  SQL-ADRESS2          PIC X(50).
       01  SQL-ZIPCODE          PIC X(15).
       01  SQL-TOWN             PIC X(30).
       01  SQL-COUNTRY          PIC X(20).
       01  SQL-TRANSFER-NUM     PIC 9(08).
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-DOC-NAME         PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           03 LK-CUS-GENDER      PIC X(10).
           03 LK-CUS-LASTNAME    PIC X(20).
           03 LK-CUS-FIRSTNAME   PIC X(20).
           03 LK-CUS-FILLER-1    PIC X(195).
           03 LK-CUS-DOCTOR      PIC X(20).
           03 LK-CUS-CODE-SECU   PIC 9(15).
           03 LK-CUS-FILLER-2    PIC X(80).

       SCREEN SECTION.
       COPY 'screen-transfer-contract.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER.

       0000-START-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           INITIALIZE WS-OLD-NAME.
           STRING FUNCTION TRIM(LK-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(LK-CUS-LASTNAME)
               DELIMITED BY SIZE INTO WS-OLD-NAME
           END-STRING.

           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-TRANSFER-CONTRACT.
           IF FUNCTION UPPER-CASE(WS-LOAD-CHOICE) EQUAL 'O' THEN
               PERFORM 1200-LOAD-TRANSFER-START
                   THRU 1200-LOAD-TRANSFER-START-EXIT
               MOVE SPACES TO WS-LOAD-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-SAVE-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-TRANSFER-START
                   THRU 1300-TRANSFER-START-EXIT
               MOVE SPACES TO WS-SAVE-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1200-LOAD-TRANSFER-START.                                   *
      ******************************************************************
      *    [RD] Controle la saisie, le contrat en cours de l'adherent
      *    et le nouveau titulaire, et affiche le tout pour controle
      *    avant la validation.
       1200-LOAD-TRANSFER-START.
           INITIALIZE WS-ERROR-MESSAGE WS-NEW-NAME WS-NEW-MODE
               WS-NEW-MODE-LABEL SQL-CONTRACT-START.
           MOVE ZERO TO SQL-NB-DEP.
           MOVE 'N' TO WS-LOADED.
           IF SC-NEW-SECU EQUAL ZERO THEN
               MOVE 'Veuillez saisir le code secu du nouvel adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 1200-LOAD-TRANSFER-START-EXIT
           END-IF.
           IF SC-NEW-SECU EQUAL LK-CUS-CODE-SECU THEN
               MOVE 'Le nouvel adherent est l''adherent actuel.'
                   TO WS-ERROR-MESSAGE
               GO TO 1200-LOAD-TRANSFER-START-EXIT
           END-IF.
      *    [RD] le transfert prend effet au plus tard aujourd'hui :
      *    la facturation bascule des la validation.
           IF FUNCTION TEST-DATE-YYYYMMDD(SC-TRANS-DATE) NOT = 0
              OR SC-TRANS-DATE > WS-TODAY THEN
               MOVE 'Date du transfert invalide ou future (AAAAMMJJ).'
                   TO WS-ERROR-MESSAGE
               GO TO 1200-LOAD-TRANSFER-START-EXIT
           END-IF.
           INITIALIZE SQL-TRANS-DATE.
           STRING SC-TRANS-DATE(1:4) '-' SC-TRANS-DATE(5:2) '-'
                  SC-TRANS-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-TRANS-DATE
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1250-ENSURE-TABLES-START
               THRU 1250-ENSURE-TABLES-START-EXIT.

      *    [RD] contrat en cours de l'adherent actuel.
           INITIALIZE SQL-REIM-UUID.
           EXEC SQL
               SELECT UUID_CUSTOMER_REIMBOURSEMENT,
                      COALESCE(REIMBURSEMENT_START_DATE,
                          CAST(REIMBURSEMENT_CREATE_DATE AS VARCHAR))
               INTO :SQL-REIM-UUID, :SQL-CONTRACT-START
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
               ORDER BY REIMBURSEMENT_CREATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Aucun contrat en cours a transferer.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1200-LOAD-TRANSFER-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture du contrat.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-TRANS-DATE < SQL-CONTRACT-START THEN
               MOVE 'Date anterieure a l''effet du contrat.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1200-LOAD-TRANSFER-START-EXIT
           END-IF.

      *    [RD] ayant droit promu : il doit etre encore couvert a la
      *    date du transfert.
           MOVE SC-DEP-NUM TO SQL-DEP-NUM.
           IF SC-DEP-NUM NOT EQUAL ZERO THEN
               INITIALIZE SQL-DEP-LASTNAME SQL-DEP-FIRSTNAME
                   SQL-DEP-BIRTH-DATE
               EXEC SQL
                   SELECT DEPENDENT_LASTNAME, DEPENDENT_FIRSTNAME,
                          COALESCE(DEPENDENT_BIRTH_DATE, '')
                   INTO :SQL-DEP-LASTNAME, :SQL-DEP-FIRSTNAME,
                        :SQL-DEP-BIRTH-DATE
                   FROM CUSTOMER_DEPENDENT
                   WHERE UUID_CUSTOMER = :LK-CUS-UUID
                     AND DEPENDENT_NUM = :SQL-DEP-NUM
                     AND (COALESCE(DEPENDENT_END_DATE, '') = ''
                          OR DEPENDENT_END_DATE > :SQL-TRANS-DATE)
               END-EXEC
               IF SQLCODE = FIN THEN
                   MOVE 'Ayant droit introuvable ou deja sorti.'
                       TO WS-ERROR-MESSAGE
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   GO TO 1200-LOAD-TRANSFER-START-EXIT
               END-IF
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur lecture de l''ayant droit.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.

      *    [RD] nouveau titulaire deja adherent, ou fiche a creer a
      *    partir de l'ayant droit promu.
           MOVE SC-NEW-SECU TO SQL-NEW-SECU.
           INITIALIZE SQL-NEW-UUID SQL-NEW-LASTNAME SQL-NEW-FIRSTNAME.
           MOVE '1' TO SQL-NEW-ACTIVE.
           EXEC SQL
               SELECT UUID_CUSTOMER, CUSTOMER_LASTNAME,
                      CUSTOMER_FIRSTNAME, COALESCE(CUSTOMER_ACTIVE, '1')
               INTO :SQL-NEW-UUID, :SQL-NEW-LASTNAME,
                    :SQL-NEW-FIRSTNAME, :SQL-NEW-ACTIVE
               FROM CUSTOMER
               WHERE CUSTOMER_CODE_SECU = :SQL-NEW-SECU
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du nouvel adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQLCODE = FIN THEN
               IF SC-DEP-NUM EQUAL ZERO THEN
                   MOVE 'Aucun adherent pour ce code secu.'
                       TO WS-ERROR-MESSAGE
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   GO TO 1200-LOAD-TRANSFER-START-EXIT
               END-IF
               MOVE 'C' TO WS-NEW-MODE
               MOVE 'A CREER (AYANT DROIT)' TO WS-NEW-MODE-LABEL
               MOVE SQL-DEP-LASTNAME TO SQL-NEW-LASTNAME
               MOVE SQL-DEP-FIRSTNAME TO SQL-NEW-FIRSTNAME
           ELSE
               IF SQL-NEW-ACTIVE NOT = '1' THEN
                   MOVE 'Le nouvel adherent est archive.'
                       TO WS-ERROR-MESSAGE
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   GO TO 1200-LOAD-TRANSFER-START-EXIT
               END-IF
               MOVE ZERO TO SQL-NB-CONTRACT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-NB-CONTRACT
                   FROM CUSTOMER_REIMBURSEMENT
                   WHERE UUID_CUSTOMER = :SQL-NEW-UUID
                     AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                         = 'EN_COURS'
               END-EXEC
               IF SQL-NB-CONTRACT > ZERO THEN
                   MOVE 'Le nouvel adherent a deja un contrat en cours.'
                       TO WS-ERROR-MESSAGE
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   GO TO 1200-LOAD-TRANSFER-START-EXIT
               END-IF
               MOVE 'E' TO WS-NEW-MODE
               MOVE 'EXISTANTE' TO WS-NEW-MODE-LABEL
           END-IF.
           INITIALIZE WS-NEW-NAME.
           STRING FUNCTION TRIM(SQL-NEW-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-NEW-LASTNAME)
               DELIMITED BY SIZE INTO WS-NEW-NAME
           END-STRING.

      *    [RD] ayants droit qui suivront le contrat (hors promu).
           MOVE ZERO TO SQL-NB-DEP.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-DEP
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND DEPENDENT_NUM <> :SQL-DEP-NUM
                 AND (COALESCE(DEPENDENT_END_DATE, '') = ''
                      OR DEPENDENT_END_DATE > :SQL-TRANS-DATE)
           END-EXEC.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE 'O' TO WS-LOADED.
           MOVE 'Transfert pret : controler puis Valider.'
               TO WS-ERROR-MESSAGE.
       1200-LOAD-TRANSFER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1250-ENSURE-TABLES-START.                                   *
      ******************************************************************
      *    [RD] Tables et colonnes lues ou ecrites par le transfert,
      *    posees ailleurs mais a garantir ici si les programmes qui
      *    les creent n'ont jamais tourne.
       1250-ENSURE-TABLES-START.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DEPENDENT (
                   UUID_CUSTOMER        VARCHAR(36),
                   DEPENDENT_NUM        INT,
                   DEPENDENT_RELATION   VARCHAR(10),
                   DEPENDENT_LASTNAME   VARCHAR(20),
                   DEPENDENT_FIRSTNAME  VARCHAR(20),
                   DEPENDENT_BIRTH_DATE VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_REASON
                   VARCHAR(20)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_RIDER (
                   UUID_CUSTOMER     VARCHAR(36),
                   RIDER_CODE        VARCHAR(10),
                   RIDER_ATTACH_DATE VARCHAR(10),
                   RIDER_END_DATE    VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_PAYER (
                   UUID_CUSTOMER     VARCHAR(36),
                   PAYER_NUM         INT,
                   PAYER_NAME        VARCHAR(40),
                   PAYER_SHARE_PCT   INT,
                   PAYER_ADDRESS     VARCHAR(50),
                   PAYER_MANDATE_REF VARCHAR(20)
               )
           END-EXEC.
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
               CREATE TABLE IF NOT EXISTS REIMBURSEMENT_ADJUST (
                  UUID_CUSTOMER   VARCHAR(36),
                  ADJUST_DATE     VARCHAR(10),
                  PERIOD_END      VARCHAR(10),
                  OLD_COST        INT,
                  NEW_COST        INT,
                  ADJUST_CONSUMED VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COMMUNICATION_LOG (
                   UUID_CUSTOMER  VARCHAR(36),
                   COMM_DOCUMENT  VARCHAR(60),
                   COMM_DATE      VARCHAR(10),
                   COMM_OUTCOME   VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_TRANSFER (
                   TRANSFER_NUM        INT,
                   TRANSFER_OLD_UUID   VARCHAR(36),
                   TRANSFER_NEW_UUID   VARCHAR(36),
                   TRANSFER_REIM_UUID  VARCHAR(36),
                   TRANSFER_DEP_NUM    INT,
                   TRANSFER_DATE       VARCHAR(10),
                   TRANSFER_CREATE_DATE VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table CONTRACT_TRANSFER.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1250-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-TRANSFER-START.                                        *
      ******************************************************************
      *    [RD] Re-pointe le contrat et ce qui s'y rattache vers le
      *    nouveau titulaire, dans une seule unite de travail, puis
      *    produit les deux lettres de confirmation.
       1300-TRANSFER-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF WS-LOADED NOT = 'O' THEN
               MOVE 'Veuillez d''abord charger le transfert.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-TRANSFER-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

      *    [RD] adresse du foyer : reprise sur la fiche creee et
      *    portee sur les deux lettres.
           INITIALIZE SQL-ADRESS1 SQL-ADRESS2 SQL-ZIPCODE SQL-TOWN
               SQL-COUNTRY.
           EXEC SQL
               SELECT COALESCE(CUSTOMER_ADRESS1, ''),
                      COALESCE(CUSTOMER_ADRESS2, ''),
                      COALESCE(CUSTOMER_ZIPCODE, ''),
                      COALESCE(CUSTOMER_TOWN, ''),
                      COALESCE(CUSTOMER_COUNTRY, '')
               INTO :SQL-ADRESS1, :SQL-ADRESS2, :SQL-ZIPCODE,
                    :SQL-TOWN, :SQL-COUNTRY
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de l''adherent actuel.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           IF WS-NEW-MODE EQUAL 'C' THEN
               PERFORM 1310-CREATE-HOLDER-START
                   THRU 1310-CREATE-HOLDER-START-EXIT
           END-IF.

      *    [RD] l'ayant droit promu sort des ayants droit a la date
      *    du transfert : il est desormais couvert comme titulaire.
           IF SQL-DEP-NUM NOT EQUAL ZERO THEN
               EXEC SQL
                   UPDATE CUSTOMER_DEPENDENT
                   SET DEPENDENT_END_DATE = :SQL-TRANS-DATE,
                       DEPENDENT_END_REASON = 'DEVENU ADHERENT'
                   WHERE UUID_CUSTOMER = :LK-CUS-UUID
                     AND DEPENDENT_NUM = :SQL-DEP-NUM
               END-EXEC
               PERFORM 1350-CHECK-REPOINT-START
                   THRU 1350-CHECK-REPOINT-START-EXIT
           END-IF.

      *    [RD] ayants droit encore couverts : rattaches au nouveau
      *    titulaire, numerotes a la suite des siens s'il en a deja.
           MOVE ZERO TO SQL-NUM-OFFSET.
           EXEC SQL
               SELECT COALESCE(MAX(DEPENDENT_NUM), 0)
               INTO :SQL-NUM-OFFSET
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :SQL-NEW-UUID
           END-EXEC.
           EXEC SQL
               UPDATE CUSTOMER_DEPENDENT
               SET UUID_CUSTOMER = :SQL-NEW-UUID,
                   DEPENDENT_NUM = DEPENDENT_NUM + :SQL-NUM-OFFSET
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND (COALESCE(DEPENDENT_END_DATE, '') = ''
                      OR DEPENDENT_END_DATE > :SQL-TRANS-DATE)
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.

      *    [RD] toutes les versions du contrat et ses options : dates
      *    d'effet, de carence et historique restent inchanges.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET UUID_CUSTOMER = :SQL-NEW-UUID
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.
           EXEC SQL
               UPDATE CONTRACT_RIDER
               SET UUID_CUSTOMER = :SQL-NEW-UUID
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.

      *    [RD] demandes de remboursement : elles portent les
      *    plafonds annuels consommes et suivent donc le contrat ;
      *    celles d'avant la date encore en cours de reglement
      *    restent a l'ancien adherent, qui a engage les frais.
           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET UUID_CUSTOMER = :SQL-NEW-UUID
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND NOT (CLAIM_DATE < :SQL-TRANS-DATE
                          AND CLAIM_STATUS IN ('RECU', 'APPROUVE',
                              'SUSPENS', 'VIR-REJETE'))
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.

      *    [RD] facturation : les factures non reglees emises a
      *    partir de la date et les regularisations de cotisation
      *    passent au nouveau titulaire ; l'ancien reste redevable
      *    de ce qui a ete emis avant.
           EXEC SQL
               UPDATE INVOICE
               SET UUID_CUSTOMER = :SQL-NEW-UUID
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND CAST(INVOICE_CREATE_DATE AS VARCHAR)
                     >= :SQL-TRANS-DATE
                 AND COALESCE(INVOICE_STATUS, 'UNPAID')
                     IN ('UNPAID', 'OVERDUE')
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.
           EXEC SQL
               UPDATE REIMBURSEMENT_ADJUST
               SET UUID_CUSTOMER = :SQL-NEW-UUID
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.

      *    [RD] payeurs du contrat : ils suivent le contrat ; un
      *    payeur adosse a un mandat de l'ancien adherent perd ce
      *    mandat, desactive ci-dessous.
           MOVE ZERO TO SQL-NUM-OFFSET.
           EXEC SQL
               SELECT COALESCE(MAX(PAYER_NUM), 0)
               INTO :SQL-NUM-OFFSET
               FROM CONTRACT_PAYER
               WHERE UUID_CUSTOMER = :SQL-NEW-UUID
           END-EXEC.
           EXEC SQL
               UPDATE CONTRACT_PAYER
               SET UUID_CUSTOMER = :SQL-NEW-UUID,
                   PAYER_NUM = PAYER_NUM + :SQL-NUM-OFFSET,
                   PAYER_MANDATE_REF =
                   CASE WHEN PAYER_MANDATE_REF IN
                        (SELECT M.MANDATE_REF FROM CUSTOMER_MANDATE M
                          WHERE M.UUID_CUSTOMER = :LK-CUS-UUID)
                        THEN NULL
                        ELSE PAYER_MANDATE_REF END
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.

      *    [RD] mandats SEPA de l'ancien adherent : plus aucun
      *    prelevement sur son compte pour ce contrat.
           EXEC SQL
               UPDATE CUSTOMER_MANDATE
               SET MANDATE_ACTIVE = '0'
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND MANDATE_ACTIVE = '1'
           END-EXEC.
           PERFORM 1350-CHECK-REPOINT-START
               THRU 1350-CHECK-REPOINT-START-EXIT.

           PERFORM 1400-RECORD-TRANSFER-START
               THRU 1400-RECORD-TRANSFER-START-EXIT.

           PERFORM 5000-WRITE-LETTERS-START
               THRU 5000-WRITE-LETTERS-START-EXIT.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'TRANSFERT REALISE - LETTRES DE CONFIRMATION PRODUITES.'
               TO WS-ERROR-MESSAGE.
           MOVE 'N' TO WS-LOADED.
           INITIALIZE SC-DEP-NUM SC-NEW-SECU SC-TRANS-DATE.
       1300-TRANSFER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1310-CREATE-HOLDER-START.                                   *
      ******************************************************************
      *    [RD] Fiche adherent du nouveau titulaire, creee a partir de
      *    l'ayant droit promu, a l'adresse du foyer. Telephone, mail
      *    et IBAN sont a completer en modification de la fiche.
       1310-CREATE-HOLDER-START.
           EXEC SQL
               INSERT INTO CUSTOMER (
                   CUSTOMER_LASTNAME,
                   CUSTOMER_FIRSTNAME,
                   CUSTOMER_ADRESS1,
                   CUSTOMER_ADRESS2,
                   CUSTOMER_ZIPCODE,
                   CUSTOMER_TOWN,
                   CUSTOMER_COUNTRY,
                   CUSTOMER_BIRTH_DATE,
                   CUSTOMER_CODE_SECU,
                   CUSTOMER_NBCHILDREN,
                   CUSTOMER_COUPLE,
                   CUSTOMER_CREATE_DATE,
                   CUSTOMER_ACTIVE
               )
               VALUES (
                   TRIM(:SQL-DEP-LASTNAME),
                   TRIM(:SQL-DEP-FIRSTNAME),
                   TRIM(:SQL-ADRESS1),
                   TRIM(:SQL-ADRESS2),
                   TRIM(:SQL-ZIPCODE),
                   TRIM(:SQL-TOWN),
                   TRIM(:SQL-COUNTRY),
                   NULLIF(TRIM(:SQL-DEP-BIRTH-DATE), ''),
                   :SQL-NEW-SECU,
                   0,
                   'non',
                   :SQL-TODAY,
                   '1'
              )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation de la fiche du nouvel adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           INITIALIZE SQL-NEW-UUID.
           EXEC SQL
               SELECT UUID_CUSTOMER
               INTO :SQL-NEW-UUID
               FROM CUSTOMER
               WHERE CUSTOMER_CODE_SECU = :SQL-NEW-SECU
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de la fiche creee.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1310-CREATE-HOLDER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1350-CHECK-REPOINT-START.                                   *
      ******************************************************************
      *    [RD] Un re-pointage sans ligne (SQLCODE 100) n'est pas une
      *    erreur : le contrat peut n'avoir aucune ligne dans
      *    certaines tables.
       1350-CHECK-REPOINT-START.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur de re-pointage d''une table.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE ZERO TO SQLCODE.
       1350-CHECK-REPOINT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-RECORD-TRANSFER-START.                                 *
      ******************************************************************
      *    [RD] Trace du transfert (ancien et nouveau titulaire,
      *    contrat, date) et journal des deux lettres.
       1400-RECORD-TRANSFER-START.
           MOVE 'TRANSFERT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-TRANSFER-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(TRANSFER_NUM), 0)
               INTO :SQL-TRANSFER-NUM
               FROM CONTRACT_TRANSFER
           END-EXEC.
           ADD 1 TO SQL-TRANSFER-NUM.
           EXEC SQL
               INSERT INTO CONTRACT_TRANSFER
                   (TRANSFER_NUM, TRANSFER_OLD_UUID, TRANSFER_NEW_UUID,
                    TRANSFER_REIM_UUID, TRANSFER_DEP_NUM,
                    TRANSFER_DATE, TRANSFER_CREATE_DATE)
               VALUES (:SQL-TRANSFER-NUM, :LK-CUS-UUID, :SQL-NEW-UUID,
                    :SQL-REIM-UUID, :SQL-DEP-NUM,
                    :SQL-TRANS-DATE, :SQL-TODAY)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement du transfert.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           INITIALIZE SQL-DOC-NAME.
           STRING 'TRANSFERT CONTRAT (CEDANT) ' SQL-TRANSFER-NUM
               DELIMITED BY SIZE INTO SQL-DOC-NAME
           END-STRING.
           EXEC SQL
               INSERT INTO COMMUNICATION_LOG
                   (UUID_CUSTOMER, COMM_DOCUMENT, COMM_DATE,
                    COMM_OUTCOME)
                   VALUES (:LK-CUS-UUID, :SQL-DOC-NAME,
                    :SQL-TODAY, 'ENVOYE')
           END-EXEC.
           INITIALIZE SQL-DOC-NAME.
           STRING 'TRANSFERT CONTRAT (NOUVEL ADHERENT) '
               SQL-TRANSFER-NUM
               DELIMITED BY SIZE INTO SQL-DOC-NAME
           END-STRING.
           EXEC SQL
               INSERT INTO COMMUNICATION_LOG
                   (UUID_CUSTOMER, COMM_DOCUMENT, COMM_DATE,
                    COMM_OUTCOME)
                   VALUES (:SQL-NEW-UUID, :SQL-DOC-NAME,
                    :SQL-TODAY, 'ENVOYE')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur journal des communications.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1400-RECORD-TRANSFER-START-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-LETTERS-START.                                   *
      ******************************************************************
      *    [RD] Lettres de confirmation : une pour l'ancien adherent,
      *    une pour le nouveau titulaire.
       5000-WRITE-LETTERS-START.
           MOVE LK-CUS-CODE-SECU TO WS-PRINT-SECU.
           OPEN OUTPUT F-PRINT.
           PERFORM 5100-LETTER-HEADER-START
               THRU 5100-LETTER-HEADER-START-EXIT.

           INITIALIZE R-PRINT.
           STRING 'A l''attention de ' WS-OLD-NAME
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'A compter du ' SQL-TRANS-DATE
               ', votre contrat est transfere a :'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING '    ' WS-NEW-NAME
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Vous n''etes plus couvert par ce contrat a cette date.'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Aucune cotisation ne sera plus prelevee sur votre'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'compte pour ce contrat ; les sommes emises avant la'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'date du transfert restent a votre charge, et vos'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'demandes en cours vous seront reglees normalement.'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Nos conseillers restent a votre disposition pour'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'vous proposer une couverture a votre nom.' TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 5200-LETTER-FOOTER-START
               THRU 5200-LETTER-FOOTER-START-EXIT.
           CLOSE F-PRINT.

           MOVE SQL-NEW-SECU TO WS-PRINT-SECU.
           OPEN OUTPUT F-PRINT.
           PERFORM 5100-LETTER-HEADER-START
               THRU 5100-LETTER-HEADER-START-EXIT.

           INITIALIZE R-PRINT.
           STRING 'A l''attention de ' WS-NEW-NAME
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'A compter du ' SQL-TRANS-DATE
               ', vous devenez titulaire du contrat'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'jusqu''ici souscrit par ' WS-OLD-NAME
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Les garanties, l''anciennete, les delais de carence'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'deja effectues et les plafonds deja consommes sur'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'l''annee sont conserves.' TO R-PRINT.
           WRITE R-PRINT.
           IF SQL-NB-DEP > ZERO THEN
               INITIALIZE R-PRINT
               STRING 'Ayants droit rattaches a votre contrat : '
                   SQL-NB-DEP
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Les cotisations vous seront desormais facturees.'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Merci de nous retourner un RIB a votre nom et le'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'mandat de prelevement SEPA joint, signe.' TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 5200-LETTER-FOOTER-START
               THRU 5200-LETTER-FOOTER-START-EXIT.
           CLOSE F-PRINT.
       5000-WRITE-LETTERS-START-EXIT.
           EXIT.

      ******************************************************************
      *    5100-LETTER-HEADER-START.                                   *
      ******************************************************************
       5100-LETTER-HEADER-START.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'MUTUELLE BOBONIORT - TRANSFERT DE CONTRAT'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Le ' SQL-TODAY
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE SQL-ADRESS1 TO R-PRINT.
           WRITE R-PRINT.
           IF SQL-ADRESS2 NOT = SPACES THEN
               MOVE SQL-ADRESS2 TO R-PRINT
               WRITE R-PRINT
           END-IF.
           INITIALIZE R-PRINT.
           STRING FUNCTION TRIM(SQL-ZIPCODE) SPACE
               FUNCTION TRIM(SQL-TOWN)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
       5100-LETTER-HEADER-START-EXIT.
           EXIT.

      ******************************************************************
      *    5200-LETTER-FOOTER-START.                                   *
      ******************************************************************
       5200-LETTER-FOOTER-START.
           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'Veuillez agreer nos salutations distinguees.'
               TO R-PRINT.
           WRITE R-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
       5200-LETTER-FOOTER-START-EXIT.
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
      *    centralisee (getconf.cbl), une seule fois par execution ;   *
      *    sans configuration, refus clair de demarrer.                *
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
