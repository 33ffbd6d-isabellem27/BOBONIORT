      ******************************************************************
      *    [RD] Declaration trimestrielle au fonds de la               *
      *    Complementaire sante solidaire (C2S).                       *
      *    L'organisme gestionnaire declare chaque trimestre au fonds  *
      *    les contrats C2S geres et les prestations versees, pour     *
      *    obtenir le remboursement de la charge nette. Pour l'annee   *
      *    et le trimestre saisis a l'ecran, ce traitement compte :    *
      *      - les contrats C2S geres (droits notifies par la CPAM,    *
      *        c2sback.cbl, ouverts sur une partie du trimestre) et    *
      *        leurs beneficiaires (adherent et ayants droit) ;        *
      *      - les participations emises sur ces contrats (factures    *
      *        moins avoirs, date d'emission dans le mois) ;           *
      *      - les prestations payees (CLAIM_PAID_DATE dans le mois)   *
      *        pour des soins couverts par des droits C2S ;            *
      *    et en deduit le solde a rembourser par le fonds             *
      *    (prestations moins participations). Il ecrit le fichier     *
      *    de declaration C2SDEC-AAAAQn.txt et trace la declaration    *
      *    dans C2S_DECLARATION (une ligne par trimestre, remplacee a  *
      *    chaque relance).                                            *
      *    Appele par le menu des donnees (mode 'E', ecran) ou par la  *
      *    chaine de cloture mensuelle (closchain.cbl, mode 'B', avec  *
      *    le dernier mois AAAAMM du trimestre), comme tsadecl.cbl.    *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. c2sdecl RECURSIVE.
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
      *    [RD] connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-PRINT-PATH.
           03 WS-PRINT-FOLDER   PIC X(17)
           VALUE './RAPPORT/C2SDEC-'.
           03 WS-PRINT-YEAR     PIC 9(04).
           03 WS-PRINT-Q        PIC X(01) VALUE 'Q'.
           03 WS-PRINT-QUARTER  PIC 9(01).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] traitement mene a son terme (chaine de cloture).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-MONTH-IDX         PIC 9(02) VALUE 0.
       01  WS-MONTH-NUM         PIC 9(02) VALUE 0.
       01  WS-FIRST-MONTH       PIC 9(02) VALUE 0.
       01  WS-LAST-MONTH        PIC 9(02) VALUE 0.

       01  SC-YEAR              PIC 9(04) VALUE ZERO.
       01  SC-QUARTER           PIC 9(01) VALUE ZERO.

       01  WS-TOTAL-PREMIUM     PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PAID        PIC S9(11)V99 VALUE ZERO.
       01  WS-BALANCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-Z-AMOUNT          PIC -Z(08)9.99.
       01  WS-Z-COUNT           PIC Z(06)9.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           03 WS-R-TITLE        PIC X(45)
           VALUE 'DECLARATION TRIMESTRIELLE AU FONDS C2S'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-MONTH-PREFIX     PIC X(08).
       01  SQL-PAID-PREFIX      PIC X(08).
       01  SQL-Q-START          PIC X(10).
       01  SQL-Q-END            PIC X(10).
       01  SQL-NB-CONTRACT      PIC 9(07).
       01  SQL-NB-BENEF         PIC 9(07).
       01  SQL-MONTH-PREMIUM    PIC S9(09)V99.
       01  SQL-MONTH-PAID       PIC S9(09)V99.
       01  SQL-MONTH-NB-CLAIM   PIC 9(07).
       01  SQL-NB-CLAIM         PIC 9(07).
       01  SQL-DECL-YEAR        PIC 9(04).
       01  SQL-DECL-QUARTER     PIC 9(01).
       01  SQL-TOTAL-PREMIUM    PIC S9(11)V99.
       01  SQL-TOTAL-PAID       PIC S9(11)V99.
       01  SQL-BALANCE          PIC S9(11)V99.
       01  SQL-DECL-FILE        PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    [RD] appel par la chaine de cloture mensuelle
      *    (closchain.cbl), sans ecran ; le menu passe le mode 'E'
      *    (ecran).
       01  LK-CLOSE-STEP.
           05 LK-CS-MODE        PIC X(01).
           05 LK-CS-PERIOD      PIC X(06).
           05 LK-CS-RC          PIC X(01).
           05 LK-CS-OUTPUT      PIC X(200).
           05 LK-CS-MESSAGE     PIC X(70).

       SCREEN SECTION.
       COPY 'screen-c2s-decl.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CLOSE-STEP.

       0000-START-MAIN.
           IF LK-CS-MODE EQUAL 'B' THEN
               PERFORM 1900-CLOSE-STEP-START
                   THRU 1900-CLOSE-STEP-START-EXIT
               GO TO END-0000-MAIN
           END-IF.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-C2S-DECL.
           IF FUNCTION UPPER-CASE(WS-RUN-CHOICE) EQUAL 'O' THEN
               PERFORM 2000-RUN-BATCH-START
                   THRU 2000-RUN-BATCH-START-EXIT
               MOVE SPACES TO WS-RUN-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-RUN-BATCH-START.                                       *
      ******************************************************************
       2000-RUN-BATCH-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-YEAR < 2000 OR SC-YEAR > 2099
              OR SC-QUARTER < 1 OR SC-QUARTER > 4 THEN
               MOVE 'Veuillez saisir l''annee et le trimestre (1-4).'
                   TO WS-ERROR-MESSAGE
               GO TO 2000-RUN-BATCH-START-EXIT
           END-IF.
           MOVE ZERO TO WS-TOTAL-PREMIUM WS-TOTAL-PAID WS-BALANCE.
           MOVE ZERO TO SQL-NB-CLAIM.
           MOVE SC-YEAR TO WS-PRINT-YEAR.
           MOVE SC-QUARTER TO WS-PRINT-QUARTER.

      *    [RD] bornes du trimestre au format AAAA-MM-JJ.
           COMPUTE WS-FIRST-MONTH = (SC-QUARTER - 1) * 3 + 1.
           COMPUTE WS-LAST-MONTH = WS-FIRST-MONTH + 2.
           INITIALIZE SQL-Q-START SQL-Q-END.
           STRING SC-YEAR '-' WS-FIRST-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-Q-START
           END-STRING.
           STRING SC-YEAR '-' WS-LAST-MONTH '-31'
               DELIMITED BY SIZE INTO SQL-Q-END
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 2050-ENSURE-TABLES-START
               THRU 2050-ENSURE-TABLES-START-EXIT.
           PERFORM 2200-COUNT-CONTRACTS-START
               THRU 2200-COUNT-CONTRACTS-START-EXIT.

           OPEN OUTPUT F-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           INITIALIZE R-PRINT.
           STRING '    ' WS-R-TITLE
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Periode : ' SC-YEAR ' trimestre ' SC-QUARTER
               ' (mois ' WS-FIRST-MONTH ' a ' WS-LAST-MONTH ')'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           MOVE SQL-NB-CONTRACT TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING 'Contrats C2S geres        : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SQL-NB-BENEF TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING 'Beneficiaires couverts    : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.

      *    [RD] un mois par ligne : participations emises et
      *    prestations payees au titre de la C2S.
           PERFORM 3000-ONE-MONTH-START
               THRU 3000-ONE-MONTH-START-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 3.

           COMPUTE WS-BALANCE = WS-TOTAL-PAID - WS-TOTAL-PREMIUM.

           WRITE R-PRINT FROM WS-R-DASH.
           MOVE WS-TOTAL-PREMIUM TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING 'Participations emises     : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SQL-NB-CLAIM TO WS-Z-COUNT.
           MOVE WS-TOTAL-PAID TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING 'Prestations payees        : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros ('
               FUNCTION TRIM(WS-Z-COUNT) ' demandes)'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-BALANCE TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING 'Solde a rembourser fonds  : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.

           PERFORM 2300-RECORD-DECLARATION-START
               THRU 2300-RECORD-DECLARATION-START-EXIT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'O' TO WS-CS-DONE.
           MOVE WS-BALANCE TO WS-Z-AMOUNT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'DECLARATION C2S PRODUITE - SOLDE : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR.'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
       2000-RUN-BATCH-START-EXIT.
           EXIT.

      ******************************************************************
      *    2050-ENSURE-TABLES-START.                                   *
      ******************************************************************
      *    [RD] table des notifications (c2sback.cbl), colonnes de
      *    paiement (claimpay.cbl) et trace des declarations, pour
      *    une declaration lancee avant tout chargement.
       2050-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS C2S_RIGHT (
                   RIGHT_NUM          INT,
                   UUID_CUSTOMER      VARCHAR(36),
                   RIGHT_NIR          VARCHAR(15),
                   RIGHT_START_DATE   VARCHAR(10),
                   RIGHT_END_DATE     VARCHAR(10),
                   RIGHT_PARTICIP     VARCHAR(1),
                   RIGHT_PREMIUM      INT,
                   RIGHT_NB_BENEF     INT,
                   REIMBURSEMENT_NUM  VARCHAR(10),
                   RIGHT_LOAD_DATE    VARCHAR(10),
                   RIGHT_REMIND_DATE  VARCHAR(10),
                   RIGHT_STATUS       VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAID_DATE VARCHAR(10)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS C2S_DECLARATION (
                   DECL_YEAR          INT,
                   DECL_QUARTER       INT,
                   DECL_NB_CONTRACT   INT,
                   DECL_NB_BENEF      INT,
                   DECL_NB_CLAIM      INT,
                   DECL_PREMIUM       NUMERIC(13,2),
                   DECL_PAID          NUMERIC(13,2),
                   DECL_BALANCE       NUMERIC(13,2),
                   DECL_FILE          VARCHAR(40),
                   DECL_DATE          TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation des tables C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2050-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    2200-COUNT-CONTRACTS-START.                                 *
      ******************************************************************
      *    [RD] contrats geres : adherents dont une notification C2S
      *    couvre au moins un jour du trimestre ; beneficiaires : ceux
      *    de la derniere de ces notifications pour chaque adherent.
       2200-COUNT-CONTRACTS-START.
           MOVE ZERO TO SQL-NB-CONTRACT SQL-NB-BENEF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(R.RIGHT_NB_BENEF), 0)
               INTO :SQL-NB-CONTRACT, :SQL-NB-BENEF
               FROM C2S_RIGHT R
               WHERE R.RIGHT_START_DATE <= :SQL-Q-END
                 AND R.RIGHT_END_DATE >= :SQL-Q-START
                 AND NOT EXISTS
                     (SELECT 1 FROM C2S_RIGHT R2
                       WHERE R2.UUID_CUSTOMER = R.UUID_CUSTOMER
                         AND R2.RIGHT_START_DATE <= :SQL-Q-END
                         AND R2.RIGHT_END_DATE >= :SQL-Q-START
                         AND R2.RIGHT_NUM > R.RIGHT_NUM)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur comptage des contrats C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2200-COUNT-CONTRACTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ONE-MONTH-START.                                       *
      ******************************************************************
      *    [RD] Cumule le mois d'indice WS-MONTH-IDX du trimestre :
      *    participations emises sur les contrats C2S (factures et
      *    avoirs avec leur signe, comme tsadecl.cbl), et prestations
      *    payees dans le mois pour des soins couverts par des droits
      *    C2S de l'adherent a la date des soins.
       3000-ONE-MONTH-START.
           COMPUTE WS-MONTH-NUM =
               (SC-QUARTER - 1) * 3 + WS-MONTH-IDX.
           INITIALIZE SQL-MONTH-PREFIX.
           STRING SC-YEAR '-' WS-MONTH-NUM '%'
               DELIMITED BY SIZE INTO SQL-MONTH-PREFIX
           END-STRING.
           MOVE SQL-MONTH-PREFIX TO SQL-PAID-PREFIX.

           MOVE ZERO TO SQL-MONTH-PREMIUM.
           EXEC SQL
               SELECT COALESCE(SUM(INVOICE.INVOICE_INCOME), 0)
               INTO :SQL-MONTH-PREMIUM
               FROM INVOICE
               INNER JOIN CUSTOMER_REIMBURSEMENT CR
                   ON CR.UUID_CUSTOMER_REIMBOURSEMENT
                    = INVOICE.UUID_CUSTOMER_REIMBOURSEMENT
               WHERE INVOICE.INVOICE_CREATE_DATE LIKE :SQL-MONTH-PREFIX
                 AND EXISTS
                     (SELECT 1 FROM PRODUCT
                       WHERE PRODUCT.PRODUCT_PREFIX =
                             SUBSTRING(CR.REIMBURSEMENT_NUM, 1, 3)
                         AND PRODUCT.PRODUCT_KIND = 'R')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur cumul des participations C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           MOVE ZERO TO SQL-MONTH-PAID SQL-MONTH-NB-CLAIM.
           EXEC SQL
               SELECT COALESCE(SUM(CL.CLAIM_OWED), 0), COUNT(*)
               INTO :SQL-MONTH-PAID, :SQL-MONTH-NB-CLAIM
               FROM CUSTOMER_CLAIM CL
               WHERE CL.CLAIM_STATUS = 'PAYE'
                 AND CL.CLAIM_PAID_DATE LIKE :SQL-PAID-PREFIX
                 AND EXISTS
                     (SELECT 1 FROM C2S_RIGHT R
                       WHERE R.UUID_CUSTOMER = CL.UUID_CUSTOMER
                         AND R.RIGHT_START_DATE <=
                             SUBSTRING(CL.CLAIM_DATE, 1, 4) || '-' ||
                             SUBSTRING(CL.CLAIM_DATE, 5, 2) || '-' ||
                             SUBSTRING(CL.CLAIM_DATE, 7, 2)
                         AND R.RIGHT_END_DATE >=
                             SUBSTRING(CL.CLAIM_DATE, 1, 4) || '-' ||
                             SUBSTRING(CL.CLAIM_DATE, 5, 2) || '-' ||
                             SUBSTRING(CL.CLAIM_DATE, 7, 2))
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur cumul des prestations C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           ADD SQL-MONTH-PREMIUM TO WS-TOTAL-PREMIUM.
           ADD SQL-MONTH-PAID TO WS-TOTAL-PAID.
           ADD SQL-MONTH-NB-CLAIM TO SQL-NB-CLAIM.

           MOVE SQL-MONTH-PREMIUM TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING 'Mois ' WS-MONTH-NUM
               ' - participations : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE SQL-MONTH-PAID TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING '        - prestations    : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3000-ONE-MONTH-START-EXIT.
           EXIT.

      ******************************************************************
      *    2300-RECORD-DECLARATION-START.                              *
      ******************************************************************
      *    [RD] une ligne par trimestre declare : une relance remplace
      *    la precedente.
       2300-RECORD-DECLARATION-START.
           MOVE SC-YEAR TO SQL-DECL-YEAR.
           MOVE SC-QUARTER TO SQL-DECL-QUARTER.
           MOVE WS-TOTAL-PREMIUM TO SQL-TOTAL-PREMIUM.
           MOVE WS-TOTAL-PAID TO SQL-TOTAL-PAID.
           MOVE WS-BALANCE TO SQL-BALANCE.
           MOVE WS-PRINT-PATH TO SQL-DECL-FILE.
           EXEC SQL
               DELETE FROM C2S_DECLARATION
               WHERE DECL_YEAR = :SQL-DECL-YEAR
                 AND DECL_QUARTER = :SQL-DECL-QUARTER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur remplacement de la declaration C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               INSERT INTO C2S_DECLARATION
                   (DECL_YEAR, DECL_QUARTER, DECL_NB_CONTRACT,
                    DECL_NB_BENEF, DECL_NB_CLAIM, DECL_PREMIUM,
                    DECL_PAID, DECL_BALANCE, DECL_FILE, DECL_DATE)
               VALUES
                   (:SQL-DECL-YEAR, :SQL-DECL-QUARTER,
                    :SQL-NB-CONTRACT, :SQL-NB-BENEF, :SQL-NB-CLAIM,
                    :SQL-TOTAL-PREMIUM, :SQL-TOTAL-PAID,
                    :SQL-BALANCE, :SQL-DECL-FILE, CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la declaration C2S.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2300-RECORD-DECLARATION-START-EXIT.
           EXIT.

      ******************************************************************
      *    1900-CLOSE-STEP-START.                                      *
      ******************************************************************
      *    [RD] etape trimestrielle de la chaine de cloture mensuelle
      *    (closchain.cbl) : la chaine passe le dernier mois AAAAMM
      *    du trimestre, d'ou l'annee et le trimestre ; compte rendu,
      *    sortie produite et code retour ('0' termine, '1' echec)
      *    rendus a l'appelant.
       1900-CLOSE-STEP-START.
           MOVE 'N' TO WS-CS-DONE.
           MOVE LK-CS-PERIOD(1:4) TO SC-YEAR.
           COMPUTE SC-QUARTER =
               (FUNCTION NUMVAL(LK-CS-PERIOD(5:2)) + 2) / 3.
           PERFORM 2000-RUN-BATCH-START
               THRU 2000-RUN-BATCH-START-EXIT.
           MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE.
           IF WS-CS-DONE EQUAL 'O' THEN
               MOVE '0' TO LK-CS-RC
               MOVE WS-PRINT-PATH TO LK-CS-OUTPUT
           ELSE
               MOVE '1' TO LK-CS-RC
           END-IF.
       1900-CLOSE-STEP-START-EXIT.
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
           EXEC SQL COMMIT WORK END-EXEC.
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
      *    [RD] en chaine de cloture, l'echec est rendu a
      *    closchain.cbl qui arrete la chaine.
           IF LK-CS-MODE EQUAL 'B' THEN
               MOVE '1' TO LK-CS-RC
               MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.
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
