      ******************************************************************
      *    [RD] Lignes du flux CPAM en suspens.                        *
      *    cpamback.cbl garde dans CPAM_SUSPENSE les lignes du releve  *
      *    dont le NIR ne correspond a aucun adherent (NIR d'un ayant  *
      *    droit, NIR change recemment, erreur de la caisse) ou a un   *
      *    adherent archive. Cet ecran permet au gestionnaire de :     *
      *      - rechercher l'adherent par code secu, nom ou date de     *
      *        naissance, y compris ceux de ses ayants droit ;         *
      *      - rattacher une ligne a un adherent actif et, le cas      *
      *        echeant, a l'un de ses ayants droit ouvert a la date    *
      *        des soins (action R) : la ligne est aussitot reprise    *
      *        par cpamback.cbl (disposition S) et entre dans         *
      *        CUSTOMER_CLAIM au tarif normal, avec sa date de soins   *
      *        et son heure de reception d'origine ;                   *
      *      - clore une ligne sans suite, avec un commentaire         *
      *        (action C) ;                                            *
      *      - editer la liste des lignes toujours en attente au-dela  *
      *        de l'anciennete de relance (SUSPENSE_AGE_DAYS de        *
      *        CLAIM_ANOM_PARAM, clmparam.cbl) pour relance de la      *
      *        caisse (./RAPPORT/SUSPENS-CPAM-AAAAMMJJ.txt).           *
      *    Statuts : EN-ATTENTE, RATTACHE (reprise en cours), INTEGRE, *
      *    REJETE (reprise refusee, motif en commentaire ; la ligne    *
      *    peut etre rattachee de nouveau), CLOS.                      *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpamsusp RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORT
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT         PIC X(200).

       WORKING-STORAGE SECTION.
      *    [RD] connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-SEARCH-CHOICE     PIC X(01).
       01  WS-ACTION-CHOICE     PIC X(01).
       01  WS-REPORT-CHOICE     PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-ROW-IDX           PIC 9(01) VALUE 0.
       01  WS-MBR-IDX           PIC 9(01) VALUE 0.
       01  WS-MBR-CNT           PIC 9(01) VALUE 0.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-Z-CNT             PIC Z(04)9.
       01  WS-Z-CNT2            PIC Z(04)9.
       01  WS-Z-AMOUNT          PIC Z(04)9.
       01  WS-Z-SUSP            PIC Z(07)9.
       01  WS-Z-CLAIM           PIC Z(07)9.
       01  WS-Z-DEP             PIC Z9.
       01  WS-Z-AGE             PIC ZZ9.
       01  WS-Z-DAYS            PIC Z(04)9.

       01  WS-REPORT-PATH.
           03 WS-REPORT-FOLDER  PIC X(23)
              VALUE './RAPPORT/SUSPENS-CPAM-'                    .
           03 WS-REPORT-DATE    PIC 9(08).
           03 WS-REPORT-FORMAT  PIC X(04)  VALUE '.txt'.

      *    [RD] reprise des lignes rattachees par cpamback.cbl
      *    (disposition S, sans fichier).
       01  WS-CPAM-PATH         PIC X(100) VALUE SPACES.
       01  WS-CPAM-LAYOUT       PIC X(01)  VALUE 'S'.

      *    [RD] recherche d'un adherent : criteres cumulables, le nom
      *    et la date de naissance portent aussi sur les ayants droit.
       01  SC-CS-SECU           PIC X(15) VALUE SPACES.
       01  SC-CS-NAME           PIC X(20) VALUE SPACES.
       01  SC-CS-BIRTH          PIC X(08) VALUE SPACES.

      *    [RD] traitement d'une ligne : R = rattacher a l'adherent
      *    (et a l'ayant droit, 0 = l'adherent lui-meme), C = clore.
       01  SC-CS-SUSP-NUM       PIC 9(08) VALUE ZERO.
       01  SC-CS-ACTION         PIC X(01) VALUE SPACE.
       01  SC-CS-ATT-SECU       PIC X(15) VALUE SPACES.
       01  SC-CS-DEP-NUM        PIC 9(02) VALUE ZERO.
       01  SC-CS-USER           PIC X(10) VALUE SPACES.
       01  SC-CS-COMMENT        PIC X(60) VALUE SPACES.

      *    [RD] adherents trouves (trois au plus) et leurs ayants
      *    droit ouverts.
       01  WS-M1-LINE           PIC X(110) VALUE SPACES.
       01  WS-D1-LINE           PIC X(110) VALUE SPACES.
       01  WS-M2-LINE           PIC X(110) VALUE SPACES.
       01  WS-D2-LINE           PIC X(110) VALUE SPACES.
       01  WS-M3-LINE           PIC X(110) VALUE SPACES.
       01  WS-D3-LINE           PIC X(110) VALUE SPACES.
       01  WS-M-LINE            PIC X(110) VALUE SPACES.
       01  WS-D-LINE            PIC X(110) VALUE SPACES.
       01  WS-D-POS             PIC 9(03) VALUE 1.
       01  WS-MBR-TABLE.
           05 WS-MBR-UUID       PIC X(36) OCCURS 3.

      *    [RD] lignes en attente affichees (cinq plus anciennes).
       01  WS-LIST-HEAD         PIC X(110) VALUE SPACES.
       01  WS-F1-LINE           PIC X(110) VALUE SPACES.
       01  WS-F2-LINE           PIC X(110) VALUE SPACES.
       01  WS-F3-LINE           PIC X(110) VALUE SPACES.
       01  WS-F4-LINE           PIC X(110) VALUE SPACES.
       01  WS-F5-LINE           PIC X(110) VALUE SPACES.
       01  WS-F-LINE            PIC X(110) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-TODAY            PIC X(10).
       01  SQL-CNT              PIC 9(05) VALUE ZERO.
       01  SQL-CNT2             PIC 9(05) VALUE ZERO.
       01  SQL-AGE-DAYS         PIC 9(03) VALUE 30.

      *    [RD] ligne en suspens courante.
       01  SQL-SUSP-NUM         PIC 9(08) VALUE ZERO.
       01  SQL-SUSP-SECU        PIC X(15).
       01  SQL-SUSP-CARE-DATE   PIC X(08).
       01  SQL-SUSP-ACT         PIC X(20).
       01  SQL-SUSP-AMOUNT      PIC 9(05) VALUE ZERO.
       01  SQL-SUSP-REASON      PIC X(30).
       01  SQL-SUSP-FILE-DATE   PIC X(10).
       01  SQL-SUSP-STATUS      PIC X(10).
       01  SQL-SUSP-BENEF       PIC X(40).
       01  SQL-SUSP-USER        PIC X(10).
       01  SQL-SUSP-COMMENT     PIC X(60).
       01  SQL-SUSP-CLAIM-NUM   PIC 9(08) VALUE ZERO.
       01  SQL-SUSP-DAYS        PIC 9(05) VALUE ZERO.
       01  SQL-CARE-DATE-D      PIC X(10).

      *    [RD] recherche et rattachement.
       01  SQL-SRCH-SECU        PIC X(15).
       01  SQL-SRCH-NAME        PIC X(21).
       01  SQL-SRCH-BIRTH       PIC X(10).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-SECU         PIC X(15).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-BIRTH        PIC X(10).
       01  SQL-CUS-ACTIVE       PIC X(01).
       01  SQL-DEP-NUM          PIC 9(02) VALUE ZERO.
       01  SQL-DEP-FIRSTNAME    PIC X(20).
       01  SQL-DEP-BIRTH        PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-cpam-suspense.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-SEARCH-CHOICE
               WS-ACTION-CHOICE WS-REPORT-CHOICE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           PERFORM 1000-PREPARE-START
               THRU 1000-PREPARE-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1000-PREPARE-START.                                         *
      ******************************************************************
       1000-PREPARE-START.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1010-ENSURE-TABLES-START
               THRU 1010-ENSURE-TABLES-START-EXIT.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1000-PREPARE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1010-ENSURE-TABLES-START.                                   *
      ******************************************************************
      *    [RD] La file est normalement creee par cpamback.cbl ; on
      *    garantit son existence, celle des ayants droit et de
      *    l'anciennete de relance, puis on lit cette derniere.
       1010-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CPAM_SUSPENSE (
                   SUSP_NUM          INT,
                   SUSP_SECU         VARCHAR(15),
                   SUSP_CARE_DATE    VARCHAR(08),
                   SUSP_ACT          VARCHAR(20),
                   SUSP_AMOUNT       INT,
                   SUSP_REASON       VARCHAR(30),
                   SUSP_LINE         VARCHAR(300),
                   SUSP_FILE_DATE    VARCHAR(10),
                   SUSP_RECEIVED_AT  TIMESTAMP,
                   SUSP_STATUS       VARCHAR(10),
                   SUSP_UUID         VARCHAR(36),
                   SUSP_BENEFICIARY  VARCHAR(40),
                   SUSP_USER         VARCHAR(10),
                   SUSP_ATTACH_DATE  VARCHAR(10),
                   SUSP_CLAIM_NUM    INT DEFAULT 0,
                   SUSP_COMMENT      VARCHAR(60)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table CPAM_SUSPENSE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_NIR_ALIAS (
                   UUID_CUSTOMER VARCHAR(36),
                   ALIAS_SECU    VARCHAR(15),
                   ALIAS_DATE    VARCHAR(10)
               )
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
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne DEPENDENT_END_DATE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_ANOM_PARAM (
                  PARAM_NUM        INT,
                  MAX_CLAIMS_MONTH INT,
                  MAX_AMOUNT_MONTH INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CLAIM_ANOM_PARAM
               ADD COLUMN IF NOT EXISTS SUSPENSE_AGE_DAYS
                   INTEGER DEFAULT 30
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne SUSPENSE_AGE_DAYS.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE 30 TO SQL-AGE-DAYS.
           EXEC SQL
               SELECT COALESCE(SUSPENSE_AGE_DAYS, 30)
               INTO :SQL-AGE-DAYS
               FROM CLAIM_ANOM_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de l anciennete de relance.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-AGE-DAYS = ZERO THEN
               MOVE 30 TO SQL-AGE-DAYS
           END-IF.
           MOVE SQL-AGE-DAYS TO WS-Z-AGE.
       1010-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LOAD-LIST-START.                                       *
      ******************************************************************
      *    [RD] Compte des lignes a traiter (en attente ou rejetees a
      *    la reprise) dont celles a relancer, puis les cinq plus
      *    anciennes : NIR, soins, acte, montant et raison.
       1050-LOAD-LIST-START.
           INITIALIZE WS-LIST-HEAD WS-F1-LINE WS-F2-LINE WS-F3-LINE
               WS-F4-LINE WS-F5-LINE.
           MOVE 0 TO WS-ROW-IDX.
           MOVE ZERO TO SQL-CNT SQL-CNT2.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN CAST(SUSP_RECEIVED_AT
                                   AS DATE) <= CURRENT_DATE
                                   - CAST(:SQL-AGE-DAYS AS INTEGER)
                                   THEN 1 ELSE 0 END), 0)
               INTO :SQL-CNT, :SQL-CNT2
               FROM CPAM_SUSPENSE
               WHERE SUSP_STATUS IN ('EN-ATTENTE', 'REJETE')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur comptage des lignes en suspens.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE SQL-CNT TO WS-Z-CNT.
           MOVE SQL-CNT2 TO WS-Z-CNT2.
           STRING 'Lignes a traiter : ' FUNCTION TRIM(WS-Z-CNT)
               ' - dont ' FUNCTION TRIM(WS-Z-CNT2)
               ' en attente depuis plus de ' FUNCTION TRIM(WS-Z-AGE)
               ' jours - les plus anciennes :'
               DELIMITED BY SIZE INTO WS-LIST-HEAD
           END-STRING.
           EXEC SQL
               DECLARE CRS-SUSP CURSOR FOR
               SELECT SUSP_NUM, SUSP_STATUS, SUSP_SECU,
                      SUSP_CARE_DATE, SUSP_ACT,
                      COALESCE(SUSP_AMOUNT, 0),
                      CASE WHEN SUSP_STATUS = 'REJETE'
                           THEN COALESCE(SUSP_COMMENT, '')
                           ELSE COALESCE(SUSP_REASON, '') END,
                      COALESCE(SUSP_FILE_DATE, '')
               FROM CPAM_SUSPENSE
               WHERE SUSP_STATUS IN ('EN-ATTENTE', 'REJETE')
               ORDER BY SUSP_NUM
               LIMIT 5
           END-EXEC.
           EXEC SQL OPEN CRS-SUSP END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-SUSP
                   INTO :SQL-SUSP-NUM, :SQL-SUSP-STATUS,
                        :SQL-SUSP-SECU, :SQL-SUSP-CARE-DATE,
                        :SQL-SUSP-ACT, :SQL-SUSP-AMOUNT,
                        :SQL-SUSP-COMMENT, :SQL-SUSP-FILE-DATE
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des lignes en suspens.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-ROW-IDX
                   MOVE SQL-SUSP-NUM TO WS-Z-SUSP
                   MOVE SQL-SUSP-AMOUNT TO WS-Z-AMOUNT
                   INITIALIZE WS-F-LINE
                   STRING FUNCTION TRIM(WS-Z-SUSP) ' - '
                       SQL-SUSP-STATUS ' recu le ' SQL-SUSP-FILE-DATE
                       ' - NIR ' SQL-SUSP-SECU
                       ' - soins du ' SQL-SUSP-CARE-DATE(7:2) '/'
                       SQL-SUSP-CARE-DATE(5:2) '/'
                       SQL-SUSP-CARE-DATE(1:4) ' - '
                       FUNCTION TRIM(SQL-SUSP-ACT) ' '
                       FUNCTION TRIM(WS-Z-AMOUNT) ' EUR - '
                       FUNCTION TRIM(SQL-SUSP-COMMENT)
                       DELIMITED BY SIZE INTO WS-F-LINE
                   END-STRING
                   EVALUATE WS-ROW-IDX
                       WHEN 1 MOVE WS-F-LINE TO WS-F1-LINE
                       WHEN 2 MOVE WS-F-LINE TO WS-F2-LINE
                       WHEN 3 MOVE WS-F-LINE TO WS-F3-LINE
                       WHEN 4 MOVE WS-F-LINE TO WS-F4-LINE
                       WHEN 5 MOVE WS-F-LINE TO WS-F5-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-SUSP END-EXEC.
       1050-LOAD-LIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-CPAM-SUSPENSE.
           IF FUNCTION UPPER-CASE(WS-SEARCH-CHOICE) EQUAL 'O' THEN
               PERFORM 1200-SEARCH-MEMBER-START
                   THRU 1200-SEARCH-MEMBER-START-EXIT
               MOVE SPACES TO WS-SEARCH-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-ACTION-CHOICE) EQUAL 'O' THEN
               PERFORM 1400-APPLY-ACTION-START
                   THRU 1400-APPLY-ACTION-START-EXIT
               MOVE SPACES TO WS-ACTION-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-REPORT-CHOICE) EQUAL 'O' THEN
               PERFORM 1800-AGED-LIST-START
                   THRU 1800-AGED-LIST-START-EXIT
               MOVE SPACES TO WS-REPORT-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1200-SEARCH-MEMBER-START.                                   *
      ******************************************************************
      *    [RD] Trois adherents au plus repondant a tous les criteres
      *    saisis ; le code secu est cherche aussi parmi les anciens
      *    NIR (nirchg.cbl), le nom et la date de naissance aussi
      *    parmi les ayants droit. Chaque adherent est suivi de ses
      *    ayants droit ouverts et de leur numero.
       1200-SEARCH-MEMBER-START.
           INITIALIZE WS-ERROR-MESSAGE WS-M1-LINE WS-D1-LINE
               WS-M2-LINE WS-D2-LINE WS-M3-LINE WS-D3-LINE
               WS-MBR-TABLE.
           IF SC-CS-SECU EQUAL SPACES AND SC-CS-NAME EQUAL SPACES
              AND SC-CS-BIRTH EQUAL SPACES THEN
               MOVE 'Saisir un code secu, un nom ou une date.'
                   TO WS-ERROR-MESSAGE
               GO TO 1200-SEARCH-MEMBER-START-EXIT
           END-IF.
           INITIALIZE SQL-SRCH-SECU SQL-SRCH-NAME SQL-SRCH-BIRTH.
           MOVE FUNCTION TRIM(SC-CS-SECU) TO SQL-SRCH-SECU.
           IF SC-CS-NAME NOT = SPACES THEN
               STRING FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CS-NAME))
                   '%' DELIMITED BY SIZE INTO SQL-SRCH-NAME
               END-STRING
           END-IF.
           IF SC-CS-BIRTH NOT = SPACES THEN
               IF SC-CS-BIRTH IS NOT NUMERIC THEN
                   MOVE 'Date de naissance invalide (AAAAMMJJ).'
                       TO WS-ERROR-MESSAGE
                   GO TO 1200-SEARCH-MEMBER-START-EXIT
               END-IF
               STRING SC-CS-BIRTH(1:4) '-' SC-CS-BIRTH(5:2) '-'
                   SC-CS-BIRTH(7:2)
                   DELIMITED BY SIZE INTO SQL-SRCH-BIRTH
               END-STRING
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           MOVE 0 TO WS-MBR-CNT.
           EXEC SQL
               DECLARE CRS-MBR CURSOR FOR
               SELECT CAST(C.UUID_CUSTOMER AS VARCHAR),
                      CAST(C.CUSTOMER_CODE_SECU AS VARCHAR),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(CAST(C.CUSTOMER_BIRTH_DATE
                          AS VARCHAR), ''),
                      COALESCE(CAST(C.CUSTOMER_ACTIVE AS VARCHAR),
                          '0')
               FROM CUSTOMER C
               WHERE (TRIM(:SQL-SRCH-SECU) = ''
                      OR CAST(C.CUSTOMER_CODE_SECU AS VARCHAR)
                         = TRIM(:SQL-SRCH-SECU)
                      OR EXISTS (SELECT 1 FROM CUSTOMER_NIR_ALIAS A
                         WHERE A.UUID_CUSTOMER
                               = CAST(C.UUID_CUSTOMER AS VARCHAR)
                           AND A.ALIAS_SECU = TRIM(:SQL-SRCH-SECU)))
                 AND (TRIM(:SQL-SRCH-NAME) = ''
                      OR UPPER(C.CUSTOMER_LASTNAME)
                         LIKE TRIM(:SQL-SRCH-NAME)
                      OR EXISTS (SELECT 1 FROM CUSTOMER_DEPENDENT D
                         WHERE D.UUID_CUSTOMER
                               = CAST(C.UUID_CUSTOMER AS VARCHAR)
                           AND UPPER(D.DEPENDENT_LASTNAME)
                               LIKE TRIM(:SQL-SRCH-NAME)))
                 AND (TRIM(:SQL-SRCH-BIRTH) = ''
                      OR CAST(C.CUSTOMER_BIRTH_DATE AS VARCHAR)
                         = TRIM(:SQL-SRCH-BIRTH)
                      OR EXISTS (SELECT 1 FROM CUSTOMER_DEPENDENT D
                         WHERE D.UUID_CUSTOMER
                               = CAST(C.UUID_CUSTOMER AS VARCHAR)
                           AND D.DEPENDENT_BIRTH_DATE
                               = TRIM(:SQL-SRCH-BIRTH)))
               ORDER BY C.CUSTOMER_ACTIVE DESC, C.CUSTOMER_LASTNAME,
                        C.CUSTOMER_FIRSTNAME
               LIMIT 3
           END-EXEC.
           EXEC SQL OPEN CRS-MBR END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-MBR
                   INTO :SQL-CUS-UUID, :SQL-CUS-SECU,
                        :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-BIRTH, :SQL-CUS-ACTIVE
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur recherche des adherents.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-MBR-CNT
                   MOVE SQL-CUS-UUID TO WS-MBR-UUID(WS-MBR-CNT)
                   INITIALIZE WS-M-LINE
                   STRING 'Adherent ' SQL-CUS-SECU ' - '
                       FUNCTION TRIM(SQL-CUS-LASTNAME) ' '
                       FUNCTION TRIM(SQL-CUS-FIRSTNAME)
                       ' - ne le ' SQL-CUS-BIRTH
                       DELIMITED BY SIZE INTO WS-M-LINE
                   END-STRING
                   IF SQL-CUS-ACTIVE NOT = '1' THEN
                       STRING FUNCTION TRIM(WS-M-LINE) ' - ARCHIVE'
                           DELIMITED BY SIZE INTO WS-M-LINE
                       END-STRING
                   END-IF
                   EVALUATE WS-MBR-CNT
                       WHEN 1 MOVE WS-M-LINE TO WS-M1-LINE
                       WHEN 2 MOVE WS-M-LINE TO WS-M2-LINE
                       WHEN 3 MOVE WS-M-LINE TO WS-M3-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-MBR END-EXEC.
           PERFORM 1250-LOAD-DEPENDENTS-START
               THRU 1250-LOAD-DEPENDENTS-START-EXIT
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MBR-CNT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES AND WS-MBR-CNT = 0 THEN
               MOVE 'Aucun adherent ne correspond a ces criteres.'
                   TO WS-ERROR-MESSAGE
           END-IF.
       1200-SEARCH-MEMBER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1250-LOAD-DEPENDENTS-START.                                 *
      ******************************************************************
      *    [RD] Ayants droit non clos de l'adherent de rang
      *    WS-MBR-IDX : numero, prenom et date de naissance.
       1250-LOAD-DEPENDENTS-START.
           MOVE WS-MBR-UUID(WS-MBR-IDX) TO SQL-CUS-UUID.
           MOVE SPACES TO WS-D-LINE.
           MOVE '   Ayants droit :' TO WS-D-LINE.
           MOVE 18 TO WS-D-POS.
           EXEC SQL
               DECLARE CRS-DEP CURSOR FOR
               SELECT DEPENDENT_NUM,
                      COALESCE(DEPENDENT_FIRSTNAME, ''),
                      COALESCE(DEPENDENT_BIRTH_DATE, '')
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND DEPENDENT_END_DATE IS NULL
               ORDER BY DEPENDENT_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-DEP END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-DEP
                   INTO :SQL-DEP-NUM, :SQL-DEP-FIRSTNAME,
                        :SQL-DEP-BIRTH
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des ayants droit.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN AND WS-D-POS < 80 THEN
                   MOVE SQL-DEP-NUM TO WS-Z-DEP
                   STRING ' ' FUNCTION TRIM(WS-Z-DEP) '-'
                       FUNCTION TRIM(SQL-DEP-FIRSTNAME) ' '
                       SQL-DEP-BIRTH ';'
                       DELIMITED BY SIZE INTO WS-D-LINE
                       WITH POINTER WS-D-POS
                   END-STRING
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-DEP END-EXEC.
           IF WS-D-POS = 18 THEN
               STRING ' aucun' DELIMITED BY SIZE INTO WS-D-LINE
                   WITH POINTER WS-D-POS
               END-STRING
           END-IF.
           EVALUATE WS-MBR-IDX
               WHEN 1 MOVE WS-D-LINE TO WS-D1-LINE
               WHEN 2 MOVE WS-D-LINE TO WS-D2-LINE
               WHEN 3 MOVE WS-D-LINE TO WS-D3-LINE
           END-EVALUATE.
       1250-LOAD-DEPENDENTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-APPLY-ACTION-START.                                    *
      ******************************************************************
      *    [RD] La ligne doit etre en attente ou rejetee a la reprise ;
      *    le gestionnaire est obligatoire.
       1400-APPLY-ACTION-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-CS-SUSP-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero de la ligne.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           IF SC-CS-USER EQUAL SPACES THEN
               MOVE 'Veuillez saisir le gestionnaire.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(SC-CS-ACTION) NOT = 'R'
              AND FUNCTION UPPER-CASE(SC-CS-ACTION) NOT = 'C' THEN
               MOVE 'Action : R (rattacher) ou C (clore).'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           MOVE SC-CS-SUSP-NUM TO SQL-SUSP-NUM WS-Z-SUSP.
           INITIALIZE SQL-SUSP-STATUS SQL-SUSP-CARE-DATE.
           EXEC SQL
               SELECT SUSP_STATUS, SUSP_CARE_DATE
               INTO :SQL-SUSP-STATUS, :SQL-SUSP-CARE-DATE
               FROM CPAM_SUSPENSE
               WHERE SUSP_NUM = :SQL-SUSP-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Ligne en suspens introuvable.'
                   TO WS-ERROR-MESSAGE
           ELSE
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur lecture de la ligne en suspens.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               IF SQL-SUSP-STATUS NOT = 'EN-ATTENTE'
                  AND SQL-SUSP-STATUS NOT = 'REJETE' THEN
                   STRING 'Ligne deja traitee (statut '
                       FUNCTION TRIM(SQL-SUSP-STATUS) ').'
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
               END-IF
           END-IF.
           IF WS-ERROR-MESSAGE NOT = SPACES THEN
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CS-USER))
               TO SQL-SUSP-USER.
           MOVE SC-CS-COMMENT TO SQL-SUSP-COMMENT.
           IF FUNCTION UPPER-CASE(SC-CS-ACTION) EQUAL 'R' THEN
               PERFORM 1500-ATTACH-LINE-START
                   THRU 1500-ATTACH-LINE-START-EXIT
           ELSE
               PERFORM 1700-CLOSE-LINE-START
                   THRU 1700-CLOSE-LINE-START-EXIT
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1400-APPLY-ACTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-ATTACH-LINE-START.                                     *
      ******************************************************************
      *    [RD] Rattache la ligne a l'adherent actif du code secu
      *    saisi et, si un numero est saisi, a son ayant droit non
      *    clos a la date des soins (beneficiaire NOM PRENOM comme
      *    rembsave.cbl), puis fait reprendre la ligne par
      *    cpamback.cbl et rend compte de l'issue.
       1500-ATTACH-LINE-START.
           IF SC-CS-ATT-SECU IS NOT NUMERIC THEN
               MOVE 'Code secu de l adherent invalide (15 chiffres).'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-LINE-START-EXIT
           END-IF.
           MOVE SC-CS-ATT-SECU TO SQL-SRCH-SECU.
           INITIALIZE SQL-CUS-UUID SQL-CUS-ACTIVE.
           EXEC SQL
               SELECT CAST(UUID_CUSTOMER AS VARCHAR),
                      COALESCE(CAST(CUSTOMER_ACTIVE AS VARCHAR), '0')
               INTO :SQL-CUS-UUID, :SQL-CUS-ACTIVE
               FROM CUSTOMER
               WHERE CAST(CUSTOMER_CODE_SECU AS VARCHAR)
                     = TRIM(:SQL-SRCH-SECU)
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Adherent introuvable pour ce code secu.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-LINE-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de l adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-CUS-ACTIVE NOT = '1' THEN
               MOVE 'Adherent archive : rattachement impossible.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-LINE-START-EXIT
           END-IF.

           MOVE SPACES TO SQL-SUSP-BENEF.
           IF SC-CS-DEP-NUM NOT = ZERO THEN
               INITIALIZE SQL-CARE-DATE-D
               STRING SQL-SUSP-CARE-DATE(1:4) '-'
                   SQL-SUSP-CARE-DATE(5:2) '-'
                   SQL-SUSP-CARE-DATE(7:2)
                   DELIMITED BY SIZE INTO SQL-CARE-DATE-D
               END-STRING
               MOVE SC-CS-DEP-NUM TO SQL-DEP-NUM
               EXEC SQL
                   SELECT UPPER(TRIM(DEPENDENT_LASTNAME)
                          || ' ' || TRIM(DEPENDENT_FIRSTNAME))
                   INTO :SQL-SUSP-BENEF
                   FROM CUSTOMER_DEPENDENT
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND DEPENDENT_NUM = :SQL-DEP-NUM
                     AND (DEPENDENT_END_DATE IS NULL
                          OR DEPENDENT_END_DATE >= :SQL-CARE-DATE-D)
               END-EXEC
               IF SQLCODE = FIN THEN
                   MOVE 'Ayant droit inconnu ou clos aux soins.'
                       TO WS-ERROR-MESSAGE
                   GO TO 1500-ATTACH-LINE-START-EXIT
               END-IF
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur lecture de l ayant droit.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.

           EXEC SQL
               UPDATE CPAM_SUSPENSE
               SET SUSP_STATUS = 'RATTACHE',
                   SUSP_UUID = :SQL-CUS-UUID,
                   SUSP_BENEFICIARY = TRIM(:SQL-SUSP-BENEF),
                   SUSP_USER = :SQL-SUSP-USER,
                   SUSP_ATTACH_DATE = :SQL-TODAY,
                   SUSP_COMMENT = TRIM(:SQL-SUSP-COMMENT)
               WHERE SUSP_NUM = :SQL-SUSP-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur rattachement de la ligne.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] reprise au tarif normal par le chargement CPAM.
           CALL 'cpamback' USING WS-CPAM-PATH WS-CPAM-LAYOUT
           END-CALL.

           INITIALIZE SQL-SUSP-STATUS SQL-SUSP-COMMENT.
           MOVE ZERO TO SQL-SUSP-CLAIM-NUM.
           EXEC SQL
               SELECT SUSP_STATUS, COALESCE(SUSP_CLAIM_NUM, 0),
                      COALESCE(SUSP_COMMENT, '')
               INTO :SQL-SUSP-STATUS, :SQL-SUSP-CLAIM-NUM,
                    :SQL-SUSP-COMMENT
               FROM CPAM_SUSPENSE
               WHERE SUSP_NUM = :SQL-SUSP-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur relecture de la ligne reprise.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EVALUATE SQL-SUSP-STATUS
               WHEN 'INTEGRE'
                   MOVE SQL-SUSP-CLAIM-NUM TO WS-Z-CLAIM
                   STRING 'LIGNE ' FUNCTION TRIM(WS-Z-SUSP)
                       ' INTEGREE - DEMANDE '
                       FUNCTION TRIM(WS-Z-CLAIM) '.'
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
                   INITIALIZE SC-CS-SUSP-NUM SC-CS-ACTION
                       SC-CS-ATT-SECU SC-CS-DEP-NUM SC-CS-COMMENT
               WHEN 'REJETE'
                   STRING 'LIGNE ' FUNCTION TRIM(WS-Z-SUSP)
                       ' REJETEE : ' FUNCTION TRIM(SQL-SUSP-COMMENT)
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING 'LIGNE ' FUNCTION TRIM(WS-Z-SUSP)
                       ' NON REPRISE - VOIR LE JOURNAL DU CHARGEMENT.'
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
           END-EVALUATE.
       1500-ATTACH-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1700-CLOSE-LINE-START.                                      *
      ******************************************************************
      *    [RD] Clot la ligne sans suite (soin deja regle, ligne
      *    annulee par la caisse...) ; le commentaire est obligatoire.
       1700-CLOSE-LINE-START.
           IF SC-CS-COMMENT EQUAL SPACES THEN
               MOVE 'Veuillez saisir le motif de la cloture.'
                   TO WS-ERROR-MESSAGE
               GO TO 1700-CLOSE-LINE-START-EXIT
           END-IF.
           EXEC SQL
               UPDATE CPAM_SUSPENSE
               SET SUSP_STATUS = 'CLOS',
                   SUSP_USER = :SQL-SUSP-USER,
                   SUSP_ATTACH_DATE = :SQL-TODAY,
                   SUSP_COMMENT = TRIM(:SQL-SUSP-COMMENT)
               WHERE SUSP_NUM = :SQL-SUSP-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur cloture de la ligne.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           STRING 'LIGNE ' FUNCTION TRIM(WS-Z-SUSP) ' CLOSE.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-CS-SUSP-NUM SC-CS-ACTION SC-CS-ATT-SECU
               SC-CS-DEP-NUM SC-CS-COMMENT.
       1700-CLOSE-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1800-AGED-LIST-START.                                       *
      ******************************************************************
      *    [RD] Liste des lignes toujours a traiter recues depuis plus
      *    de SUSPENSE_AGE_DAYS jours, pour relance de la caisse :
      *    NIR, soins, acte, montant, raison et anciennete.
       1800-AGED-LIST-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE WS-TODAY TO WS-REPORT-DATE.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           OPEN OUTPUT F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'LIGNES DU FLUX CPAM EN SUSPENS DEPUIS PLUS DE '
               FUNCTION TRIM(WS-Z-AGE) ' JOURS - AU '
               WS-TODAY(7:2) '/' WS-TODAY(5:2) '/' WS-TODAY(1:4)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'LIGNE;RECU LE;NIR;DATE SOINS;ACTE;MONTANT;RAISON;'
               'STATUT;ANCIENNETE (JOURS)'
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE 0 TO SQL-CNT.
           EXEC SQL
               DECLARE CRS-AGED CURSOR FOR
               SELECT SUSP_NUM, COALESCE(SUSP_FILE_DATE, ''),
                      SUSP_SECU, SUSP_CARE_DATE, SUSP_ACT,
                      COALESCE(SUSP_AMOUNT, 0),
                      COALESCE(SUSP_REASON, ''), SUSP_STATUS,
                      CURRENT_DATE - CAST(SUSP_RECEIVED_AT AS DATE)
               FROM CPAM_SUSPENSE
               WHERE SUSP_STATUS IN ('EN-ATTENTE', 'REJETE')
                 AND CAST(SUSP_RECEIVED_AT AS DATE)
                     <= CURRENT_DATE - CAST(:SQL-AGE-DAYS AS INTEGER)
               ORDER BY SUSP_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-AGED END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-AGED
                   INTO :SQL-SUSP-NUM, :SQL-SUSP-FILE-DATE,
                        :SQL-SUSP-SECU, :SQL-SUSP-CARE-DATE,
                        :SQL-SUSP-ACT, :SQL-SUSP-AMOUNT,
                        :SQL-SUSP-REASON, :SQL-SUSP-STATUS,
                        :SQL-SUSP-DAYS
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des lignes a relancer.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO SQL-CNT
                   MOVE SQL-SUSP-NUM TO WS-Z-SUSP
                   MOVE SQL-SUSP-AMOUNT TO WS-Z-AMOUNT
                   MOVE SQL-SUSP-DAYS TO WS-Z-DAYS
                   INITIALIZE REC-F-REPORT
                   STRING FUNCTION TRIM(WS-Z-SUSP) ';'
                       FUNCTION TRIM(SQL-SUSP-FILE-DATE) ';'
                       FUNCTION TRIM(SQL-SUSP-SECU) ';'
                       SQL-SUSP-CARE-DATE(7:2) '/'
                       SQL-SUSP-CARE-DATE(5:2) '/'
                       SQL-SUSP-CARE-DATE(1:4) ';'
                       FUNCTION TRIM(SQL-SUSP-ACT) ';'
                       FUNCTION TRIM(WS-Z-AMOUNT) ';'
                       FUNCTION TRIM(SQL-SUSP-REASON) ';'
                       FUNCTION TRIM(SQL-SUSP-STATUS) ';'
                       FUNCTION TRIM(WS-Z-DAYS)
                       DELIMITED BY SIZE INTO REC-F-REPORT
                   END-STRING
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-AGED END-EXEC.
           MOVE SQL-CNT TO WS-Z-CNT.
           MOVE SPACES TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'Lignes a relancer : ' FUNCTION TRIM(WS-Z-CNT)
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           CLOSE F-REPORT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               STRING 'LISTE EDITEE (' FUNCTION TRIM(WS-Z-CNT)
                   ' LIGNES) : ' WS-REPORT-PATH
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1800-AGED-LIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
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
      *    [RD] charge la connexion depuis la configuration            *
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
