      ******************************************************************
      *    [RD] Chargement des notifications de droits a la            *
      *    Complementaire sante solidaire (C2S) envoyees par la CPAM.  *
      *    Premiere ligne : en-tete, ignoree.                          *
      *    Lignes suivantes : code de securite sociale du              *
      *    beneficiaire ; debut des droits (AAAAMMJJ) ; fin des droits *
      *    (AAAAMMJJ) ; participation financiere (O avec, N sans ;     *
      *    a blanc = O).                                               *
      *    Chaque notification est tracee dans C2S_RIGHT et porte le   *
      *    contrat C2S de l'adherent (prefixe C2S au catalogue PRODUCT,*
      *    getprod.cbl) :                                              *
      *      - premiere attribution : le contrat en cours est clos     *
      *        (REMPLACE) la veille du debut des droits et une version *
      *        C2S est creee, en vigueur du debut a la fin des droits, *
      *        taux 100 % (panier reglemente, c2sprice.cbl), sans      *
      *        plafond ni carence, cotisation = participations         *
      *        mensuelles de l'adherent et de ses ayants droit selon   *
      *        leur age au debut des droits ;                          *
      *      - renouvellement (contrat C2S deja en cours) : fin des    *
      *        droits prolongee et cotisation recalculee sur le        *
      *        contrat existant.                                       *
      *    Une notification deja chargee (memes dates) est comptee a   *
      *    part sans etre rejetee. Les codes secu inconnus et les      *
      *    lignes mal formees restent sur le rapport d'anomalies.      *
      *    La connexion est ouverte par l'appelant (inboxproc.cbl).    *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. c2sback RECURSIVE.
       AUTHOR. RD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO WS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-INPUT-STATUS.

           SELECT F-REJECT
           ASSIGN TO WS-REJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-NOTIFY
           ASSIGN TO WS-NOTIFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 200 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT         PIC X(200).

       FD  F-REJECT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REJECT        PIC X(200).

       FD  F-NOTIFY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-NOTIFY        PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS       PIC XX                     .
       88  F-INPUT-STATUS-OK                VALUE '00'     .
       88  F-INPUT-STATUS-EOF               VALUE '10'     .

       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES   .
       01  WS-POS               PIC 999     VALUE ZERO     .
       01  WS-LENGTH            PIC 999     VALUE ZERO     .
       01  WS-LENGTHCP          PIC 999     VALUE ZERO     .
       01  WS-NBCHAMP           PIC 99      VALUE ZERO     .
       01  WS-CHAMP             PIC X(60)   VALUE SPACES   .
       01  WS-LENGTH-REC        PIC 999     VALUE ZERO     .

       01  WS-BATCH-DATE        PIC 9(08)   VALUE ZERO     .

       01  WS-FILE-PATH         PIC X(100)
           VALUE './CHARGE-FILES/NotifC2S.csv'              .

       01  WS-REJECT-PATH.
           03 WS-REJECT-FOLDER  PIC X(26)
              VALUE './CHARGE-FILES/RejetsC2S-'             .
           03 WS-REJECT-DATE    PIC 9(08)                  .
           03 WS-REJECT-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-GRANTED        PIC 9(05)  VALUE ZERO      .
       01  WS-NB-RENEWED        PIC 9(05)  VALUE ZERO      .
       01  WS-NB-KNOWN          PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES    .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(25)
              VALUE './CHARGE-FILES/NotifC2S-'              .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la ligne de notification en cours
       01  WS-LINE-SECU         PIC X(15)  VALUE SPACES    .
       01  WS-LINE-START        PIC X(10)  VALUE SPACES    .
       01  WS-LINE-END          PIC X(10)  VALUE SPACES    .
       01  WS-LINE-PARTICIP     PIC X(01)  VALUE SPACE     .
       01  WS-START-NUM         PIC 9(08)  VALUE ZERO      .
       01  WS-END-NUM           PIC 9(08)  VALUE ZERO      .

      *    [RD] numero de contrat : prefixe C2S, AAMM, sequence.
       01  WS-NUM               PIC 9(03)  VALUE ZERO      .

      *    [RD] bareme reglemente C2S (c2sprice.cbl).
       01  WS-C2S-PRICE.
           05 WS-C2S-FUNCTION      PIC X(01).
           05 WS-C2S-AGE           PIC 9(03).
           05 WS-C2S-PARTICIP      PIC X(01).
           05 WS-C2S-PREMIUM       PIC 9(05).
           05 WS-C2S-CATEGORY      PIC X(20).
           05 WS-C2S-AMOUNT        PIC 9(05).
           05 WS-C2S-BRSS          PIC 9(05).
           05 WS-C2S-CPAM-PART     PIC 9(05).
           05 WS-C2S-OTH-AMOUNT    PIC 9(05).
           05 WS-C2S-REGULATED     PIC 9(05).
           05 WS-C2S-OWED          PIC 9(05).
           05 WS-C2S-OVERCHARGE    PIC X(01).
           05 WS-C2S-RC            PIC X(01).

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC             .

       01  SQL-CODE-SECU        PIC 9(15)   VALUE ZERO     .
       01  SQL-CUS-UUID         PIC X(36)   VALUE SPACES   .
       01  SQL-TODAY            PIC X(10)   VALUE SPACES   .
       01  SQL-START-ISO        PIC X(10)   VALUE SPACES   .
       01  SQL-END-ISO          PIC X(10)   VALUE SPACES   .
       01  SQL-PARTICIP         PIC X(01)   VALUE SPACE    .
       01  SQL-NIR              PIC X(15)   VALUE SPACES   .
       01  SQL-AGE              PIC 9(03)   VALUE ZERO     .
       01  SQL-CNT              PIC 9(09)   VALUE ZERO     .
       01  SQL-NB-DEP           PIC 9(03)   VALUE ZERO     .
       01  SQL-DEP-PREMIUM      PIC 9(05)   VALUE ZERO     .
       01  SQL-PREMIUM          PIC 9(05)   VALUE ZERO     .
       01  SQL-NB-BENEF         PIC 9(03)   VALUE ZERO     .
       01  SQL-REIM-NUM         PIC X(10)   VALUE SPACES   .
       01  SQL-RIGHT-NUM        PIC 9(09)   VALUE ZERO     .
       01  SQL-NUM-PREFIX       PIC X(07)   VALUE SPACES   .
       01  SQL-LOCK-KEY         PIC X(20)   VALUE SPACES   .
       01  SQL-MAX              PIC X(10)   VALUE SPACES   .
       EXEC SQL END DECLARE SECTION END-EXEC               .
       EXEC SQL INCLUDE SQLCA END-EXEC                     .

      ******************************************************************
       LINKAGE SECTION.
       01  LK-FILE-PATH          PIC X(100)                 .

      ***************************************************************
       PROCEDURE DIVISION USING LK-FILE-PATH.
       0000-MAIN-START.
           IF  LK-FILE-PATH NOT = SPACES THEN
              MOVE LK-FILE-PATH TO WS-FILE-PATH
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

      *    [RD] La connexion est ouverte par l'appelant.
           PERFORM 1100-ENSURE-TABLES-START
              THRU END-1100-ENSURE-TABLES.

           PERFORM 1010-OPEN-REJECT-START THRU END-1010-OPEN-REJECT.
           PERFORM 1020-LECT1-FILE-START THRU END-1020-LECT1-FILE.
           PERFORM 2000-CHARGE-RIGHTS-START
                    THRU END-2000-CHARGE-RIGHTS.
           PERFORM 1040-CLOSE-FILE-START THRU END-1040-CLOSE-FILE.
           CLOSE F-REJECT.
           PERFORM 2060-RECONCILE-START THRU END-2060-RECONCILE.
       END-0000-MAIN.
           GOBACK.

       1010-OPEN-REJECT-START.
           MOVE WS-BATCH-DATE TO WS-REJECT-DATE.
           OPEN OUTPUT F-REJECT.
           MOVE
              'LIGNE;RAISON DU REJET;CONTENU DE LA LIGNE'
              TO REC-F-REJECT.
           WRITE REC-F-REJECT.
       END-1010-OPEN-REJECT.
           EXIT.

       1020-LECT1-FILE-START.
           OPEN INPUT F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
           PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE.
      * Je passe l'entete du fichier
           PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE.
       END-1020-LECT1-FILE.
           EXIT.

       1030-LECT-FILE-START.
           READ F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) AND (NOT F-INPUT-STATUS-EOF) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
       END-1030-LECT-FILE.
           EXIT.

       1040-CLOSE-FILE-START.
           CLOSE F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) AND (NOT F-INPUT-STATUS-EOF) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
       END-1040-CLOSE-FILE.
           EXIT.

      *    [RD] Table des droits notifies, colonnes du contrat ecrites
      *    ici (bases anterieures) et bareme C2S (appel de c2sprice.cbl
      *    qui cree et garnit ses tables).
       1100-ENSURE-TABLES-START.
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
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'CREATE TABLE C2S_RIGHT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WAITING_DAYS
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_BILL_FREQ
                   VARCHAR(1) DEFAULT 'M'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_STATUS
                   VARCHAR(10) DEFAULT 'EN_COURS'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MAJ COLONNES CONTRAT / AYANT DROIT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           INITIALIZE WS-C2S-PRICE.
           MOVE 'P' TO WS-C2S-FUNCTION.
           MOVE 'N' TO WS-C2S-PARTICIP.
           CALL 'c2sprice' USING WS-C2S-PRICE
           END-CALL.
           IF  WS-C2S-RC EQUAL '9' THEN
              MOVE 'PREPARATION BAREME C2S' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-1100-ENSURE-TABLES.
           EXIT.

      *    [RD] Pour chaque ligne : decoupage, controle, recherche de
      *    l'adherent par son code de securite sociale, attribution ou
      *    renouvellement du contrat C2S.
       2000-CHARGE-RIGHTS-START.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-ROW
              PERFORM 2010-CHERCHE-VAR-START
                          THRU END-2010-CHERCHE-VAR

              PERFORM 2100-RECORD-RIGHT-START
                          THRU END-2100-RECORD-RIGHT

              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2000-CHARGE-RIGHTS.
           EXIT.

      *    [RD] Decoupe la ligne courante : code secu ; debut ; fin ;
      *    participation. Meme mecanique que cfback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-SECU WS-LINE-START WS-LINE-END
               WS-LINE-PARTICIP.
           SET WS-POS        TO 1.
           INITIALIZE WS-NBCHAMP.
           SET WS-LENGTH     TO
                           FUNCTION LENGTH(FUNCTION TRIM(REC-F-INPUT)).
           SET WS-LENGTH-REC TO WS-LENGTH.

           PERFORM UNTIL (WS-LENGTH NOT > 0)
                          OR (WS-POS > WS-LENGTH-REC)
               INSPECT REC-F-INPUT(WS-POS: WS-LENGTH)
               TALLYING WS-LENGTHCP FOR CHARACTERS
               BEFORE ';'
               IF (WS-LENGTHCP > 0) THEN
                   INITIALIZE WS-CHAMP
                   MOVE REC-F-INPUT(WS-POS:WS-LENGTHCP) TO WS-CHAMP
                   ADD 1 TO WS-NBCHAMP GIVING WS-NBCHAMP
                   EVALUATE (WS-NBCHAMP)
                      WHEN 1
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-SECU
                      WHEN 2
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-START
                      WHEN 3
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-END
                      WHEN 4
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP))
                            TO WS-LINE-PARTICIP
                   END-EVALUATE
               ELSE
      *            [RD] champ vide : on passe au champ suivant.
                   ADD 1 TO WS-NBCHAMP GIVING WS-NBCHAMP
               END-IF
               ADD WS-LENGTHCP TO WS-POS GIVING WS-POS
               ADD 1 TO WS-POS GIVING WS-POS
               SUBTRACT WS-POS FROM WS-LENGTH GIVING WS-LENGTH
               ADD 1 TO WS-LENGTH GIVING WS-LENGTH
               INITIALIZE WS-LENGTHCP
           END-PERFORM.
       END-2010-CHERCHE-VAR.
           EXIT.

      *    [RD] Controle la ligne, retrouve l'adherent, puis attribue
      *    ou renouvelle le contrat et trace la notification.
       2100-RECORD-RIGHT-START.
           IF  WS-LINE-SECU EQUAL SPACES THEN
              MOVE 'Code secu absent' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RIGHT
           END-IF.
           IF  WS-LINE-START(1:8) IS NOT NUMERIC
              OR WS-LINE-END(1:8) IS NOT NUMERIC THEN
              MOVE 'Dates de droits illisibles' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RIGHT
           END-IF.
           MOVE WS-LINE-START(1:8) TO WS-START-NUM.
           MOVE WS-LINE-END(1:8) TO WS-END-NUM.
           IF  FUNCTION TEST-DATE-YYYYMMDD(WS-START-NUM) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-END-NUM) NOT = 0
              OR WS-END-NUM NOT > WS-START-NUM THEN
              MOVE 'Periode de droits invalide' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RIGHT
           END-IF.
           IF  WS-LINE-PARTICIP EQUAL SPACE THEN
              MOVE 'O' TO WS-LINE-PARTICIP
           END-IF.
           IF  WS-LINE-PARTICIP NOT = 'O'
              AND WS-LINE-PARTICIP NOT = 'N' THEN
              MOVE 'Participation ni O ni N' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RIGHT
           END-IF.

           MOVE FUNCTION NUMVAL(WS-LINE-SECU) TO SQL-CODE-SECU.
           INITIALIZE SQL-CUS-UUID.
           EXEC SQL
               SELECT UUID_CUSTOMER
               INTO :SQL-CUS-UUID
               FROM CUSTOMER
               WHERE CUSTOMER_CODE_SECU = :SQL-CODE-SECU
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN THEN
              MOVE 'Code secu inconnu' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RIGHT
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'RECHERCHE ADHERENT PAR CODE SECU' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           INITIALIZE SQL-START-ISO SQL-END-ISO.
           STRING WS-LINE-START(1:4) '-' WS-LINE-START(5:2) '-'
               WS-LINE-START(7:2)
               DELIMITED BY SIZE INTO SQL-START-ISO
           END-STRING.
           STRING WS-LINE-END(1:4) '-' WS-LINE-END(5:2) '-'
               WS-LINE-END(7:2)
               DELIMITED BY SIZE INTO SQL-END-ISO
           END-STRING.
           MOVE WS-LINE-PARTICIP TO SQL-PARTICIP.
           MOVE WS-LINE-SECU TO SQL-NIR.

      *    [RD] notification deja chargee : meme periode.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM C2S_RIGHT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND RIGHT_START_DATE = :SQL-START-ISO
                 AND RIGHT_END_DATE = :SQL-END-ISO
           END-EXEC.
           IF  SQL-CNT > ZERO THEN
              ADD 1 TO WS-NB-KNOWN
              GO TO END-2100-RECORD-RIGHT
           END-IF.

           PERFORM 2200-COMPUTE-PREMIUM-START
              THRU END-2200-COMPUTE-PREMIUM.

      *    [RD] contrat C2S deja en cours : renouvellement.
           MOVE SPACES TO SQL-REIM-NUM.
           EXEC SQL
               SELECT REIMBURSEMENT_NUM
               INTO :SQL-REIM-NUM
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND SUBSTRING(REIMBURSEMENT_NUM, 1, 3) = 'C2S'
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
               ORDER BY REIMBURSEMENT_CREATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'RECHERCHE CONTRAT C2S EN COURS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQLCODE = ZERO THEN
              PERFORM 2300-RENEW-CONTRACT-START
                 THRU END-2300-RENEW-CONTRACT
           ELSE
              PERFORM 2400-GRANT-CONTRACT-START
                 THRU END-2400-GRANT-CONTRACT
           END-IF.

           PERFORM 2500-INSERT-RIGHT-START
              THRU END-2500-INSERT-RIGHT.
       END-2100-RECORD-RIGHT.
           EXIT.

      *    [RD] Cotisation du foyer : participation de l'adherent et
      *    de chacun de ses ayants droit non clos, selon leur age au
      *    debut des droits ; nulle pour des droits sans participation.
       2200-COMPUTE-PREMIUM-START.
           MOVE ZERO TO SQL-AGE.
           EXEC SQL
               SELECT COALESCE(EXTRACT(YEAR FROM
                          AGE(TO_DATE(:SQL-START-ISO, 'YYYY-MM-DD'),
                              CAST(CUSTOMER_BIRTH_DATE AS DATE))), 0)
               INTO :SQL-AGE
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'AGE DE L''ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           INITIALIZE WS-C2S-PRICE.
           MOVE 'P' TO WS-C2S-FUNCTION.
           MOVE SQL-AGE TO WS-C2S-AGE.
           MOVE SQL-PARTICIP TO WS-C2S-PARTICIP.
           CALL 'c2sprice' USING WS-C2S-PRICE
           END-CALL.
           IF  WS-C2S-RC EQUAL '9' THEN
              MOVE 'BAREME C2S' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE WS-C2S-PREMIUM TO SQL-PREMIUM.

           MOVE ZERO TO SQL-NB-DEP SQL-DEP-PREMIUM.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                         (SELECT P.PREMIUM_AMOUNT
                            FROM C2S_PREMIUM P
                           WHERE P.PREMIUM_AGE_MIN <= EXTRACT(YEAR FROM
                                 AGE(TO_DATE(:SQL-START-ISO,
                                             'YYYY-MM-DD'),
                                     CAST(D.DEPENDENT_BIRTH_DATE
                                          AS DATE)))
                             AND P.PREMIUM_AGE_MAX >= EXTRACT(YEAR FROM
                                 AGE(TO_DATE(:SQL-START-ISO,
                                             'YYYY-MM-DD'),
                                     CAST(D.DEPENDENT_BIRTH_DATE
                                          AS DATE)))
                           ORDER BY P.PREMIUM_AGE_MIN DESC
                           LIMIT 1)), 0)
               INTO :SQL-NB-DEP, :SQL-DEP-PREMIUM
               FROM CUSTOMER_DEPENDENT D
               WHERE D.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND D.DEPENDENT_END_DATE IS NULL
                 AND D.DEPENDENT_BIRTH_DATE
                     ~ '^[0-9]{4}-[0-9]{2}-[0-9]{2}$'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'PARTICIPATION DES AYANTS DROIT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-PARTICIP EQUAL 'O' THEN
              ADD SQL-DEP-PREMIUM TO SQL-PREMIUM
           END-IF.
           COMPUTE SQL-NB-BENEF = SQL-NB-DEP + 1.
       END-2200-COMPUTE-PREMIUM.
           EXIT.

      *    [RD] Renouvellement : fin des droits prolongee, cotisation
      *    du nouveau bareme ; la notification precedente est close.
       2300-RENEW-CONTRACT-START.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_END_DATE =
                       GREATEST(COALESCE(REIMBURSEMENT_END_DATE, ''),
                                :SQL-END-ISO),
                   REIMBURSEMENT_COST = :SQL-PREMIUM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND REIMBURSEMENT_NUM = :SQL-REIM-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'PROLONGATION CONTRAT C2S' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               UPDATE C2S_RIGHT
               SET RIGHT_STATUS = 'RENOUVELE'
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND RIGHT_STATUS = 'OUVERT'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'CLOTURE NOTIFICATION PRECEDENTE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-RENEWED.
       END-2300-RENEW-CONTRACT.
           EXIT.

      *    [RD] Premiere attribution : la version en cours est close
      *    la veille du debut des droits (REMPLACE, comme un changement
      *    de palier dans updacont.cbl) et la version C2S prend effet
      *    au debut des droits ; numerotation verrouillee par prefixe
      *    et mois comme dans clascont.cbl.
       2400-GRANT-CONTRACT-START.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'REMPLACE',
                   REIMBURSEMENT_END_DATE =
                       TO_CHAR(TO_DATE(:SQL-START-ISO, 'YYYY-MM-DD')
                               - 1, 'YYYY-MM-DD')
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'CLOTURE VERSION CONTRAT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           INITIALIZE SQL-NUM-PREFIX SQL-LOCK-KEY.
           STRING 'C2S' WS-BATCH-DATE(3:2) WS-BATCH-DATE(5:2)
               DELIMITED BY SIZE INTO SQL-NUM-PREFIX
           END-STRING.
           MOVE SQL-NUM-PREFIX TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'VERROU NUMEROTATION CONTRAT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SPACES TO SQL-MAX.
           EXEC SQL
               SELECT MAX(REIMBURSEMENT_NUM)
               INTO :SQL-MAX
               FROM CUSTOMER_REIMBURSEMENT
               WHERE REIMBURSEMENT_NUM LIKE :SQL-NUM-PREFIX || '%'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              AND SQLCODE NOT = -305 THEN
              MOVE 'RECHERCHE MAX REIMBURSEMENT_NUM' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO WS-NUM.
           IF  SQL-MAX(8:3) IS NUMERIC THEN
              MOVE SQL-MAX(8:3) TO WS-NUM
           END-IF.
           ADD 1 TO WS-NUM.
           INITIALIZE SQL-REIM-NUM.
           STRING SQL-NUM-PREFIX WS-NUM
               DELIMITED BY SIZE INTO SQL-REIM-NUM
           END-STRING.

           EXEC SQL
               INSERT INTO CUSTOMER_REIMBURSEMENT
                   (UUID_CUSTOMER, REIMBURSEMENT_NUM,
                    REIMBURSEMENT_CREATE_DATE, REIMBURSEMENT_COST,
                    REIMBURSEMENT_DOCTOR, REIMBURSEMENT_PARMEDICAL,
                    REIMBURSEMENT_HOSPITAL,
                    REIMBURSEMENT_SINGLE_GLASSES,
                    REIMBURSEMENT_PROGRESSIVE_GLASSES,
                    REIMBURSEMENT_MOLAR_CROWNS,
                    REIMBURSEMENT_DESCALINGS,
                    REIMBURSEMENT_NON_MOLAR_CROWNS,
                    REIMBURSEMENT_WAITING_DAYS,
                    REIMBURSEMENT_BILL_FREQ,
                    REIMBURSEMENT_START_DATE,
                    REIMBURSEMENT_END_DATE,
                    REIMBURSEMENT_STATUS)
               VALUES
                   (:SQL-CUS-UUID, :SQL-REIM-NUM,
                    TO_DATE(:SQL-START-ISO, 'YYYY-MM-DD'),
                    :SQL-PREMIUM,
                    100, 100, 100, 100, 100, 100, 100, 100,
                    0, 'M',
                    :SQL-START-ISO, :SQL-END-ISO, 'EN_COURS')
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'INSERT CONTRAT C2S' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-GRANTED.
       END-2400-GRANT-CONTRACT.
           EXIT.

      *    [RD] Trace de la notification, rattachee au contrat C2S ;
      *    la date de rappel est posee par c2sbat.cbl a l'envoi.
       2500-INSERT-RIGHT-START.
           MOVE ZERO TO SQL-RIGHT-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(RIGHT_NUM), 0) + 1
               INTO :SQL-RIGHT-NUM
               FROM C2S_RIGHT
           END-EXEC.
           EXEC SQL
               INSERT INTO C2S_RIGHT
                   (RIGHT_NUM, UUID_CUSTOMER, RIGHT_NIR,
                    RIGHT_START_DATE, RIGHT_END_DATE, RIGHT_PARTICIP,
                    RIGHT_PREMIUM, RIGHT_NB_BENEF, REIMBURSEMENT_NUM,
                    RIGHT_LOAD_DATE, RIGHT_REMIND_DATE, RIGHT_STATUS)
               VALUES
                   (:SQL-RIGHT-NUM, :SQL-CUS-UUID,
                    TRIM(:SQL-NIR),
                    :SQL-START-ISO, :SQL-END-ISO, :SQL-PARTICIP,
                    :SQL-PREMIUM, :SQL-NB-BENEF, :SQL-REIM-NUM,
                    :SQL-TODAY, NULL, 'OUVERT')
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'INSERT C2S_RIGHT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-2500-INSERT-RIGHT.
           EXIT.

       2040-WRITE-REJECT-START.
           ADD 1 TO WS-NB-REJECTED.
           INITIALIZE REC-F-REJECT.
           STRING
              WS-NB-ROW ';'
              FUNCTION TRIM(WS-REJECT-REASON) ';'
              FUNCTION TRIM(REC-F-INPUT)
              DELIMITED BY SIZE
              INTO REC-F-REJECT
           END-STRING.
           WRITE REC-F-REJECT.
       END-2040-WRITE-REJECT.
           EXIT.

      *    [RD] Compte-rendu et notification exploitation.
       2060-RECONCILE-START.
           DISPLAY 'CHARGEMENT DES NOTIFICATIONS C2S TERMINE'.
           DISPLAY 'Lignes lues            : ' WS-NB-ROW.
           DISPLAY 'Droits attribues       : ' WS-NB-GRANTED.
           DISPLAY 'Droits renouveles      : ' WS-NB-RENEWED.
           DISPLAY 'Deja charges           : ' WS-NB-KNOWN.
           DISPLAY 'Lignes en anomalie     : ' WS-NB-REJECTED.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' attribues ' WS-NB-GRANTED
                 ' renouveles ' WS-NB-RENEWED
                 ' deja charges ' WS-NB-KNOWN
                 ' anomalies ' WS-NB-REJECTED
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'NOTIFICATIONS C2S : TRAITE' TO WS-NOTIFY-SUBJECT.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-2060-RECONCILE.
           EXIT.

       2070-NOTIFY-OPS-START.
           MOVE WS-BATCH-DATE TO WS-NOTIFY-DATE.
           OPEN OUTPUT F-NOTIFY.
           MOVE WS-NOTIFY-SUBJECT TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           MOVE WS-NOTIFY-DETAIL TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           CLOSE F-NOTIFY.

           STRING 'mail -s "' DELIMITED BY SIZE
                 WS-NOTIFY-SUBJECT DELIMITED BY SIZE
                 '" ' DELIMITED BY SIZE
                 WS-NOTIFY-DEST DELIMITED BY SIZE
                 ' < ' DELIMITED BY SIZE
                 WS-NOTIFY-PATH DELIMITED BY SIZE
                 INTO WS-NOTIFY-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-NOTIFY-CMD.
       END-2070-NOTIFY-OPS.
           EXIT.

       9000-TEST-STATUT-START.
           IF (NOT F-INPUT-STATUS-OK)
              AND (NOT F-INPUT-STATUS-EOF) THEN
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE F-INPUT-STATUS
              STRING 'Erreur fichier, code retour ' DELIMITED BY SIZE
                    F-INPUT-STATUS DELIMITED BY SIZE
                    INTO WS-NOTIFY-DETAIL
              END-STRING
              MOVE 'NOTIFICATIONS C2S : ECHEC' TO WS-NOTIFY-SUBJECT
              PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS
              GOBACK
           END-IF.
       END-9000-TEST-STATUT.
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
           MOVE 'NOTIFICATIONS C2S : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (inboxproc.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
