      ******************************************************************
      *    [RD] Conditions particulieres du contrat.                   *
      *    L'attestation (attadh.cbl) prouve l'adhesion, mais aucun    *
      *    document ne donnait a l'adherent le detail de son contrat.  *
      *    Ce programme redige les conditions particulieres : palier,  *
      *    taux et plafond annuel de chaque prestation (options        *
      *    comprises), options souscrites, delai de carence,           *
      *    exclusion, ayants droit couverts, cotisation, periodicite   *
      *    et date d'effet. Chaque version est datee et conservee ;    *
      *    la table CONTRACT_SCHEDULE porte une ligne par version :    *
      *      UUID_CUSTOMER         adherent ;                          *
      *      REIMBURSEMENT_NUM     contrat ;                           *
      *      SCHED_VERSION         numero de version du contrat ;      *
      *      SCHED_DATE            date d'emission (AAAA-MM-JJ) ;      *
      *      SCHED_REASON          motif (ADHESION, MODIFICATION,      *
      *                            OPTION, AYANT DROIT, COTISATION) ;  *
      *      SCHED_PATH            document genere.                    *
      *    Une seule version par contrat et par jour : plusieurs       *
      *    changements le meme jour reecrivent la version du jour.     *
      *    Chaque version est referencee a l'index des documents       *
      *    (type CONDPART) : maildoc.cbl l'envoie par courriel,        *
      *    printstr.cbl l'imprime pour les adherents sans courriel.    *
      *    Action LK-CP-ACTION :                                       *
      *      'E' emission d'une version pour l'adherent                *
      *          LK-CP-CUS-UUID, motif LK-CP-REASON ; version et       *
      *          chemin rendus dans LK-CP-VERSION et LK-CP-PATH ;      *
      *      'O' emission pour tous les porteurs actifs de l'option    *
      *          LK-CP-RIDER-CODE (modification du catalogue) ;        *
      *      'R' reedition des conditions en vigueur au LK-CP-DATE     *
      *          (AAAA-MM-JJ) : duplicata                              *
      *          ./CONTRACT/CONDPART-<contrat>-<vvv>-AU-<date>.txt,    *
      *          non indexe, chemin rendu dans LK-CP-PATH ;            *
      *      a blanc : les tables sont seulement garanties.            *
      *    Code retour LK-CP-RC : '0' fait, '1' rien a faire (pas de   *
      *    contrat en cours, pas de version a la date), '2' donnee     *
      *    invalide, '9' erreur SQL ou fichier.                        *
      *    Appele a la signature (clascont.cbl, speccont.cbl) et a     *
      *    chaque changement du contrat (updacont.cbl, ridparam.cbl,   *
      *    depfront.cbl / depsave.cbl, recalcost.cbl) ; reedition      *
      *    depuis l'index des documents (docindex.cbl).                *
      *    La connexion et la transaction sont celles de l'appelant ;  *
      *    les tables sont completees au premier appel de l'execution. *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. condpart RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] version des conditions particulieres.
           SELECT F-SCHED ASSIGN TO WS-SCHED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

      *    [RD] version relue pour la reedition.
           SELECT F-SRC ASSIGN TO WS-SRC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.

      *    [RD] duplicata reedite.
           SELECT F-DUP ASSIGN TO WS-DUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUP-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-SCHED
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-SCHED              PIC X(80).

       FD  F-SRC
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-SRC                PIC X(80).

       FD  F-DUP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-DUP                PIC X(80).

       WORKING-STORAGE SECTION.
      *    [RD] creation des tables une fois par execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-SCHED-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SRC-STATUS        PIC X(02) VALUE SPACES.
       01  WS-DUP-STATUS        PIC X(02) VALUE SPACES.
       01  WS-SRC-EOF           PIC X(01) VALUE 'N'.

       01  WS-SCHED-PATH.
           03 WS-SCHED-FOLDER   PIC X(20)
              VALUE './CONTRACT/CONDPART-'.
           03 WS-SCHED-NUM      PIC X(10).
           03 FILLER            PIC X(01) VALUE '-'.
           03 WS-SCHED-VERSION  PIC 9(03).
           03 WS-SCHED-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-DUP-PATH.
           03 WS-DUP-FOLDER     PIC X(20)
              VALUE './CONTRACT/CONDPART-'.
           03 WS-DUP-NUM        PIC X(10).
           03 FILLER            PIC X(01) VALUE '-'.
           03 WS-DUP-VERSION    PIC 9(03).
           03 FILLER            PIC X(04) VALUE '-AU-'.
           03 WS-DUP-DATE       PIC X(08).
           03 WS-DUP-FORMAT     PIC X(04) VALUE '.txt'.

       01  WS-SRC-PATH          PIC X(100) VALUE SPACES.

      *    [RD] libelle du produit (getprod.cbl).
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).
       01  WS-PRODUCT-LABEL     PIC X(20) VALUE SPACES.
       01  WS-FREQ-LABEL        PIC X(12) VALUE SPACES.

      *    [RD] ligne de prestation : libelle, taux, plafond.
       01  WS-BENEFIT-LABEL     PIC X(28) VALUE SPACES.
       01  WS-RATE              PIC 9(03) VALUE ZERO.
       01  WS-CEILING           PIC 9(07) VALUE ZERO.
       01  WS-Z-RATE            PIC ZZ9.
       01  WS-Z-CEILING         PIC Z(06)9.
       01  WS-Z-COST            PIC Z(04)9.
       01  WS-Z-DAYS            PIC Z(03)9.
       01  WS-Z-VERSION         PIC ZZ9.
       01  WS-NB-LINES          PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-COST        PIC 9(07) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-O-UUID           PIC X(36) VALUE SPACES.
       01  SQL-RIDER-CODE       PIC X(10) VALUE SPACES.
       01  SQL-TODAY            PIC X(10) VALUE SPACES.
       01  SQL-LASTNAME         PIC X(20) VALUE SPACES.
       01  SQL-FIRSTNAME        PIC X(20) VALUE SPACES.
       01  SQL-SECU             PIC 9(15) VALUE ZERO.
       01  SQL-REIM-NUM         PIC X(10) VALUE SPACES.
       01  SQL-STATUS           PIC X(10) VALUE SPACES.
       01  SQL-START-DATE       PIC X(10) VALUE SPACES.
       01  SQL-BILL-FREQ        PIC X(01) VALUE SPACES.
       01  SQL-COST             PIC 9(05) VALUE ZERO.
       01  SQL-WAITING-DAYS     PIC 9(04) VALUE ZERO.
       01  SQL-EXCLUSION        PIC X(40) VALUE SPACES.
       01  SQL-PCT-DOCTOR       PIC 9(03) VALUE ZERO.
       01  SQL-PCT-PARMEDICAL   PIC 9(03) VALUE ZERO.
       01  SQL-PCT-HOSPITAL     PIC 9(03) VALUE ZERO.
       01  SQL-PCT-S-GLASSES    PIC 9(03) VALUE ZERO.
       01  SQL-PCT-P-GLASSES    PIC 9(03) VALUE ZERO.
       01  SQL-PCT-MOLAR        PIC 9(03) VALUE ZERO.
       01  SQL-PCT-NON-MOLAR    PIC 9(03) VALUE ZERO.
       01  SQL-PCT-DESCALINGS   PIC 9(03) VALUE ZERO.
       01  SQL-CEIL-DOCTOR      PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-PARMEDICAL  PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-HOSPITAL    PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-S-GLASSES   PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-P-GLASSES   PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-MOLAR       PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-NON-MOLAR   PIC 9(07) VALUE ZERO.
       01  SQL-CEIL-DESCALINGS  PIC 9(07) VALUE ZERO.
      *    [RD] points ajoutes par les options souscrites.
       01  SQL-DLT-DOCTOR       PIC 9(03) VALUE ZERO.
       01  SQL-DLT-PARMEDICAL   PIC 9(03) VALUE ZERO.
       01  SQL-DLT-HOSPITAL     PIC 9(03) VALUE ZERO.
       01  SQL-DLT-S-GLASSES    PIC 9(03) VALUE ZERO.
       01  SQL-DLT-P-GLASSES    PIC 9(03) VALUE ZERO.
       01  SQL-DLT-MOLAR        PIC 9(03) VALUE ZERO.
       01  SQL-DLT-NON-MOLAR    PIC 9(03) VALUE ZERO.
       01  SQL-DLT-DESCALINGS   PIC 9(03) VALUE ZERO.
       01  SQL-RIDER-SUM        PIC 9(07) VALUE ZERO.
       01  SQL-R-CODE           PIC X(10) VALUE SPACES.
       01  SQL-R-LABEL          PIC X(30) VALUE SPACES.
       01  SQL-R-PREMIUM        PIC 9(05) VALUE ZERO.
       01  SQL-R-ATTACH-DATE    PIC X(10) VALUE SPACES.
       01  SQL-D-RELATION       PIC X(10) VALUE SPACES.
       01  SQL-D-LASTNAME       PIC X(20) VALUE SPACES.
       01  SQL-D-FIRSTNAME      PIC X(20) VALUE SPACES.
       01  SQL-D-BIRTHD         PIC X(10) VALUE SPACES.
       01  SQL-D-END-DATE       PIC X(10) VALUE SPACES.
       01  SQL-VERSION          PIC 9(03) VALUE ZERO.
       01  SQL-REASON           PIC X(20) VALUE SPACES.
       01  SQL-SCHED-DATE       PIC X(10) VALUE SPACES.
       01  SQL-SCHED-PATH       PIC X(100) VALUE SPACES.
       01  SQL-NB-FOUND         PIC 9(05) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CONDPART.
           05 LK-CP-ACTION        PIC X(01).
           05 LK-CP-CUS-UUID      PIC X(36).
           05 LK-CP-REASON        PIC X(20).
           05 LK-CP-RIDER-CODE    PIC X(10).
           05 LK-CP-DATE          PIC X(10).
           05 LK-CP-VERSION       PIC 9(03).
           05 LK-CP-PATH          PIC X(100).
           05 LK-CP-RC            PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CONDPART.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-CP-RC.
           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.

           INITIALIZE SQL-TODAY.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

           EVALUATE LK-CP-ACTION
               WHEN 'E'
                   IF LK-CP-CUS-UUID EQUAL SPACES
                       MOVE '2' TO LK-CP-RC
                   ELSE
                       MOVE LK-CP-CUS-UUID TO SQL-CUS-UUID
                       MOVE LK-CP-REASON TO SQL-REASON
                       PERFORM 2000-ISSUE-START
                          THRU END-2000-ISSUE
                   END-IF
               WHEN 'O'
                   PERFORM 3000-RIDER-HOLDERS-START
                      THRU END-3000-RIDER-HOLDERS
               WHEN 'R'
                   PERFORM 4000-REPRINT-START
                      THRU END-4000-REPRINT
           END-EVALUATE.
      *    [RD] jamais d'erreur SQL laissee a l'appelant, qui peut
      *    avoir un curseur ouvert : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table CONTRACT_SCHEDULE et garantit les        *
      *    tables et colonnes lues pour la redaction.                  *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_SCHEDULE (
                   UUID_CUSTOMER     VARCHAR(36),
                   REIMBURSEMENT_NUM VARCHAR(10),
                   SCHED_VERSION     INTEGER,
                   SCHED_DATE        VARCHAR(10),
                   SCHED_REASON      VARCHAR(20),
                   SCHED_PATH        VARCHAR(100)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DOCUMENT_INDEX (
                   UUID_CUSTOMER VARCHAR(36),
                   DOC_TYPE      VARCHAR(12),
                   DOC_DATE      VARCHAR(10),
                   DOC_PATH      VARCHAR(100),
                   DOC_REF       INT
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RIDER (
                   RIDER_CODE             VARCHAR(10),
                   RIDER_LABEL            VARCHAR(30),
                   RIDER_PREMIUM          NUMERIC(5),
                   RIDER_DELTA_DOCTOR     NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_PARMEDICAL NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_HOSPITAL   NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_S_GLASSES  NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_P_GLASSES  NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_MOLAR      NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_NON_MOLAR  NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_DESCALINGS NUMERIC(3) DEFAULT 0,
                   RIDER_ACTIVE           VARCHAR(1) DEFAULT '1'
               )
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
               CREATE TABLE IF NOT EXISTS CUSTOMER_DEPENDENT (
                   UUID_CUSTOMER       VARCHAR(36),
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
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_STATUS
                   VARCHAR(10) DEFAULT 'EN_COURS'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_BILL_FREQ
                   VARCHAR(1) DEFAULT 'M'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WAITING_DAYS
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_EXCLUSION
                   VARCHAR(40)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_CEILING_DOCTOR
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS
                   REIMBURSEMENT_CEILING_PARMEDICAL
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_CEILING_HOSPITAL
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS
                   REIMBURSEMENT_CEILING_SINGLE_GLASSES
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS
                   REIMBURSEMENT_CEILING_PROG_GLASSES
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS
                   REIMBURSEMENT_CEILING_MOLAR_CROWNS
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_CEILING_NON_MOLAR
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS
                   REIMBURSEMENT_CEILING_DESCALINGS
                   INTEGER DEFAULT 0
           END-EXEC.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Emission d'une version pour l'adherent SQL-CUS-UUID :  *
      *    lecture du contrat, numero de version, redaction et         *
      *    reference a l'index des documents.                          *
      ******************************************************************
       2000-ISSUE-START.
           PERFORM 2100-READ-CONTRACT-START
              THRU END-2100-READ-CONTRACT.
           IF LK-CP-RC NOT EQUAL '0'
               GO TO END-2000-ISSUE
           END-IF.
           MOVE '1' TO LK-CP-RC.

      *    [RD] la version du jour est reecrite, sinon une nouvelle
      *    version est numerotee pour le contrat.
           MOVE ZERO TO SQL-VERSION.
           EXEC SQL
               SELECT COALESCE(MAX(SCHED_VERSION), 0)
               INTO :SQL-VERSION
               FROM CONTRACT_SCHEDULE
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
                 AND SCHED_DATE = :SQL-TODAY
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-2000-ISSUE
           END-IF.

           IF SQL-VERSION EQUAL ZERO
               EXEC SQL
                   SELECT pg_advisory_xact_lock(hashtext('CONDPART'))
               END-EXEC
               EXEC SQL
                   SELECT COALESCE(MAX(SCHED_VERSION), 0) + 1
                   INTO :SQL-VERSION
                   FROM CONTRACT_SCHEDULE
                   WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   MOVE '9' TO LK-CP-RC
                   GO TO END-2000-ISSUE
               END-IF
           END-IF.

           MOVE SQL-REIM-NUM TO WS-SCHED-NUM.
           MOVE SQL-VERSION TO WS-SCHED-VERSION.
           MOVE WS-SCHED-PATH TO SQL-SCHED-PATH.

           PERFORM 2300-WRITE-SCHEDULE-START
              THRU END-2300-WRITE-SCHEDULE.
           IF LK-CP-RC EQUAL '9'
               GO TO END-2000-ISSUE
           END-IF.

           MOVE ZERO TO SQL-NB-FOUND.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-FOUND
               FROM CONTRACT_SCHEDULE
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
                 AND SCHED_VERSION = :SQL-VERSION
           END-EXEC.
           IF SQL-NB-FOUND > ZERO
               EXEC SQL
                   UPDATE CONTRACT_SCHEDULE
                   SET SCHED_REASON = TRIM(:SQL-REASON)
                   WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
                     AND SCHED_VERSION = :SQL-VERSION
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO CONTRACT_SCHEDULE
                       (UUID_CUSTOMER, REIMBURSEMENT_NUM,
                        SCHED_VERSION, SCHED_DATE, SCHED_REASON,
                        SCHED_PATH)
                   VALUES
                       (:SQL-CUS-UUID, :SQL-REIM-NUM, :SQL-VERSION,
                        :SQL-TODAY, TRIM(:SQL-REASON),
                        TRIM(:SQL-SCHED-PATH))
               END-EXEC
               IF SQLCODE EQUAL ZERO
                   EXEC SQL
                       INSERT INTO DOCUMENT_INDEX
                           (UUID_CUSTOMER, DOC_TYPE, DOC_DATE,
                            DOC_PATH, DOC_REF)
                       VALUES
                           (:SQL-CUS-UUID, 'CONDPART', :SQL-TODAY,
                            TRIM(:SQL-SCHED-PATH), :SQL-VERSION)
                   END-EXEC
               END-IF
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-2000-ISSUE
           END-IF.

           MOVE SQL-VERSION TO LK-CP-VERSION.
           MOVE SQL-SCHED-PATH TO LK-CP-PATH.
           MOVE '0' TO LK-CP-RC.
       END-2000-ISSUE.
           EXIT.

      ******************************************************************
      *    [RD] Adherent et contrat en cours (ou en attente de         *
      *    signature), avec les points ajoutes par les options.        *
      *    LK-CP-RC vaut '0' si le contrat est trouve.                 *
      ******************************************************************
       2100-READ-CONTRACT-START.
           INITIALIZE SQL-LASTNAME SQL-FIRSTNAME SQL-REIM-NUM
                      SQL-STATUS SQL-START-DATE SQL-BILL-FREQ
                      SQL-EXCLUSION.
           MOVE ZERO TO SQL-SECU SQL-COST SQL-WAITING-DAYS.
           EXEC SQL
               SELECT C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                      C.CUSTOMER_CODE_SECU,
                      R.REIMBURSEMENT_NUM,
                      COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS'),
                      COALESCE(R.REIMBURSEMENT_START_DATE,
                          CAST(R.REIMBURSEMENT_CREATE_DATE
                          AS VARCHAR), ''),
                      COALESCE(R.REIMBURSEMENT_BILL_FREQ, 'M'),
                      COALESCE(R.REIMBURSEMENT_COST, 0),
                      COALESCE(R.REIMBURSEMENT_WAITING_DAYS, 0),
                      COALESCE(R.REIMBURSEMENT_EXCLUSION, ''),
                      R.REIMBURSEMENT_DOCTOR,
                      R.REIMBURSEMENT_PARMEDICAL,
                      R.REIMBURSEMENT_HOSPITAL,
                      R.REIMBURSEMENT_SINGLE_GLASSES,
                      R.REIMBURSEMENT_PROGRESSIVE_GLASSES,
                      R.REIMBURSEMENT_MOLAR_CROWNS,
                      R.REIMBURSEMENT_NON_MOLAR_CROWNS,
                      R.REIMBURSEMENT_DESCALINGS,
                      COALESCE(R.REIMBURSEMENT_CEILING_DOCTOR, 0),
                      COALESCE(R.REIMBURSEMENT_CEILING_PARMEDICAL, 0),
                      COALESCE(R.REIMBURSEMENT_CEILING_HOSPITAL, 0),
                      COALESCE(R.REIMBURSEMENT_CEILING_SINGLE_GLASSES,
                          0),
                      COALESCE(R.REIMBURSEMENT_CEILING_PROG_GLASSES,
                          0),
                      COALESCE(R.REIMBURSEMENT_CEILING_MOLAR_CROWNS,
                          0),
                      COALESCE(R.REIMBURSEMENT_CEILING_NON_MOLAR, 0),
                      COALESCE(R.REIMBURSEMENT_CEILING_DESCALINGS, 0)
               INTO :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-SECU,
                    :SQL-REIM-NUM, :SQL-STATUS, :SQL-START-DATE,
                    :SQL-BILL-FREQ, :SQL-COST, :SQL-WAITING-DAYS,
                    :SQL-EXCLUSION,
                    :SQL-PCT-DOCTOR, :SQL-PCT-PARMEDICAL,
                    :SQL-PCT-HOSPITAL, :SQL-PCT-S-GLASSES,
                    :SQL-PCT-P-GLASSES, :SQL-PCT-MOLAR,
                    :SQL-PCT-NON-MOLAR, :SQL-PCT-DESCALINGS,
                    :SQL-CEIL-DOCTOR, :SQL-CEIL-PARMEDICAL,
                    :SQL-CEIL-HOSPITAL, :SQL-CEIL-S-GLASSES,
                    :SQL-CEIL-P-GLASSES, :SQL-CEIL-MOLAR,
                    :SQL-CEIL-NON-MOLAR, :SQL-CEIL-DESCALINGS
               FROM CUSTOMER C
               INNER JOIN CUSTOMER_REIMBURSEMENT R
                   ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
               WHERE C.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                     IN ('EN_COURS', 'A_SIGNER')
               ORDER BY R.REIMBURSEMENT_CREATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE EQUAL FIN
               MOVE '1' TO LK-CP-RC
               GO TO END-2100-READ-CONTRACT
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-2100-READ-CONTRACT
           END-IF.

      *    [RD] points des options actives, comme bilinvo.cbl pour
      *    leur prime.
           EXEC SQL
               SELECT COALESCE(SUM(R.RIDER_DELTA_DOCTOR), 0),
                      COALESCE(SUM(R.RIDER_DELTA_PARMEDICAL), 0),
                      COALESCE(SUM(R.RIDER_DELTA_HOSPITAL), 0),
                      COALESCE(SUM(R.RIDER_DELTA_S_GLASSES), 0),
                      COALESCE(SUM(R.RIDER_DELTA_P_GLASSES), 0),
                      COALESCE(SUM(R.RIDER_DELTA_MOLAR), 0),
                      COALESCE(SUM(R.RIDER_DELTA_NON_MOLAR), 0),
                      COALESCE(SUM(R.RIDER_DELTA_DESCALINGS), 0),
                      COALESCE(SUM(R.RIDER_PREMIUM), 0)
               INTO :SQL-DLT-DOCTOR, :SQL-DLT-PARMEDICAL,
                    :SQL-DLT-HOSPITAL, :SQL-DLT-S-GLASSES,
                    :SQL-DLT-P-GLASSES, :SQL-DLT-MOLAR,
                    :SQL-DLT-NON-MOLAR, :SQL-DLT-DESCALINGS,
                    :SQL-RIDER-SUM
               FROM CONTRACT_RIDER CR
               INNER JOIN RIDER R
                   ON R.RIDER_CODE = CR.RIDER_CODE
               WHERE CR.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(CR.RIDER_END_DATE, '') = ''
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-2100-READ-CONTRACT
           END-IF.

           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0'
               MOVE WS-PRD-LABEL TO WS-PRODUCT-LABEL
           ELSE
               MOVE 'Inconnu' TO WS-PRODUCT-LABEL
           END-IF.

           EVALUATE SQL-BILL-FREQ
               WHEN 'T'
                   MOVE 'trimestriel' TO WS-FREQ-LABEL
               WHEN 'A'
                   MOVE 'annuel' TO WS-FREQ-LABEL
               WHEN OTHER
                   MOVE 'mensuel' TO WS-FREQ-LABEL
           END-EVALUATE.
           MOVE '0' TO LK-CP-RC.
       END-2100-READ-CONTRACT.
           EXIT.

      ******************************************************************
      *    [RD] Redaction de la version : identite, contrat,           *
      *    prestations, options, ayants droit, cotisation.             *
      ******************************************************************
       2300-WRITE-SCHEDULE-START.
           OPEN OUTPUT F-SCHED.
           IF WS-SCHED-STATUS NOT EQUAL '00'
               MOVE '9' TO LK-CP-RC
               GO TO END-2300-WRITE-SCHEDULE
           END-IF.

           MOVE ALL '-' TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'CONDITIONS PARTICULIERES - MUTUELLE BOBONIORT'
               TO R-SCHED.
           WRITE R-SCHED.
           MOVE ALL '-' TO R-SCHED.
           WRITE R-SCHED.
           MOVE SQL-VERSION TO WS-Z-VERSION.
           INITIALIZE R-SCHED.
           STRING 'Version           : ' FUNCTION TRIM(WS-Z-VERSION)
               ' du ' SQL-TODAY ' (' FUNCTION TRIM(SQL-REASON) ')'
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.
           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.

           INITIALIZE R-SCHED.
           STRING 'Adherent          : '
               FUNCTION TRIM(SQL-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-LASTNAME)
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.
           INITIALIZE R-SCHED.
           STRING 'Numero de secu    : ' SQL-SECU
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.
           INITIALIZE R-SCHED.
           STRING 'Contrat           : ' SQL-REIM-NUM
               ' (' FUNCTION TRIM(WS-PRODUCT-LABEL) ')'
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.
           INITIALIZE R-SCHED.
           STRING 'Date d''effet      : ' SQL-START-DATE
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.
           IF SQL-STATUS EQUAL 'A_SIGNER'
               MOVE 'Statut            : en attente de signature'
                   TO R-SCHED
               WRITE R-SCHED
           END-IF.

           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'GARANTIES (taux options comprises, plafond annuel) :'
               TO R-SCHED.
           WRITE R-SCHED.
           MOVE '  - Honoraires medecins     ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-DOCTOR + SQL-DLT-DOCTOR.
           MOVE SQL-CEIL-DOCTOR TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Auxiliaires medicaux    ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-PARMEDICAL + SQL-DLT-PARMEDICAL.
           MOVE SQL-CEIL-PARMEDICAL TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Hospitalisation         ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-HOSPITAL + SQL-DLT-HOSPITAL.
           MOVE SQL-CEIL-HOSPITAL TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Verres simples          ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-S-GLASSES + SQL-DLT-S-GLASSES.
           MOVE SQL-CEIL-S-GLASSES TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Verres progressifs      ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-P-GLASSES + SQL-DLT-P-GLASSES.
           MOVE SQL-CEIL-P-GLASSES TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Couronnes molaires      ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-MOLAR + SQL-DLT-MOLAR.
           MOVE SQL-CEIL-MOLAR TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Couronnes hors molaires ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-NON-MOLAR + SQL-DLT-NON-MOLAR.
           MOVE SQL-CEIL-NON-MOLAR TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.
           MOVE '  - Detartrage              ' TO WS-BENEFIT-LABEL.
           COMPUTE WS-RATE = SQL-PCT-DESCALINGS + SQL-DLT-DESCALINGS.
           MOVE SQL-CEIL-DESCALINGS TO WS-CEILING.
           PERFORM 2310-WRITE-BENEFIT-START
              THRU END-2310-WRITE-BENEFIT.

           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.
           IF SQL-WAITING-DAYS > ZERO
               MOVE SQL-WAITING-DAYS TO WS-Z-DAYS
               INITIALIZE R-SCHED
               STRING 'Delai de carence  : '
                   FUNCTION TRIM(WS-Z-DAYS)
                   ' jours a compter de la date d''effet'
                   DELIMITED BY SIZE INTO R-SCHED
               END-STRING
           ELSE
               MOVE 'Delai de carence  : aucun' TO R-SCHED
           END-IF.
           WRITE R-SCHED.
           INITIALIZE R-SCHED.
           IF SQL-EXCLUSION EQUAL SPACES
               MOVE 'Exclusion         : aucune' TO R-SCHED
           ELSE
               STRING 'Exclusion         : '
                   FUNCTION TRIM(SQL-EXCLUSION)
                   DELIMITED BY SIZE INTO R-SCHED
               END-STRING
           END-IF.
           WRITE R-SCHED.

           PERFORM 2320-WRITE-RIDERS-START
              THRU END-2320-WRITE-RIDERS.
           IF LK-CP-RC EQUAL '9'
               CLOSE F-SCHED
               GO TO END-2300-WRITE-SCHEDULE
           END-IF.
           PERFORM 2330-WRITE-DEPENDENTS-START
              THRU END-2330-WRITE-DEPENDENTS.
           IF LK-CP-RC EQUAL '9'
               CLOSE F-SCHED
               GO TO END-2300-WRITE-SCHEDULE
           END-IF.

           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'COTISATION :' TO R-SCHED.
           WRITE R-SCHED.
           MOVE SQL-COST TO WS-Z-COST.
           INITIALIZE R-SCHED.
           STRING '  - Garantie de base      : ' WS-Z-COST
               ' EUR par mois'
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.
           IF SQL-RIDER-SUM > ZERO
               MOVE SQL-RIDER-SUM TO WS-Z-COST
               INITIALIZE R-SCHED
               STRING '  - Options               : ' WS-Z-COST
                   ' EUR par mois'
                   DELIMITED BY SIZE INTO R-SCHED
               END-STRING
               WRITE R-SCHED
           END-IF.
           COMPUTE WS-TOTAL-COST = SQL-COST + SQL-RIDER-SUM.
           MOVE WS-TOTAL-COST TO WS-Z-COST.
           INITIALIZE R-SCHED.
           STRING '  - Total                 : ' WS-Z-COST
               ' EUR par mois, paiement ' FUNCTION TRIM(WS-FREQ-LABEL)
               DELIMITED BY SIZE INTO R-SCHED
           END-STRING.
           WRITE R-SCHED.

           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'Les presentes conditions particulieres remplacent'
               TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'toute version anterieure et completent les conditions'
               TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'generales de la mutuelle.' TO R-SCHED.
           WRITE R-SCHED.
           MOVE ALL '-' TO R-SCHED.
           WRITE R-SCHED.
           CLOSE F-SCHED.
       END-2300-WRITE-SCHEDULE.
           EXIT.

      ******************************************************************
      *    [RD] Ligne de prestation : WS-BENEFIT-LABEL, WS-RATE et     *
      *    WS-CEILING (0 = sans plafond).                              *
      ******************************************************************
       2310-WRITE-BENEFIT-START.
           MOVE WS-RATE TO WS-Z-RATE.
           INITIALIZE R-SCHED.
           IF WS-CEILING EQUAL ZERO
               STRING WS-BENEFIT-LABEL ': ' WS-Z-RATE ' %'
                   '   sans plafond'
                   DELIMITED BY SIZE INTO R-SCHED
               END-STRING
           ELSE
               MOVE WS-CEILING TO WS-Z-CEILING
               STRING WS-BENEFIT-LABEL ': ' WS-Z-RATE ' %'
                   '   plafond ' FUNCTION TRIM(WS-Z-CEILING)
                   ' EUR par an'
                   DELIMITED BY SIZE INTO R-SCHED
               END-STRING
           END-IF.
           WRITE R-SCHED.
       END-2310-WRITE-BENEFIT.
           EXIT.

      ******************************************************************
      *    [RD] Options actives du contrat (CONTRACT_RIDER).           *
      ******************************************************************
       2320-WRITE-RIDERS-START.
           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'OPTIONS SOUSCRITES :' TO R-SCHED.
           WRITE R-SCHED.
           MOVE ZERO TO WS-NB-LINES.
           EXEC SQL
               DECLARE CPCRS1 CURSOR FOR
               SELECT CR.RIDER_CODE, COALESCE(R.RIDER_LABEL, ''),
                      COALESCE(R.RIDER_PREMIUM, 0),
                      COALESCE(CR.RIDER_ATTACH_DATE, '')
               FROM CONTRACT_RIDER CR
               INNER JOIN RIDER R
                   ON R.RIDER_CODE = CR.RIDER_CODE
               WHERE CR.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(CR.RIDER_END_DATE, '') = ''
               ORDER BY CR.RIDER_CODE
           END-EXEC.
           EXEC SQL OPEN CPCRS1 END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-2320-WRITE-RIDERS
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CPCRS1
                   INTO :SQL-R-CODE, :SQL-R-LABEL, :SQL-R-PREMIUM,
                        :SQL-R-ATTACH-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-LINES
                       MOVE SQL-R-PREMIUM TO WS-Z-COST
                       INITIALIZE R-SCHED
                       STRING '  - ' FUNCTION TRIM(SQL-R-CODE) SPACE
                           FUNCTION TRIM(SQL-R-LABEL) ', '
                           FUNCTION TRIM(WS-Z-COST) ' EUR par mois'
                           ' depuis le ' SQL-R-ATTACH-DATE
                           DELIMITED BY SIZE INTO R-SCHED
                       END-STRING
                       WRITE R-SCHED
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       MOVE '9' TO LK-CP-RC
                       MOVE FIN TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CPCRS1 END-EXEC.
           IF WS-NB-LINES EQUAL ZERO
               MOVE '  - aucune' TO R-SCHED
               WRITE R-SCHED
           END-IF.
       END-2320-WRITE-RIDERS.
           EXIT.

      ******************************************************************
      *    [RD] Ayants droit couverts au jour de la version.           *
      ******************************************************************
       2330-WRITE-DEPENDENTS-START.
           MOVE SPACES TO R-SCHED.
           WRITE R-SCHED.
           MOVE 'AYANTS DROIT COUVERTS :' TO R-SCHED.
           WRITE R-SCHED.
           MOVE ZERO TO WS-NB-LINES.
           EXEC SQL
               DECLARE CPCRS2 CURSOR FOR
               SELECT COALESCE(DEPENDENT_RELATION, ''),
                      COALESCE(DEPENDENT_LASTNAME, ''),
                      COALESCE(DEPENDENT_FIRSTNAME, ''),
                      COALESCE(DEPENDENT_BIRTH_DATE, ''),
                      COALESCE(DEPENDENT_END_DATE, '')
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND (COALESCE(DEPENDENT_END_DATE, '') = ''
                      OR DEPENDENT_END_DATE > :SQL-TODAY)
               ORDER BY DEPENDENT_NUM
           END-EXEC.
           EXEC SQL OPEN CPCRS2 END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-2330-WRITE-DEPENDENTS
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CPCRS2
                   INTO :SQL-D-RELATION, :SQL-D-LASTNAME,
                        :SQL-D-FIRSTNAME, :SQL-D-BIRTHD,
                        :SQL-D-END-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-LINES
                       INITIALIZE R-SCHED
                       STRING '  - ' FUNCTION TRIM(SQL-D-FIRSTNAME)
                           SPACE FUNCTION TRIM(SQL-D-LASTNAME)
                           ' (' FUNCTION TRIM(SQL-D-RELATION)
                           ', ne(e) le ' SQL-D-BIRTHD ')'
                           DELIMITED BY SIZE INTO R-SCHED
                       END-STRING
                       WRITE R-SCHED
                       IF SQL-D-END-DATE NOT EQUAL SPACES
                           INITIALIZE R-SCHED
                           STRING '    couvert(e) jusqu''au '
                               SQL-D-END-DATE
                               DELIMITED BY SIZE INTO R-SCHED
                           END-STRING
                           WRITE R-SCHED
                       END-IF
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       MOVE '9' TO LK-CP-RC
                       MOVE FIN TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CPCRS2 END-EXEC.
           IF WS-NB-LINES EQUAL ZERO
               MOVE '  - aucun' TO R-SCHED
               WRITE R-SCHED
           END-IF.
       END-2330-WRITE-DEPENDENTS.
           EXIT.

      ******************************************************************
      *    [RD] Nouvelle version pour chaque porteur actif de          *
      *    l'option LK-CP-RIDER-CODE dont le catalogue a change.       *
      ******************************************************************
       3000-RIDER-HOLDERS-START.
           IF LK-CP-RIDER-CODE EQUAL SPACES
               MOVE '2' TO LK-CP-RC
               GO TO END-3000-RIDER-HOLDERS
           END-IF.
           MOVE LK-CP-RIDER-CODE TO SQL-RIDER-CODE.
           MOVE 'OPTION' TO SQL-REASON.
           EXEC SQL
               DECLARE CPCRS3 CURSOR FOR
               SELECT DISTINCT UUID_CUSTOMER
               FROM CONTRACT_RIDER
               WHERE RIDER_CODE = :SQL-RIDER-CODE
                 AND COALESCE(RIDER_END_DATE, '') = ''
               ORDER BY UUID_CUSTOMER
           END-EXEC.
           EXEC SQL OPEN CPCRS3 END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-3000-RIDER-HOLDERS
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CPCRS3
                   INTO :SQL-O-UUID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-O-UUID TO SQL-CUS-UUID
                       PERFORM 2000-ISSUE-START
                          THRU END-2000-ISSUE
                       IF LK-CP-RC EQUAL '9'
                           MOVE FIN TO SQLCODE
                       ELSE
                           MOVE ZERO TO SQLCODE
                       END-IF
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       MOVE '9' TO LK-CP-RC
                       MOVE FIN TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CPCRS3 END-EXEC.
           IF LK-CP-RC NOT EQUAL '9'
               MOVE '0' TO LK-CP-RC
           END-IF.
       END-3000-RIDER-HOLDERS.
           EXIT.

      ******************************************************************
      *    [RD] Reedition des conditions en vigueur au LK-CP-DATE :    *
      *    derniere version emise a cette date, recopiee sous un       *
      *    en-tete de duplicata.                                       *
      ******************************************************************
       4000-REPRINT-START.
           IF LK-CP-CUS-UUID EQUAL SPACES
              OR LK-CP-DATE EQUAL SPACES
               MOVE '2' TO LK-CP-RC
               GO TO END-4000-REPRINT
           END-IF.
           MOVE LK-CP-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-CP-DATE TO SQL-SCHED-DATE.
           INITIALIZE SQL-REIM-NUM SQL-SCHED-PATH.
           MOVE ZERO TO SQL-VERSION.
           EXEC SQL
               SELECT REIMBURSEMENT_NUM, SCHED_VERSION, SCHED_PATH
               INTO :SQL-REIM-NUM, :SQL-VERSION, :SQL-SCHED-PATH
               FROM CONTRACT_SCHEDULE
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND SCHED_DATE <= :SQL-SCHED-DATE
               ORDER BY SCHED_DATE DESC, SCHED_VERSION DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE EQUAL FIN
               MOVE '1' TO LK-CP-RC
               GO TO END-4000-REPRINT
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CP-RC
               GO TO END-4000-REPRINT
           END-IF.

           MOVE SQL-SCHED-PATH TO WS-SRC-PATH.
           OPEN INPUT F-SRC.
           IF WS-SRC-STATUS NOT EQUAL '00'
               MOVE '9' TO LK-CP-RC
               GO TO END-4000-REPRINT
           END-IF.
           MOVE SQL-REIM-NUM TO WS-DUP-NUM.
           MOVE SQL-VERSION TO WS-DUP-VERSION.
           MOVE SPACES TO WS-DUP-DATE.
           STRING SQL-SCHED-DATE(1:4) SQL-SCHED-DATE(6:2)
                  SQL-SCHED-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DUP-DATE
           END-STRING.
           OPEN OUTPUT F-DUP.
           IF WS-DUP-STATUS NOT EQUAL '00'
               CLOSE F-SRC
               MOVE '9' TO LK-CP-RC
               GO TO END-4000-REPRINT
           END-IF.

           MOVE ALL '=' TO R-DUP.
           WRITE R-DUP.
           INITIALIZE R-DUP.
           STRING 'DUPLICATA - CONDITIONS PARTICULIERES EN VIGUEUR AU '
               SQL-SCHED-DATE
               DELIMITED BY SIZE INTO R-DUP
           END-STRING.
           WRITE R-DUP.
           INITIALIZE R-DUP.
           STRING 'Reedite le ' SQL-TODAY
               DELIMITED BY SIZE INTO R-DUP
           END-STRING.
           WRITE R-DUP.
           MOVE ALL '=' TO R-DUP.
           WRITE R-DUP.

           MOVE 'N' TO WS-SRC-EOF.
           PERFORM UNTIL WS-SRC-EOF EQUAL 'O'
               READ F-SRC
                   AT END
                       MOVE 'O' TO WS-SRC-EOF
                   NOT AT END
                       MOVE R-SRC TO R-DUP
                       WRITE R-DUP
               END-READ
           END-PERFORM.
           CLOSE F-SRC.
           CLOSE F-DUP.

           MOVE SQL-VERSION TO LK-CP-VERSION.
           MOVE WS-DUP-PATH TO LK-CP-PATH.
           MOVE '0' TO LK-CP-RC.
       END-4000-REPRINT.
           EXIT.
