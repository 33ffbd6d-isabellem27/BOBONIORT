      ******************************************************************
      *    [RD] Fichier quotidien des droits pour la plateforme de     *
      *    tiers payant.                                               *
      *    Les praticiens payes en tiers payant ne pouvaient verifier  *
      *    les droits d'un patient qu'en telephonant a la mutuelle,    *
      *    l'operateur consultant readcont.cbl. Ce traitement,         *
      *    planifie par batsched.cbl, depose chaque nuit pour          *
      *    l'operateur de tiers payant un fichier a longueurs fixes    *
      *    (CHARGE-FILES/OUT/TPDROITS-AAAAMMJJ.dat) de chaque personne *
      *    couverte : l'adherent et ses ayants droit non clos, avec    *
      *    le contrat et son palier, les dates de validite, la         *
      *    suspension pour impayes (REIMBURSEMENT_SUSPENDED) et le     *
      *    blocage liste noire (BLACKLIST, blparam.cbl).               *
      *    Seuls les mouvements sont transmis, avec un code par        *
      *    enregistrement : C droit cree, M droit modifie, S droit     *
      *    supprime. L'image des droits deja transmis est tenue dans   *
      *    TP_RIGHTS (une ligne par personne, reference TPR_REF        *
      *    reprise dans le fichier) et chaque fichier dans             *
      *    TP_RIGHTS_FILE. L'accuse de l'operateur est rapproche par   *
      *    tpack.cbl ; un droit rejete est retransmis la nuit          *
      *    suivante. Le passage est consigne dans BATCH_RUN_JOURNAL    *
      *    et un fichier reste sans accuse est signale a               *
      *    l'exploitation.                                             *
      *    Structure du fichier (150 caracteres) :                     *
      *      - en-tete E : emetteur, numero de fichier, date ;         *
      *      - detail  D : code mouvement, reference, NIR de           *
      *        l'adherent, qualite (A assure, C conjoint, E enfant),   *
      *        nom, prenom, naissance, contrat, palier, debut et fin   *
      *        de validite, suspension, blocage ;                      *
      *      - fin     F : nombre de details et de C, M, S.            *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      *                                                                *
      * MAJ RD le 15/10/2026 Le debut de validite transmis est la date *
      *    d'effet du contrat (REIMBURSEMENT_START_DATE, a defaut la   *
      *    date de signature).                                         *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpdroits RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TPDROITS ASSIGN TO WS-TPDROITS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-TPDROITS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-TP-DETAIL.
           03 REC-TP-TYPE          PIC X(01).
           03 REC-TP-CODE          PIC X(01).
           03 REC-TP-REF           PIC 9(08).
           03 REC-TP-SECU          PIC X(15).
           03 REC-TP-QUALITY       PIC X(01).
           03 REC-TP-LASTNAME      PIC X(20).
           03 REC-TP-FIRSTNAME     PIC X(20).
           03 REC-TP-BIRTH         PIC X(10).
           03 REC-TP-CONTRACT      PIC X(14).
           03 REC-TP-TIER          PIC X(03).
           03 REC-TP-START         PIC X(10).
           03 REC-TP-END           PIC X(10).
           03 REC-TP-SUSPENDED     PIC X(01).
           03 REC-TP-BLOCKED       PIC X(01).
           03 FILLER               PIC X(35).
       01  REC-TP-HEADER.
           03 REC-TPH-TYPE         PIC X(01).
           03 REC-TPH-EMITTER      PIC X(10).
           03 REC-TPH-FILE-NUM     PIC 9(08).
           03 REC-TPH-DATE         PIC 9(08).
           03 FILLER               PIC X(123).
       01  REC-TP-TRAILER.
           03 REC-TPT-TYPE         PIC X(01).
           03 REC-TPT-NB-DETAIL    PIC 9(08).
           03 REC-TPT-NB-CREATED   PIC 9(08).
           03 REC-TPT-NB-CHANGED   PIC 9(08).
           03 REC-TPT-NB-REMOVED   PIC 9(08).
           03 FILLER               PIC X(117).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB              PIC X(80) VALUE SPACES.
       01  WS-OUTCOME              PIC X(10) VALUE 'OK'.
       01  WS-NB-READ              PIC 9(06) VALUE ZERO.
       01  WS-NB-CREATED           PIC 9(06) VALUE ZERO.
       01  WS-NB-CHANGED           PIC 9(06) VALUE ZERO.
       01  WS-NB-REMOVED           PIC 9(06) VALUE ZERO.
       01  WS-NB-DETAIL            PIC 9(06) VALUE ZERO.
       01  WS-Z-CREATED            PIC Z(05)9.
       01  WS-Z-CHANGED            PIC Z(05)9.
       01  WS-Z-REMOVED            PIC Z(05)9.
       01  WS-Z-UNACKED            PIC Z(04)9.
       01  WS-SYS-CMD              PIC X(250) VALUE SPACES.
       01  WS-NOTIFY-DEST          PIC X(30)
           VALUE 'exploitation@boboniort.fr'.
      *    [RD] code mouvement de la personne courante (espace : droit
      *    inchange, rien a transmettre).
       01  WS-MOVE-CODE            PIC X(01) VALUE SPACE.
       01  WS-CONTRACT-END         PIC X(10) VALUE SPACES.

       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR        PIC 9(04).
           03 WS-TODAY-SEP1        PIC X(01) VALUE '-'.
           03 WS-TODAY-MONTH       PIC 9(02).
           03 WS-TODAY-SEP2        PIC X(01) VALUE '-'.
           03 WS-TODAY-DAY         PIC 9(02).
       01  WS-TPDROITS-PATH.
           03 WS-TPDROITS-FOLDER   PIC X(27)
              VALUE './CHARGE-FILES/OUT/TPDROITS'.
           03 WS-TPDROITS-SEP      PIC X(01) VALUE '-'.
           03 WS-TPDROITS-DATE     PIC 9(08).
           03 WS-TPDROITS-FORMAT   PIC X(04) VALUE '.dat'.

      *    [RD] configuration (getconf.cbl).
       01  WS-CONF-KEY             PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE           PIC X(60) VALUE SPACES.
       01  WS-CONF-RC              PIC X(01) VALUE SPACE.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TODAY               PIC X(08).
       01  SQL-TODAY-DASH          PIC X(10).
       01  SQL-LOCK-KEY            PIC X(15).
       01  SQL-FILE-NUM            PIC 9(08) VALUE ZERO.
       01  SQL-FILE-NAME           PIC X(60).
       01  SQL-NB-UNACKED          PIC 9(05) VALUE ZERO.
       01  SQL-NB-CHANGED          PIC 9(06) VALUE ZERO.
       01  SQL-NB-REMOVED          PIC 9(06) VALUE ZERO.
      *    [RD] droits calcules de la personne courante.
       01  SQL-CUS-UUID            PIC X(36).
       01  SQL-DEP-NUM             PIC 9(08).
       01  SQL-SECU                PIC X(15).
       01  SQL-QUALITY             PIC X(01).
       01  SQL-LASTNAME            PIC X(20).
       01  SQL-FIRSTNAME           PIC X(20).
       01  SQL-BIRTH               PIC X(10).
       01  SQL-CONTRACT            PIC X(14).
       01  SQL-TIER                PIC X(03).
       01  SQL-START               PIC X(10).
       01  SQL-END                 PIC X(10).
       01  SQL-SUSPENDED           PIC X(01).
       01  SQL-BLOCKED             PIC X(01).
       01  SQL-COVERED             PIC X(01).
       01  SQL-DEP-RELATION        PIC X(10).
       01  SQL-DEP-END             PIC X(10).
      *    [RD] image deja transmise (TP_RIGHTS).
       01  SQL-TPR-REF             PIC 9(08) VALUE ZERO.
       01  SQL-TPR-LASTNAME        PIC X(20).
       01  SQL-TPR-FIRSTNAME       PIC X(20).
       01  SQL-TPR-BIRTH           PIC X(10).
       01  SQL-TPR-CONTRACT        PIC X(14).
       01  SQL-TPR-START           PIC X(10).
       01  SQL-TPR-END             PIC X(10).
       01  SQL-TPR-SUSPENDED       PIC X(01).
       01  SQL-TPR-BLOCKED         PIC X(01).
       01  SQL-TPR-STATE           PIC X(10).
       01  SQL-TPR-ACK             PIC X(10).
       01  SQL-TPR-LAST-CODE       PIC X(01).
       01  SQL-MOVE-CODE           PIC X(01).
      *    [RD] journal des traitements.
       01  SQL-RUN-START           PIC X(19).
       01  SQL-RUN-END             PIC X(19).
       01  SQL-RUN-OUTCOME         PIC X(10).
       01  SQL-RUN-NOTE            PIC X(60).
       01  SQL-RUN-READ            PIC 9(06).
       01  SQL-RUN-INSERTED        PIC 9(06).
       01  SQL-RUN-PRODUCED        PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-NB-MOVES             PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION USING LK-NB-MOVES.
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-MOVES.
           MOVE 'OK' TO WS-OUTCOME.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO SQL-TODAY.
           MOVE WS-TODAY TO WS-TPDROITS-DATE.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           MOVE WS-TODAY(7:2) TO WS-TODAY-DAY.
           MOVE WS-TODAY-DATE TO SQL-TODAY-DASH.
           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.

           MOVE 'NOTIFY_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.
           PERFORM 1100-NEXT-FILE-NUM-START
              THRU END-1100-NEXT-FILE-NUM.

           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ./CHARGE-FILES/OUT'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           OPEN OUTPUT F-TPDROITS.
           MOVE SPACES TO REC-TP-HEADER.
           MOVE 'E' TO REC-TPH-TYPE.
           MOVE 'BOBONIORT' TO REC-TPH-EMITTER.
           MOVE SQL-FILE-NUM TO REC-TPH-FILE-NUM.
           MOVE WS-TODAY TO REC-TPH-DATE.
           WRITE REC-TP-HEADER.

           PERFORM 2000-SCAN-MEMBERS-START
              THRU END-2000-SCAN-MEMBERS.
           PERFORM 3000-SCAN-REMOVED-START
              THRU END-3000-SCAN-REMOVED.

           MOVE SPACES TO REC-TP-TRAILER.
           MOVE 'F' TO REC-TPT-TYPE.
           MOVE WS-NB-DETAIL TO REC-TPT-NB-DETAIL.
           MOVE WS-NB-CREATED TO REC-TPT-NB-CREATED.
           MOVE WS-NB-CHANGED TO REC-TPT-NB-CHANGED.
           MOVE WS-NB-REMOVED TO REC-TPT-NB-REMOVED.
           WRITE REC-TP-TRAILER.
           CLOSE F-TPDROITS.

           PERFORM 3500-RECORD-FILE-START
              THRU END-3500-RECORD-FILE.
           PERFORM 3600-COUNT-UNACKED-START
              THRU END-3600-COUNT-UNACKED.

           IF  WS-OUTCOME = 'OK'
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.
           IF  WS-OUTCOME NOT = 'OK' OR SQL-NB-UNACKED > ZERO
               PERFORM 9500-NOTIFY-START
                  THRU END-9500-NOTIFY
           END-IF.

           MOVE WS-NB-DETAIL TO LK-NB-MOVES.
           DISPLAY 'DROITS TIERS PAYANT - FICHIER ' SQL-FILE-NUM.
           DISPLAY 'Personnes couvertes lues : ' WS-NB-READ.
           DISPLAY 'Droits crees / modifies / supprimes : '
               WS-NB-CREATED ' / ' WS-NB-CHANGED ' / '
               WS-NB-REMOVED.
           DISPLAY 'Fichiers sans accuse operateur : ' SQL-NB-UNACKED.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Image des droits transmis, fichiers transmis, et       *
      *    tables lues ici avant leur premiere creation ailleurs.      *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TP_RIGHTS (
                   TPR_REF         INT,
                   UUID_CUSTOMER   VARCHAR(36),
                   TPR_DEP_NUM     INT DEFAULT 0,
                   TPR_SECU        VARCHAR(15),
                   TPR_QUALITY     VARCHAR(1),
                   TPR_LASTNAME    VARCHAR(20),
                   TPR_FIRSTNAME   VARCHAR(20),
                   TPR_BIRTH_DATE  VARCHAR(10),
                   TPR_CONTRACT    VARCHAR(14),
                   TPR_TIER        VARCHAR(3),
                   TPR_START_DATE  VARCHAR(10),
                   TPR_END_DATE    VARCHAR(10),
                   TPR_SUSPENDED   VARCHAR(1),
                   TPR_BLOCKED     VARCHAR(1),
                   TPR_STATE       VARCHAR(10),
                   TPR_SEEN_DATE   VARCHAR(8),
                   TPR_LAST_CODE   VARCHAR(1),
                   TPR_LAST_FILE   INT,
                   TPR_ACK_STATUS  VARCHAR(10),
                   TPR_ACK_REASON  VARCHAR(40)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION TP_RIGHTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TP_RIGHTS_FILE (
                   FILE_NUM          INT,
                   FILE_NAME         VARCHAR(60),
                   FILE_DATE         VARCHAR(8),
                   FILE_NB_RECORDS   INT,
                   FILE_NB_CREATED   INT,
                   FILE_NB_CHANGED   INT,
                   FILE_NB_REMOVED   INT,
                   FILE_STATUS       VARCHAR(10),
                   FILE_ACK_DATE     VARCHAR(8),
                   FILE_NB_ACCEPTED  INT DEFAULT 0,
                   FILE_NB_REJECTED  INT DEFAULT 0
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION TP_RIGHTS_FILE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BLACKLIST (
                   BL_NUM        INT,
                   BL_TYPE       VARCHAR(10),
                   BL_UUID       VARCHAR(36),
                   BL_RPPS       VARCHAR(11),
                   BL_REASON     VARCHAR(40),
                   BL_START_DATE VARCHAR(10),
                   BL_END_DATE   VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_SUSPENDED
                   VARCHAR(1) DEFAULT '0'
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
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BATCH_RUN_JOURNAL (
                   RUN_JOB      VARCHAR(20),
                   RUN_START    VARCHAR(19),
                   RUN_END      VARCHAR(19),
                   RUN_OUTCOME  VARCHAR(10),
                   RUN_READ     NUMERIC(6),
                   RUN_INSERTED NUMERIC(6),
                   RUN_REJECTED NUMERIC(6),
                   RUN_PRODUCED NUMERIC(6)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE BATCH_RUN_JOURNAL
               ADD COLUMN IF NOT EXISTS RUN_NOTE VARCHAR(60)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION DES TABLES' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Numero du fichier du jour, repris dans l'en-tete et    *
      *    rappele par l'accuse de l'operateur.                        *
      ******************************************************************
       1100-NEXT-FILE-NUM-START.
           MOVE 'TPRIGHTSFILE' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-FILE-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(FILE_NUM), 0)
               INTO :SQL-FILE-NUM
               FROM TP_RIGHTS_FILE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'NUMEROTATION TP_RIGHTS_FILE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO SQL-FILE-NUM.
       END-1100-NEXT-FILE-NUM.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les adherents sur leur dernier contrat. Le    *
      *    contrat couvre tant que sa date de fin n'est pas depassee ; *
      *    un contrat resilie a date future reste donc transmis avec   *
      *    sa date de fin. Le palier se lit dans le prefixe du numero  *
      *    de contrat (ALL, MOD, EXC, SPE), comme attadh.cbl.          *
      ******************************************************************
       2000-SCAN-MEMBERS-START.
           EXEC SQL
               DECLARE TPCRS1 CURSOR FOR
               SELECT DISTINCT ON (C.UUID_CUSTOMER)
                      CAST(C.UUID_CUSTOMER AS VARCHAR),
                      COALESCE(CAST(C.CUSTOMER_CODE_SECU
                               AS VARCHAR), ''),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(C.CUSTOMER_BIRTH_DATE, ''),
                      COALESCE(R.REIMBURSEMENT_NUM, ''),
                      COALESCE(R.REIMBURSEMENT_START_DATE,
                               CAST(R.REIMBURSEMENT_CREATE_DATE
                                    AS VARCHAR), ''),
                      COALESCE(R.REIMBURSEMENT_END_DATE, ''),
                      COALESCE(R.REIMBURSEMENT_SUSPENDED, '0'),
                      CASE WHEN EXISTS
                           (SELECT 1 FROM BLACKLIST B
                             WHERE B.BL_TYPE = 'ADHERENT'
                               AND B.BL_UUID
                                 = CAST(C.UUID_CUSTOMER AS VARCHAR)
                               AND B.BL_START_DATE <= :SQL-TODAY-DASH
                               AND (COALESCE(B.BL_END_DATE, '') = ''
                                    OR B.BL_END_DATE
                                       >= :SQL-TODAY-DASH))
                           THEN '1' ELSE '0' END,
                      CASE WHEN COALESCE(R.REIMBURSEMENT_END_DATE, '')
                                <> ''
                            AND REPLACE(R.REIMBURSEMENT_END_DATE,
                                        '-', '') < :SQL-TODAY
                           THEN '0' ELSE '1' END
               FROM CUSTOMER C
               INNER JOIN CUSTOMER_REIMBURSEMENT R
                   ON CAST(R.UUID_CUSTOMER AS VARCHAR)
                    = CAST(C.UUID_CUSTOMER AS VARCHAR)
               WHERE COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                     <> 'REMPLACE'
               ORDER BY C.UUID_CUSTOMER,
                        R.REIMBURSEMENT_CREATE_DATE DESC
           END-EXEC.
           EXEC SQL OPEN TPCRS1 END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR TPCRS1' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2000-SCAN-MEMBERS
           END-IF.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH TPCRS1
                   INTO :SQL-CUS-UUID, :SQL-SECU, :SQL-LASTNAME,
                        :SQL-FIRSTNAME, :SQL-BIRTH, :SQL-CONTRACT,
                        :SQL-START, :SQL-END, :SQL-SUSPENDED,
                        :SQL-BLOCKED, :SQL-COVERED
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF  SQL-COVERED = '1'
                           PERFORM 2100-MEMBER-RIGHTS-START
                              THRU END-2100-MEMBER-RIGHTS
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR TPCRS1 :'
                       SPACE SQLCODE
                       MOVE 'ECHEC' TO WS-OUTCOME
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE TPCRS1 END-EXEC.
       END-2000-SCAN-MEMBERS.
           EXIT.

      ******************************************************************
      *    [RD] Droits de l'adherent courant puis de ses ayants droit  *
      *    non clos a la date du jour, sous le NIR de l'adherent.      *
      *    La fin de validite d'un ayant droit est sa date de cloture  *
      *    quand elle precede celle du contrat.                        *
      ******************************************************************
       2100-MEMBER-RIGHTS-START.
           MOVE SQL-CONTRACT(1:3) TO SQL-TIER.
           MOVE SQL-END TO WS-CONTRACT-END.
           MOVE ZERO TO SQL-DEP-NUM.
           MOVE 'A' TO SQL-QUALITY.
           ADD 1 TO WS-NB-READ.
           PERFORM 2500-APPLY-PERSON-START
              THRU END-2500-APPLY-PERSON.

           EXEC SQL
               DECLARE TPCRS3 CURSOR FOR
               SELECT DEPENDENT_NUM,
                      COALESCE(DEPENDENT_RELATION, ''),
                      COALESCE(DEPENDENT_LASTNAME, ''),
                      COALESCE(DEPENDENT_FIRSTNAME, ''),
                      COALESCE(DEPENDENT_BIRTH_DATE, ''),
                      COALESCE(DEPENDENT_END_DATE, '')
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND (COALESCE(DEPENDENT_END_DATE, '') = ''
                      OR REPLACE(DEPENDENT_END_DATE, '-', '')
                         >= :SQL-TODAY)
               ORDER BY DEPENDENT_NUM
           END-EXEC.
           EXEC SQL OPEN TPCRS3 END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR TPCRS3' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2100-MEMBER-RIGHTS
           END-IF.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH TPCRS3
                   INTO :SQL-DEP-NUM, :SQL-DEP-RELATION,
                        :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-BIRTH,
                        :SQL-DEP-END
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF  SQL-DEP-RELATION(1:6) = 'SPOUSE'
                           MOVE 'C' TO SQL-QUALITY
                       ELSE
                           MOVE 'E' TO SQL-QUALITY
                       END-IF
                       MOVE WS-CONTRACT-END TO SQL-END
                       IF  SQL-DEP-END NOT = SPACES
                           IF  WS-CONTRACT-END = SPACES
                               OR SQL-DEP-END < WS-CONTRACT-END
                               MOVE SQL-DEP-END TO SQL-END
                           END-IF
                       END-IF
                       ADD 1 TO WS-NB-READ
                       PERFORM 2500-APPLY-PERSON-START
                          THRU END-2500-APPLY-PERSON
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR TPCRS3 :'
                       SPACE SQLCODE
                       MOVE 'ECHEC' TO WS-OUTCOME
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE TPCRS3 END-EXEC.
      *    [RD] le curseur adherents continue.
           MOVE ZERO TO SQLCODE.
       END-2100-MEMBER-RIGHTS.
           EXIT.

      ******************************************************************
      *    [RD] Compare les droits calcules de la personne courante a  *
      *    l'image deja transmise :                                    *
      *      - absente, ou supprimee auparavant : C ;                  *
      *      - differente : M ;                                        *
      *      - identique mais rejetee par l'operateur : le dernier     *
      *        mouvement est retransmis ;                              *
      *      - identique et acceptee ou en attente : rien.             *
      *    La personne est marquee vue ce jour dans tous les cas.      *
      ******************************************************************
       2500-APPLY-PERSON-START.
           MOVE SPACE TO WS-MOVE-CODE.
           MOVE ZERO TO SQL-TPR-REF.
           INITIALIZE SQL-TPR-LASTNAME SQL-TPR-FIRSTNAME SQL-TPR-BIRTH
               SQL-TPR-CONTRACT SQL-TPR-START SQL-TPR-END
               SQL-TPR-SUSPENDED SQL-TPR-BLOCKED SQL-TPR-STATE
               SQL-TPR-ACK SQL-TPR-LAST-CODE.
           EXEC SQL
               SELECT TPR_REF, COALESCE(TPR_LASTNAME, ''),
                      COALESCE(TPR_FIRSTNAME, ''),
                      COALESCE(TPR_BIRTH_DATE, ''),
                      COALESCE(TPR_CONTRACT, ''),
                      COALESCE(TPR_START_DATE, ''),
                      COALESCE(TPR_END_DATE, ''),
                      COALESCE(TPR_SUSPENDED, '0'),
                      COALESCE(TPR_BLOCKED, '0'),
                      COALESCE(TPR_STATE, ''),
                      COALESCE(TPR_ACK_STATUS, ''),
                      COALESCE(TPR_LAST_CODE, '')
               INTO :SQL-TPR-REF, :SQL-TPR-LASTNAME,
                    :SQL-TPR-FIRSTNAME, :SQL-TPR-BIRTH,
                    :SQL-TPR-CONTRACT, :SQL-TPR-START, :SQL-TPR-END,
                    :SQL-TPR-SUSPENDED, :SQL-TPR-BLOCKED,
                    :SQL-TPR-STATE, :SQL-TPR-ACK, :SQL-TPR-LAST-CODE
               FROM TP_RIGHTS
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND TPR_DEP_NUM = :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE = 100
               PERFORM 2600-INSERT-PERSON-START
                  THRU END-2600-INSERT-PERSON
               GO TO END-2500-APPLY-PERSON
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE TP_RIGHTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2500-APPLY-PERSON
           END-IF.

           IF  SQL-TPR-STATE NOT = 'ACTIF'
               MOVE 'C' TO WS-MOVE-CODE
           ELSE
               IF  SQL-TPR-LASTNAME NOT = SQL-LASTNAME
                OR SQL-TPR-FIRSTNAME NOT = SQL-FIRSTNAME
                OR SQL-TPR-BIRTH NOT = SQL-BIRTH
                OR SQL-TPR-CONTRACT NOT = SQL-CONTRACT
                OR SQL-TPR-START NOT = SQL-START
                OR SQL-TPR-END NOT = SQL-END
                OR SQL-TPR-SUSPENDED NOT = SQL-SUSPENDED
                OR SQL-TPR-BLOCKED NOT = SQL-BLOCKED
                   MOVE 'M' TO WS-MOVE-CODE
               ELSE
                   IF  SQL-TPR-ACK = 'REJETE'
                       MOVE SQL-TPR-LAST-CODE TO WS-MOVE-CODE
                   END-IF
               END-IF
           END-IF.

           IF  WS-MOVE-CODE = SPACE
               EXEC SQL
                   UPDATE TP_RIGHTS
                   SET TPR_SEEN_DATE = :SQL-TODAY
                   WHERE TPR_REF = :SQL-TPR-REF
               END-EXEC
           ELSE
               MOVE WS-MOVE-CODE TO SQL-MOVE-CODE
               EXEC SQL
                   UPDATE TP_RIGHTS
                   SET TPR_SECU = :SQL-SECU,
                       TPR_QUALITY = :SQL-QUALITY,
                       TPR_LASTNAME = :SQL-LASTNAME,
                       TPR_FIRSTNAME = :SQL-FIRSTNAME,
                       TPR_BIRTH_DATE = :SQL-BIRTH,
                       TPR_CONTRACT = :SQL-CONTRACT,
                       TPR_TIER = :SQL-TIER,
                       TPR_START_DATE = :SQL-START,
                       TPR_END_DATE = :SQL-END,
                       TPR_SUSPENDED = :SQL-SUSPENDED,
                       TPR_BLOCKED = :SQL-BLOCKED,
                       TPR_STATE = 'ACTIF',
                       TPR_SEEN_DATE = :SQL-TODAY,
                       TPR_LAST_CODE = :SQL-MOVE-CODE,
                       TPR_LAST_FILE = :SQL-FILE-NUM,
                       TPR_ACK_STATUS = 'EN-ATTENTE',
                       TPR_ACK_REASON = ''
                   WHERE TPR_REF = :SQL-TPR-REF
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ TP_RIGHTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2500-APPLY-PERSON
           END-IF.
           IF  WS-MOVE-CODE NOT = SPACE
               PERFORM 5000-WRITE-DETAIL-START
                  THRU END-5000-WRITE-DETAIL
           END-IF.
       END-2500-APPLY-PERSON.
           EXIT.

      ******************************************************************
      *    [RD] Premiere transmission de la personne courante.         *
      ******************************************************************
       2600-INSERT-PERSON-START.
           MOVE 'TPRIGHTS' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-TPR-REF.
           EXEC SQL
               SELECT COALESCE(MAX(TPR_REF), 0)
               INTO :SQL-TPR-REF
               FROM TP_RIGHTS
           END-EXEC.
           ADD 1 TO SQL-TPR-REF.
           MOVE 'C' TO WS-MOVE-CODE.
           MOVE WS-MOVE-CODE TO SQL-MOVE-CODE.
           EXEC SQL
               INSERT INTO TP_RIGHTS
                   (TPR_REF, UUID_CUSTOMER, TPR_DEP_NUM, TPR_SECU,
                    TPR_QUALITY, TPR_LASTNAME, TPR_FIRSTNAME,
                    TPR_BIRTH_DATE, TPR_CONTRACT, TPR_TIER,
                    TPR_START_DATE, TPR_END_DATE, TPR_SUSPENDED,
                    TPR_BLOCKED, TPR_STATE, TPR_SEEN_DATE,
                    TPR_LAST_CODE, TPR_LAST_FILE, TPR_ACK_STATUS,
                    TPR_ACK_REASON)
               VALUES
                   (:SQL-TPR-REF, :SQL-CUS-UUID, :SQL-DEP-NUM,
                    :SQL-SECU, :SQL-QUALITY, :SQL-LASTNAME,
                    :SQL-FIRSTNAME, :SQL-BIRTH, :SQL-CONTRACT,
                    :SQL-TIER, :SQL-START, :SQL-END, :SQL-SUSPENDED,
                    :SQL-BLOCKED, 'ACTIF', :SQL-TODAY,
                    :SQL-MOVE-CODE, :SQL-FILE-NUM, 'EN-ATTENTE', '')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT TP_RIGHTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2600-INSERT-PERSON
           END-IF.
           PERFORM 5000-WRITE-DETAIL-START
              THRU END-5000-WRITE-DETAIL.
       END-2600-INSERT-PERSON.
           EXIT.

      ******************************************************************
      *    [RD] Droits transmis actifs dont la personne n'a pas ete    *
      *    vue ce soir (contrat echu, ayant droit clos, adherent       *
      *    archive) : code S, fin de validite a la veille de leur      *
      *    disparition si l'image n'en portait pas. Une suppression    *
      *    rejetee par l'operateur est retransmise.                    *
      ******************************************************************
       3000-SCAN-REMOVED-START.
           EXEC SQL
               DECLARE TPCRS2 CURSOR FOR
               SELECT TPR_REF, COALESCE(TPR_SECU, ''),
                      COALESCE(TPR_QUALITY, ''),
                      COALESCE(TPR_LASTNAME, ''),
                      COALESCE(TPR_FIRSTNAME, ''),
                      COALESCE(TPR_BIRTH_DATE, ''),
                      COALESCE(TPR_CONTRACT, ''),
                      COALESCE(TPR_TIER, ''),
                      COALESCE(TPR_START_DATE, ''),
                      COALESCE(NULLIF(TPR_END_DATE, ''),
                               :SQL-TODAY-DASH),
                      COALESCE(TPR_SUSPENDED, '0'),
                      COALESCE(TPR_BLOCKED, '0')
               FROM TP_RIGHTS
               WHERE (TPR_STATE = 'ACTIF'
                      AND COALESCE(TPR_SEEN_DATE, '') <> :SQL-TODAY)
                  OR (TPR_STATE = 'SUPPRIME'
                      AND TPR_ACK_STATUS = 'REJETE')
               ORDER BY TPR_REF
           END-EXEC.
           EXEC SQL OPEN TPCRS2 END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR TPCRS2' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-3000-SCAN-REMOVED
           END-IF.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH TPCRS2
                   INTO :SQL-TPR-REF, :SQL-SECU, :SQL-QUALITY,
                        :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-BIRTH,
                        :SQL-CONTRACT, :SQL-TIER, :SQL-START,
                        :SQL-END, :SQL-SUSPENDED, :SQL-BLOCKED
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-REMOVE-PERSON-START
                          THRU END-3100-REMOVE-PERSON
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR TPCRS2 :'
                       SPACE SQLCODE
                       MOVE 'ECHEC' TO WS-OUTCOME
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE TPCRS2 END-EXEC.
       END-3000-SCAN-REMOVED.
           EXIT.

       3100-REMOVE-PERSON-START.
           MOVE 'S' TO WS-MOVE-CODE.
           MOVE WS-MOVE-CODE TO SQL-MOVE-CODE.
           EXEC SQL
               UPDATE TP_RIGHTS
               SET TPR_STATE = 'SUPPRIME',
                   TPR_END_DATE = :SQL-END,
                   TPR_LAST_CODE = :SQL-MOVE-CODE,
                   TPR_LAST_FILE = :SQL-FILE-NUM,
                   TPR_ACK_STATUS = 'EN-ATTENTE',
                   TPR_ACK_REASON = ''
               WHERE TPR_REF = :SQL-TPR-REF
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'SUPPRESSION TP_RIGHTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-3100-REMOVE-PERSON
           END-IF.
           PERFORM 5000-WRITE-DETAIL-START
              THRU END-5000-WRITE-DETAIL.
      *    [RD] le curseur des suppressions continue.
           MOVE ZERO TO SQLCODE.
       END-3100-REMOVE-PERSON.
           EXIT.

      ******************************************************************
      *    [RD] Consigne le fichier du jour, en attente d'accuse.      *
      ******************************************************************
       3500-RECORD-FILE-START.
           MOVE WS-TPDROITS-PATH TO SQL-FILE-NAME.
           MOVE WS-NB-DETAIL TO SQL-RUN-PRODUCED.
           MOVE WS-NB-CREATED TO SQL-RUN-INSERTED.
           MOVE WS-NB-READ TO SQL-RUN-READ.
           MOVE WS-NB-CHANGED TO SQL-NB-CHANGED.
           MOVE WS-NB-REMOVED TO SQL-NB-REMOVED.
           EXEC SQL
               INSERT INTO TP_RIGHTS_FILE
                   (FILE_NUM, FILE_NAME, FILE_DATE, FILE_NB_RECORDS,
                    FILE_NB_CREATED, FILE_NB_CHANGED, FILE_NB_REMOVED,
                    FILE_STATUS, FILE_ACK_DATE, FILE_NB_ACCEPTED,
                    FILE_NB_REJECTED)
               VALUES
                   (:SQL-FILE-NUM, :SQL-FILE-NAME, :SQL-TODAY,
                    :SQL-RUN-PRODUCED, :SQL-RUN-INSERTED,
                    :SQL-NB-CHANGED, :SQL-NB-REMOVED, 'ENVOYE', '',
                    0, 0)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT TP_RIGHTS_FILE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3500-RECORD-FILE.
           EXIT.

      ******************************************************************
      *    [RD] Fichiers des jours precedents toujours sans accuse de  *
      *    l'operateur : signales a l'exploitation.                    *
      ******************************************************************
       3600-COUNT-UNACKED-START.
           MOVE ZERO TO SQL-NB-UNACKED.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-UNACKED
               FROM TP_RIGHTS_FILE
               WHERE FILE_STATUS = 'ENVOYE'
                 AND FILE_DATE < :SQL-TODAY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE ZERO TO SQL-NB-UNACKED
           END-IF.
       END-3600-COUNT-UNACKED.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'enregistrement detail de la personne courante  *
      *    (le code mouvement est deja pose).                          *
      ******************************************************************
       5000-WRITE-DETAIL-START.
           MOVE SPACES TO REC-TP-DETAIL.
           MOVE 'D' TO REC-TP-TYPE.
           MOVE WS-MOVE-CODE TO REC-TP-CODE.
           MOVE SQL-TPR-REF TO REC-TP-REF.
           MOVE SQL-SECU TO REC-TP-SECU.
           MOVE SQL-QUALITY TO REC-TP-QUALITY.
           MOVE SQL-LASTNAME TO REC-TP-LASTNAME.
           MOVE SQL-FIRSTNAME TO REC-TP-FIRSTNAME.
           MOVE SQL-BIRTH TO REC-TP-BIRTH.
           MOVE SQL-CONTRACT TO REC-TP-CONTRACT.
           MOVE SQL-TIER TO REC-TP-TIER.
           MOVE SQL-START TO REC-TP-START.
           MOVE SQL-END TO REC-TP-END.
           MOVE SQL-SUSPENDED TO REC-TP-SUSPENDED.
           MOVE SQL-BLOCKED TO REC-TP-BLOCKED.
           WRITE REC-TP-DETAIL.
           ADD 1 TO WS-NB-DETAIL.
           EVALUATE WS-MOVE-CODE
               WHEN 'C'
                   ADD 1 TO WS-NB-CREATED
               WHEN 'M'
                   ADD 1 TO WS-NB-CHANGED
               WHEN 'S'
                   ADD 1 TO WS-NB-REMOVED
           END-EVALUATE.
       END-5000-WRITE-DETAIL.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne BATCH_RUN_JOURNAL pour le passage.           *
      ******************************************************************
       8900-RUN-JOURNAL-START.
           INITIALIZE SQL-RUN-END.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-END
           END-STRING.
           MOVE WS-OUTCOME TO SQL-RUN-OUTCOME.
           MOVE WS-NB-READ TO SQL-RUN-READ.
           MOVE WS-NB-CREATED TO SQL-RUN-INSERTED.
           MOVE WS-NB-DETAIL TO SQL-RUN-PRODUCED.
           MOVE WS-NB-CREATED TO WS-Z-CREATED.
           MOVE WS-NB-CHANGED TO WS-Z-CHANGED.
           MOVE WS-NB-REMOVED TO WS-Z-REMOVED.
           MOVE SQL-NB-UNACKED TO WS-Z-UNACKED.
           INITIALIZE SQL-RUN-NOTE.
           STRING 'FICHIER ' SQL-FILE-NUM
               ' C ' FUNCTION TRIM(WS-Z-CREATED)
               ' M ' FUNCTION TRIM(WS-Z-CHANGED)
               ' S ' FUNCTION TRIM(WS-Z-REMOVED)
               ' SANS ACCUSE ' FUNCTION TRIM(WS-Z-UNACKED)
               DELIMITED BY SIZE INTO SQL-RUN-NOTE
           END-STRING.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES ('TP-RIGHTS', :SQL-RUN-START, :SQL-RUN-END,
                       :SQL-RUN-OUTCOME, :SQL-RUN-READ,
                       :SQL-RUN-INSERTED, 0, :SQL-RUN-PRODUCED,
                       :SQL-RUN-NOTE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               DISPLAY WS-SQL-LIB
               DISPLAY SQLCODE
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE ZERO TO SQLCODE.
       END-8900-RUN-JOURNAL.
           EXIT.

      ******************************************************************
      *    [RD] Alerte exploitation : passage en echec ou fichier      *
      *    reste sans accuse de l'operateur de tiers payant.           *
      ******************************************************************
       9500-NOTIFY-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "Droits tiers payant : passage '
               FUNCTION TRIM(WS-OUTCOME) ', '
               FUNCTION TRIM(WS-Z-UNACKED)
               ' fichier(s) sans accuse - voir TP_RIGHTS_FILE."'
               ' | mail -s "DROITS TIERS PAYANT" '
               FUNCTION TRIM(WS-NOTIFY-DEST)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-9500-NOTIFY.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           DISPLAY SQLERRMC.
           MOVE 'ECHEC' TO WS-OUTCOME.
       END-9020-ERROR-SQL.
           EXIT.
