      ******************************************************************
      *    [RD] Controle "contrat responsable" des contrats.           *
      *    Un contrat qui ne respecte pas les planchers et plafonds du *
      *    contrat responsable fait perdre a l'adherent les avantages  *
      *    fiscaux et nous rend redevables de la TSA au taux majore.   *
      *    Les regles sont tenues en parametre (RESP_PARAM, ecran      *
      *    respparam.cbl) :                                            *
      *      - taux minimal des consultations du medecin traitant      *
      *        (parcours de soins, REIMBURSEMENT_DOCTOR) ;             *
      *      - taux minimal paramedical et hospitalisation (ticket     *
      *        moderateur) ;                                           *
      *      - taux maximal medecin, depassements OPTAM compris ;      *
      *      - plafonds optiques en euros par type de verres : le      *
      *        plafond annuel du contrat doit exister (0 = sans        *
      *        plafond) et ne pas les depasser ;                       *
      *      - presence au catalogue (BENEFIT) d'au moins une          *
      *        prestation active du panier 100SANTE.                   *
      *    Les points de taux des options surcomplementaires actives   *
      *    (CONTRACT_RIDER, ridparam.cbl) s'ajoutent au taux de base.  *
      *    Chaque contrat porte le resultat :                          *
      *    REIMBURSEMENT_RESPONSIBLE ('1' responsable, '0' non         *
      *    responsable), le motif du premier manquement et la date du  *
      *    controle ; tsadecl.cbl en deduit                            *
      *    le taux de TSA applicable.                                  *
      *    Modes (LK-RC-MODE) :                                        *
      *      C contrats de l'adherent LK-RC-UUID (speccont.cbl,        *
      *        ridparam.cbl) ;                                         *
      *      A tous les contrats (benefparam.cbl, ridparam.cbl,        *
      *        respparam.cbl) ;                                        *
      *      N tous les contrats, passage nocturne (batsched.cbl) :    *
      *        consigne au journal BATCH_RUN_JOURNAL, valide la        *
      *        transaction et previent l'exploitation des contrats     *
      *        devenus non responsables.                               *
      *    Appele dans la connexion de l'appelant ; LK-RC-RC vaut '0'  *
      *    (correct) ou '1' (erreur SQL). En mode C, LK-RC-REASON      *
      *    rend le motif du dernier contrat non responsable.           *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. respchk.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(09) VALUE 100.
       01  WS-TABLES-DONE       PIC X(01) VALUE 'N'.
       01  WS-OUTCOME           PIC X(10) VALUE 'OK'.
       01  WS-NB-CHECKED        PIC 9(05) VALUE ZERO.
       01  WS-NB-NONRESP        PIC 9(05) VALUE ZERO.
       01  WS-NB-FLIPPED        PIC 9(05) VALUE ZERO.
       01  WS-Z-NONRESP         PIC Z(04)9.
       01  WS-Z-FLIPPED         PIC Z(04)9.
      *    [RD] taux retenus du contrat courant (base + options).
       01  WS-RATE-DOCTOR       PIC 9(04) VALUE ZERO.
       01  WS-RATE-PARMEDICAL   PIC 9(04) VALUE ZERO.
       01  WS-RATE-HOSPITAL     PIC 9(04) VALUE ZERO.
       01  WS-SYS-CMD           PIC X(250) VALUE SPACES.
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : jour traite (procdate.cbl).
       01  WS-BATCH-DATE        PIC 9(08) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CNT              PIC 9(09) VALUE ZERO.
       01  SQL-ALL              PIC X(01) VALUE '1'.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-TODAY            PIC X(10) VALUE SPACES.
      *    [RD] regles du contrat responsable (RESP_PARAM).
       01  SQL-MT-MIN-RATE      PIC 9(03) VALUE 100.
       01  SQL-MIN-RATE         PIC 9(03) VALUE 100.
       01  SQL-MAX-DOCTOR-RATE  PIC 9(03) VALUE 200.
       01  SQL-CAP-S-GLASSES    PIC 9(05) VALUE 420.
       01  SQL-CAP-P-GLASSES    PIC 9(05) VALUE 700.
       01  SQL-BASKET-REQUIRED  PIC X(01) VALUE '1'.
       01  SQL-NB-BASKET        PIC 9(05) VALUE ZERO.
      *    [RD] contrat courant.
       01  SQL-REIM-NUM         PIC X(10) VALUE SPACES.
       01  SQL-REIM-UUID        PIC X(36) VALUE SPACES.
       01  SQL-DOCTOR           PIC 9(03) VALUE ZERO.
       01  SQL-PARMEDICAL       PIC 9(03) VALUE ZERO.
       01  SQL-HOSPITAL         PIC 9(03) VALUE ZERO.
       01  SQL-CEIL-S-GLASSES   PIC 9(05) VALUE ZERO.
       01  SQL-CEIL-P-GLASSES   PIC 9(05) VALUE ZERO.
       01  SQL-OLD-FLAG         PIC X(01) VALUE SPACE.
       01  SQL-RID-DOCTOR       PIC 9(03) VALUE ZERO.
       01  SQL-RID-PARMEDICAL   PIC 9(03) VALUE ZERO.
       01  SQL-RID-HOSPITAL     PIC 9(03) VALUE ZERO.
       01  SQL-FLAG             PIC X(01) VALUE '1'.
       01  SQL-REASON           PIC X(40) VALUE SPACES.
      *    [RD] journal des traitements (mode N).
       01  SQL-RUN-START        PIC X(19).
       01  SQL-RUN-END          PIC X(19).
       01  SQL-RUN-OUTCOME      PIC X(10).
       01  SQL-RUN-NOTE         PIC X(60).
       01  SQL-RUN-READ         PIC 9(06).
       01  SQL-RUN-PRODUCED     PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-RC-MODE           PIC X(01).
       01  LK-RC-UUID           PIC X(36).
       01  LK-RC-NB-CHECKED     PIC 9(05).
       01  LK-RC-NB-NONRESP     PIC 9(05).
       01  LK-RC-REASON         PIC X(40).
       01  LK-RC-RC             PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-RC-MODE LK-RC-UUID LK-RC-NB-CHECKED
                                LK-RC-NB-NONRESP LK-RC-REASON LK-RC-RC.
       0000-START-MAIN.
           MOVE '0' TO LK-RC-RC.
           MOVE ZERO TO LK-RC-NB-CHECKED LK-RC-NB-NONRESP.
           MOVE SPACES TO LK-RC-REASON.
           MOVE ZERO TO WS-NB-CHECKED WS-NB-NONRESP WS-NB-FLIPPED.
           MOVE 'OK' TO WS-OUTCOME.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-'
                  WS-BATCH-DATE(5:2) '-'
                  WS-BATCH-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.
           IF  LK-RC-MODE EQUAL 'C'
               MOVE '0' TO SQL-ALL
               MOVE LK-RC-UUID TO SQL-CUS-UUID
           ELSE
               MOVE '1' TO SQL-ALL
               MOVE SPACES TO SQL-CUS-UUID
           END-IF.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.
           PERFORM 1100-LOAD-RULES-START
              THRU END-1100-LOAD-RULES.
           PERFORM 2000-SCAN-CONTRACTS-START
              THRU END-2000-SCAN-CONTRACTS.

           MOVE WS-NB-CHECKED TO LK-RC-NB-CHECKED.
           MOVE WS-NB-NONRESP TO LK-RC-NB-NONRESP.

           IF  LK-RC-MODE EQUAL 'N'
               IF  WS-OUTCOME = 'OK'
                   EXEC SQL COMMIT WORK END-EXEC
               ELSE
                   EXEC SQL ROLLBACK WORK END-EXEC
               END-IF
               PERFORM 8900-RUN-JOURNAL-START
                  THRU END-8900-RUN-JOURNAL
               IF  WS-OUTCOME NOT = 'OK' OR WS-NB-FLIPPED > ZERO
                   PERFORM 9500-NOTIFY-START
                      THRU END-9500-NOTIFY
               END-IF
               DISPLAY 'CONTROLE CONTRAT RESPONSABLE'
               DISPLAY 'Contrats controles       : ' WS-NB-CHECKED
               DISPLAY 'Contrats non responsables : ' WS-NB-NONRESP
               DISPLAY 'Devenus non responsables  : ' WS-NB-FLIPPED
           END-IF.
           IF  WS-OUTCOME NOT = 'OK'
               MOVE '1' TO LK-RC-RC
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree et amorce au besoin la table des regles, et       *
      *    garantit les colonnes et tables lues ici avant leur         *
      *    premiere creation ailleurs, une fois par execution.         *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           IF  WS-TABLES-DONE EQUAL 'O'
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RESP_PARAM (
                   PARAM_NUM            INT,
                   RESP_MT_MIN_RATE     INT DEFAULT 100,
                   RESP_MIN_RATE        INT DEFAULT 100,
                   RESP_MAX_DOCTOR_RATE INT DEFAULT 200,
                   RESP_CAP_S_GLASSES   INT DEFAULT 420,
                   RESP_CAP_P_GLASSES   INT DEFAULT 700,
                   RESP_BASKET_REQUIRED VARCHAR(1) DEFAULT '1'
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION RESP_PARAM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT FROM RESP_PARAM
           END-EXEC.
           IF  SQL-CNT = ZERO
               EXEC SQL
                   INSERT INTO RESP_PARAM (PARAM_NUM) VALUES (1)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'AMORCAGE RESP_PARAM' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_RESPONSIBLE
                   VARCHAR(1) DEFAULT '1'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_RESP_REASON
                   VARCHAR(40)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_RESP_DATE
                   VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES REIMBURSEMENT_RESP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] plafonds optiques du contrat (speccont.cbl,
      *    clascont.cbl) et statut du contrat (rembsave.cbl).
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
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_STATUS
                   VARCHAR(10) DEFAULT 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES PLAFONDS DU CONTRAT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] options surcomplementaires (ridparam.cbl) et
      *    catalogue des prestations (benefparam.cbl).
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
               CREATE TABLE IF NOT EXISTS BENEFIT (
                  BENEFIT_CODE        VARCHAR(20),
                  BENEFIT_LABEL       VARCHAR(30),
                  BENEFIT_RATE_ALLEGE INT,
                  BENEFIT_RATE_MODERE INT,
                  BENEFIT_RATE_EXCELL INT,
                  BENEFIT_RATE_SPE    INT,
                  BENEFIT_ACTIVE      VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_BASKET VARCHAR(10)
              DEFAULT 'LIBRE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'TABLES OPTIONS ET CATALOGUE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'O' TO WS-TABLES-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Charge les regles en vigueur et, une fois pour tout le *
      *    passage, la presence du panier 100SANTE au catalogue.       *
      ******************************************************************
       1100-LOAD-RULES-START.
           EXEC SQL
               SELECT COALESCE(RESP_MT_MIN_RATE, 100),
                      COALESCE(RESP_MIN_RATE, 100),
                      COALESCE(RESP_MAX_DOCTOR_RATE, 200),
                      COALESCE(RESP_CAP_S_GLASSES, 420),
                      COALESCE(RESP_CAP_P_GLASSES, 700),
                      COALESCE(RESP_BASKET_REQUIRED, '1')
               INTO :SQL-MT-MIN-RATE, :SQL-MIN-RATE,
                    :SQL-MAX-DOCTOR-RATE, :SQL-CAP-S-GLASSES,
                    :SQL-CAP-P-GLASSES, :SQL-BASKET-REQUIRED
               FROM RESP_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE RESP_PARAM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO SQL-NB-BASKET.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-BASKET
               FROM BENEFIT
               WHERE COALESCE(BENEFIT_BASKET, 'LIBRE') = '100SANTE'
                 AND COALESCE(BENEFIT_ACTIVE, '1') = '1'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMPTAGE PANIER 100SANTE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1100-LOAD-RULES.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les contrats a controler (tous, ou ceux de    *
      *    l'adherent en mode C), hors contrats remplaces.             *
      ******************************************************************
       2000-SCAN-CONTRACTS-START.
           EXEC SQL
               DECLARE RSPCRS1 CURSOR FOR
               SELECT REIMBURSEMENT_NUM,
                      CAST(UUID_CUSTOMER AS VARCHAR),
                      COALESCE(REIMBURSEMENT_DOCTOR, 0),
                      COALESCE(REIMBURSEMENT_PARMEDICAL, 0),
                      COALESCE(REIMBURSEMENT_HOSPITAL, 0),
                      COALESCE(REIMBURSEMENT_CEILING_SINGLE_GLASSES,
                               0),
                      COALESCE(REIMBURSEMENT_CEILING_PROG_GLASSES, 0),
                      COALESCE(REIMBURSEMENT_RESPONSIBLE, '1')
               FROM CUSTOMER_REIMBURSEMENT
               WHERE COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     <> 'REMPLACE'
                 AND (:SQL-ALL = '1'
                      OR CAST(UUID_CUSTOMER AS VARCHAR)
                         = :SQL-CUS-UUID)
               ORDER BY REIMBURSEMENT_NUM
           END-EXEC.
           EXEC SQL OPEN RSPCRS1 END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR RSPCRS1' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2000-SCAN-CONTRACTS
           END-IF.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH RSPCRS1
                   INTO :SQL-REIM-NUM, :SQL-REIM-UUID, :SQL-DOCTOR,
                        :SQL-PARMEDICAL, :SQL-HOSPITAL,
                        :SQL-CEIL-S-GLASSES, :SQL-CEIL-P-GLASSES,
                        :SQL-OLD-FLAG
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2100-CHECK-ONE-START
                          THRU END-2100-CHECK-ONE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR RSPCRS1 :'
                       SPACE SQLCODE
                       MOVE 'ECHEC' TO WS-OUTCOME
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE RSPCRS1 END-EXEC.
       END-2000-SCAN-CONTRACTS.
           EXIT.

      ******************************************************************
      *    [RD] Controle d'un contrat : taux de base majores des       *
      *    options actives ce jour, puis regles dans l'ordre ; le      *
      *    premier manquement rencontre donne le motif.                *
      ******************************************************************
       2100-CHECK-ONE-START.
           ADD 1 TO WS-NB-CHECKED.
           MOVE ZERO TO SQL-RID-DOCTOR SQL-RID-PARMEDICAL
               SQL-RID-HOSPITAL.
           EXEC SQL
               SELECT COALESCE(SUM(R.RIDER_DELTA_DOCTOR), 0),
                      COALESCE(SUM(R.RIDER_DELTA_PARMEDICAL), 0),
                      COALESCE(SUM(R.RIDER_DELTA_HOSPITAL), 0)
               INTO :SQL-RID-DOCTOR, :SQL-RID-PARMEDICAL,
                    :SQL-RID-HOSPITAL
               FROM CONTRACT_RIDER CR
               INNER JOIN RIDER R
                   ON R.RIDER_CODE = CR.RIDER_CODE
               WHERE CR.UUID_CUSTOMER = :SQL-REIM-UUID
                 AND CR.RIDER_ATTACH_DATE <= :SQL-TODAY
                 AND (COALESCE(CR.RIDER_END_DATE, '') = ''
                      OR CR.RIDER_END_DATE >= :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'CUMUL DES OPTIONS DU CONTRAT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2100-CHECK-ONE
           END-IF.
           COMPUTE WS-RATE-DOCTOR = SQL-DOCTOR + SQL-RID-DOCTOR.
           COMPUTE WS-RATE-PARMEDICAL =
               SQL-PARMEDICAL + SQL-RID-PARMEDICAL.
           COMPUTE WS-RATE-HOSPITAL = SQL-HOSPITAL + SQL-RID-HOSPITAL.

           MOVE '1' TO SQL-FLAG.
           MOVE SPACES TO SQL-REASON.
           EVALUATE TRUE
               WHEN WS-RATE-DOCTOR < SQL-MT-MIN-RATE
                   MOVE 'MEDECIN TRAITANT SOUS LE TAUX MINIMAL'
                       TO SQL-REASON
               WHEN WS-RATE-PARMEDICAL < SQL-MIN-RATE
                   MOVE 'PARAMEDICAL SOUS LE TICKET MODERATEUR'
                       TO SQL-REASON
               WHEN WS-RATE-HOSPITAL < SQL-MIN-RATE
                   MOVE 'HOSPITALISATION SOUS TICKET MODERATEUR'
                       TO SQL-REASON
               WHEN WS-RATE-DOCTOR > SQL-MAX-DOCTOR-RATE
                   MOVE 'DEPASSEMENTS OPTAM AU-DELA DU PLAFOND'
                       TO SQL-REASON
               WHEN SQL-CEIL-S-GLASSES = ZERO
                 OR SQL-CEIL-S-GLASSES > SQL-CAP-S-GLASSES
                   MOVE 'OPTIQUE VERRES SIMPLES HORS PLAFOND'
                       TO SQL-REASON
               WHEN SQL-CEIL-P-GLASSES = ZERO
                 OR SQL-CEIL-P-GLASSES > SQL-CAP-P-GLASSES
                   MOVE 'OPTIQUE VERRES COMPLEXES HORS PLAFOND'
                       TO SQL-REASON
               WHEN SQL-BASKET-REQUIRED = '1'
                 AND SQL-NB-BASKET = ZERO
                   MOVE 'PANIER 100% SANTE ABSENT DU CATALOGUE'
                       TO SQL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  SQL-REASON NOT = SPACES
               MOVE '0' TO SQL-FLAG
               ADD 1 TO WS-NB-NONRESP
               MOVE SQL-REASON TO LK-RC-REASON
               IF  SQL-OLD-FLAG NOT = '0'
                   ADD 1 TO WS-NB-FLIPPED
               END-IF
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_RESPONSIBLE = :SQL-FLAG,
                   REIMBURSEMENT_RESP_REASON = :SQL-REASON,
                   REIMBURSEMENT_RESP_DATE = :SQL-TODAY
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ DRAPEAU CONTRAT RESPONSABLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le curseur des contrats continue.
           MOVE ZERO TO SQLCODE.
       END-2100-CHECK-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne BATCH_RUN_JOURNAL pour le passage nocturne.  *
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
           MOVE WS-NB-CHECKED TO SQL-RUN-READ.
           MOVE WS-NB-NONRESP TO SQL-RUN-PRODUCED.
           MOVE WS-NB-NONRESP TO WS-Z-NONRESP.
           MOVE WS-NB-FLIPPED TO WS-Z-FLIPPED.
           INITIALIZE SQL-RUN-NOTE.
           STRING 'NON RESPONSABLES ' FUNCTION TRIM(WS-Z-NONRESP)
               ' DONT NOUVEAUX ' FUNCTION TRIM(WS-Z-FLIPPED)
               DELIMITED BY SIZE INTO SQL-RUN-NOTE
           END-STRING.
           EXEC SQL
               ALTER TABLE BATCH_RUN_JOURNAL
               ADD COLUMN IF NOT EXISTS RUN_NOTE VARCHAR(60)
           END-EXEC.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES ('RESP-SWEEP', :SQL-RUN-START, :SQL-RUN-END,
                       :SQL-RUN-OUTCOME, :SQL-RUN-READ, 0, 0,
                       :SQL-RUN-PRODUCED, :SQL-RUN-NOTE)
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
      *    [RD] Alerte exploitation : passage en echec ou contrats     *
      *    devenus non responsables depuis le dernier controle.        *
      ******************************************************************
       9500-NOTIFY-START.
           MOVE 'NOTIFY_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "Contrat responsable : passage '
               FUNCTION TRIM(WS-OUTCOME) ', '
               FUNCTION TRIM(WS-Z-FLIPPED)
               ' contrat(s) devenu(s) non responsable(s) - voir'
               ' REIMBURSEMENT_RESP_REASON."'
               ' | mail -s "CONTRAT RESPONSABLE" '
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
