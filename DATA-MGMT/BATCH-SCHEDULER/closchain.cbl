      ******************************************************************
      *    [RD] Chaine de cloture mensuelle.                           *
      *    Les traitements de fin de mois etaient lances a la main     *
      *    depuis le menu des donnees (menudata.cbl), dans un ordre    *
      *    connu d'une seule personne. Lance par l'ordonnanceur        *
      *    (batsched.cbl, traitement MONTH-CLOSE, frequence mensuelle  *
      *    au jour ouvre N), ce traitement deroule pour le mois clos   *
      *    AAAAMM recu, dans l'ordre des dependances :                 *
      *      1 reconstruction de la synthese       (sumbuild.cbl)      *
      *      2 synthese financiere                 (rptfin.cbl)        *
      *      3 export comptable                    (cptexport.cbl)     *
      *      4 commissions des apporteurs          (commbat.cbl)       *
      *      5 provision IBNR                      (provibnr.cbl)      *
      *      6 declaration TSA, fin de trimestre   (tsadecl.cbl)       *
      *      7 bordereau de reassurance, fin de    (reinbord.cbl)      *
      *        trimestre                                               *
      *      8 declaration au fonds C2S, fin de  (c2sdecl.cbl)         *
      *        trimestre                                               *
      *    Chaque etape est appelee en mode 'B' (sans ecran) avec le   *
      *    mois, et rend code retour, sortie produite et compte rendu, *
      *    conserves dans CLOSE_STEP ; l'etat du mois est tenu dans    *
      *    CLOSE_RUN. La chaine s'arrete a la premiere etape en echec  *
      *    (CLOSE_RUN a ECHEC, alerte a l'exploitation) ; au passage   *
      *    suivant elle reprend a cette etape, les etapes deja         *
      *    terminees n'etant pas rejouees. Les etapes trimestrielles   *
      *    sont SANS-OBJET hors fin de trimestre (mois 03, 06, 09,     *
      *    12).                                                        *
      *    Toutes les etapes terminees, le dossier de cloture          *
      *    ./RAPPORT/CLOTURE-AAAAMM.txt liste chaque etape et sa       *
      *    sortie et part par mail (CLOSE_MAIL, a defaut NOTIFY_MAIL) ;*
      *    le mois passe A_VALIDER. Le verrouillage du mois n'est PAS  *
      *    fait ici : il attend la validation de l'administrateur      *
      *    dans l'ecran de cloture comptable (perclose.cbl), qui passe *
      *    alors le mois a CLOTURE.                                    *
      *    Les etapes ouvrent et ferment leur propre connexion         *
      *    (DISCONNECT ALL) : la connexion est rouverte apres chacune, *
      *    comme batsched.cbl le fait apres rptover.cbl, et reste      *
      *    ouverte au retour a l'appelant.                             *
      *    Journal : BATCH_RUN_JOURNAL (MONTH-CLOSE) ; code retour     *
      *    '0' mois pret a valider (ou deja traite), '1' echec.        *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Ajout de la declaration trimestrielle au  *
      *    fonds C2S (c2sdecl.cbl).                                    *
      * MAJ RD le 15/10/2026 Le programme de chaque etape est          *
      *    decharge (CANCEL) au retour : il repart de ses valeurs      *
      *    initiales a la cloture suivante d'un meme passage.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. closchain RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PACK ASSIGN TO WS-PACK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PACK
           RECORD CONTAINS 220 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PACK           PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  WS-SYS-CMD           PIC X(800) VALUE SPACES.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-OUTCOME           PIC X(10) VALUE 'OK'.
       01  WS-STOP              PIC X(01) VALUE 'N'.
       01  WS-NOTHING-TO-DO     PIC X(01) VALUE 'N'.
       01  WS-STEP-EOF          PIC X(01) VALUE 'N'.

       01  WS-PACK-PATH.
           03 WS-PACK-FOLDER    PIC X(18)
              VALUE './RAPPORT/CLOTURE-'.
           03 WS-PACK-PERIOD    PIC X(06).
           03 WS-PACK-FORMAT    PIC X(04) VALUE '.txt'.

      *    [RD] etapes de la chaine, dans l'ordre des dependances.
       01  WS-STEP-MAX          PIC 9(02) VALUE 8.
       01  WS-STEP-IDX          PIC 9(02) VALUE ZERO.
       01  WS-QUARTER-END       PIC X(01) VALUE 'N'.

      *    [RD] bloc d'appel des etapes (mode 'B' : chaine).
       01  WS-CLOSE-STEP.
           05 WS-CS-MODE        PIC X(01) VALUE 'B'.
           05 WS-CS-PERIOD      PIC X(06) VALUE SPACES.
           05 WS-CS-RC          PIC X(01) VALUE SPACE.
           05 WS-CS-OUTPUT      PIC X(200) VALUE SPACES.
           05 WS-CS-MESSAGE     PIC X(70) VALUE SPACES.
       01  WS-NB-TIER           PIC 9(05) VALUE ZERO.

      *    [RD] compteurs du passage.
       01  WS-NB-PLANNED        PIC 9(06) VALUE ZERO.
       01  WS-NB-DONE           PIC 9(06) VALUE ZERO.
       01  WS-NB-FAILED         PIC 9(06) VALUE ZERO.
       01  WS-NB-OUTPUT         PIC 9(06) VALUE ZERO.
       01  WS-Z-ORDER           PIC Z9.

      *    [RD] configuration (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'.
       01  WS-CLOSE-DEST        PIC X(60) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.
       01  SQL-PERIOD           PIC X(06) VALUE SPACES.
       01  SQL-CLOSE-STATUS     PIC X(10) VALUE SPACES.
       01  SQL-FAILED-STEP      PIC X(20) VALUE SPACES.
       01  SQL-PACK-PATH        PIC X(60) VALUE SPACES.
       01  SQL-STEP-ORDER       PIC 9(02) VALUE ZERO.
       01  SQL-STEP-NAME        PIC X(20) VALUE SPACES.
       01  SQL-STEP-PROGRAM     PIC X(10) VALUE SPACES.
       01  SQL-STEP-FREQ        PIC X(01) VALUE SPACE.
       01  SQL-STEP-STATUS      PIC X(10) VALUE SPACES.
       01  SQL-STEP-START       PIC X(19) VALUE SPACES.
       01  SQL-STEP-OUTPUT      PIC X(200) VALUE SPACES.
       01  SQL-STEP-MESSAGE     PIC X(70) VALUE SPACES.
       01  SQL-RUN-STAMP        PIC X(19) VALUE SPACES.
       01  SQL-RUN-START        PIC X(19) VALUE SPACES.
       01  SQL-RUN-OUTCOME      PIC X(10) VALUE SPACES.
       01  SQL-RUN-NOTE         PIC X(60) VALUE SPACES.
       01  SQL-CNT              PIC 9(06) VALUE ZERO.
       01  SQL-NB-PLANNED       PIC 9(06) VALUE ZERO.
       01  SQL-NB-DONE          PIC 9(06) VALUE ZERO.
       01  SQL-NB-FAILED        PIC 9(06) VALUE ZERO.
       01  SQL-NB-OUTPUT        PIC 9(06) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CC-PERIOD         PIC X(06).
       01  LK-CC-RC             PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CC-PERIOD, LK-CC-RC.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE '0' TO LK-CC-RC.
           MOVE ZERO TO WS-NB-PLANNED WS-NB-DONE WS-NB-FAILED
                        WS-NB-OUTPUT.
           MOVE 'OK' TO WS-OUTCOME.
           MOVE 'N' TO WS-STOP.
           MOVE 'N' TO WS-NOTHING-TO-DO.
           MOVE SPACES TO SQL-FAILED-STEP.
           MOVE LK-CC-PERIOD TO SQL-PERIOD.
           MOVE LK-CC-PERIOD TO WS-PACK-PERIOD.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.

      *    [RD] les etapes ferment toutes les connexions : le travail
      *    deja fait par l'appelant est valide avant la premiere.
           EXEC SQL COMMIT WORK END-EXEC.

           IF  LK-CC-PERIOD IS NOT NUMERIC
            OR LK-CC-PERIOD(5:2) < '01' OR LK-CC-PERIOD(5:2) > '12'
               DISPLAY 'CLOTURE MENSUELLE : MOIS INVALIDE '
                   LK-CC-PERIOD ' - PAS DE RUN.'
               MOVE 'ECHEC' TO WS-OUTCOME
               MOVE 'O' TO WS-NOTHING-TO-DO
           ELSE
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
               PERFORM 1100-LOAD-CONFIG-START
                  THRU END-1100-LOAD-CONFIG
               PERFORM 1200-FIND-RUN-START
                  THRU END-1200-FIND-RUN
           END-IF.

           IF  WS-NOTHING-TO-DO NOT = 'O' AND WS-OUTCOME = 'OK'
               PERFORM 2000-ONE-STEP-START
                  THRU END-2000-ONE-STEP
                  VARYING WS-STEP-IDX FROM 1 BY 1
                  UNTIL WS-STEP-IDX > WS-STEP-MAX OR WS-STOP = 'O'
               PERFORM 2500-CLOSE-RUN-START
                  THRU END-2500-CLOSE-RUN
           END-IF.

           PERFORM 8000-DISPLAY-REPORT-START
              THRU END-8000-DISPLAY-REPORT.
           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.
           EXEC SQL COMMIT WORK END-EXEC.
           IF  WS-OUTCOME = 'OK' AND WS-NOTHING-TO-DO NOT = 'O'
               PERFORM 9400-SEND-PACK-START
                  THRU END-9400-SEND-PACK
           END-IF.
           IF  WS-OUTCOME NOT = 'OK'
               MOVE '1' TO LK-CC-RC
               PERFORM 9500-NOTIFY-ALERT-START
                  THRU END-9500-NOTIFY-ALERT
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Etat du mois (CLOSE_RUN, une ligne par mois) et de     *
      *    ses etapes (CLOSE_STEP) ; CLOSE_RUN a la meme definition    *
      *    dans perclose.cbl, qui le passe a CLOTURE.                  *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLOSE_RUN (
                   CLOSE_PERIOD      VARCHAR(06),
                   CLOSE_STATUS      VARCHAR(10),
                   CLOSE_START       VARCHAR(19),
                   CLOSE_END         VARCHAR(19),
                   CLOSE_FAILED_STEP VARCHAR(20),
                   CLOSE_PACK        VARCHAR(60),
                   CLOSE_USER        VARCHAR(10),
                   CLOSE_DATE        VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLOSE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLOSE_STEP (
                   CLOSE_PERIOD  VARCHAR(06),
                   STEP_ORDER    INT,
                   STEP_NAME     VARCHAR(20),
                   STEP_PROGRAM  VARCHAR(10),
                   STEP_FREQ     VARCHAR(1),
                   STEP_STATUS   VARCHAR(10),
                   STEP_START    VARCHAR(19),
                   STEP_END      VARCHAR(19),
                   STEP_OUTPUT   VARCHAR(200),
                   STEP_MESSAGE  VARCHAR(70)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLOSE_STEP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACCOUNTING_PERIOD (
                   PERIOD_MONTH  VARCHAR(06),
                   PERIOD_STATUS VARCHAR(10),
                   PERIOD_USER   VARCHAR(10),
                   PERIOD_DATE   VARCHAR(10)
               )
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
               MOVE 'PREPARATION BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Connexion (rouverte apres chaque etape) et             *
      *    destinataires du dossier de cloture et des alertes.         *
      ******************************************************************
       1100-LOAD-CONFIG-START.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:11) TO DBNAME
           END-IF.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:5) TO USERNAME
           END-IF.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:10) TO PASSWD
           END-IF.
           MOVE 'NOTIFY_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.
           MOVE WS-NOTIFY-DEST TO WS-CLOSE-DEST.
           MOVE 'CLOSE_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0' AND WS-CONF-VALUE NOT = SPACES
               MOVE WS-CONF-VALUE TO WS-CLOSE-DEST
           END-IF.
       END-1100-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    [RD] Etat du mois : deja verrouille ou deja pret a valider, *
      *    rien a faire ; en echec ou interrompu, reprise ; jamais     *
      *    lance, creation du mois et de ses etapes.                   *
      ******************************************************************
       1200-FIND-RUN-START.
           MOVE 'N' TO WS-QUARTER-END.
           IF  SQL-PERIOD(5:2) = '03' OR SQL-PERIOD(5:2) = '06'
            OR SQL-PERIOD(5:2) = '09' OR SQL-PERIOD(5:2) = '12'
               MOVE 'O' TO WS-QUARTER-END
           END-IF.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM ACCOUNTING_PERIOD
               WHERE PERIOD_MONTH = :SQL-PERIOD
                 AND PERIOD_STATUS = 'CLOTURE'
           END-EXEC.
           IF  SQL-CNT > ZERO
               DISPLAY 'CLOTURE MENSUELLE : MOIS ' SQL-PERIOD
                   ' DEJA VERROUILLE - PAS DE RUN.'
               MOVE 'O' TO WS-NOTHING-TO-DO
               GO TO END-1200-FIND-RUN
           END-IF.

           MOVE SPACES TO SQL-CLOSE-STATUS.
           EXEC SQL
               SELECT CLOSE_STATUS INTO :SQL-CLOSE-STATUS
               FROM CLOSE_RUN
               WHERE CLOSE_PERIOD = :SQL-PERIOD
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE CLOSE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1200-FIND-RUN
           END-IF.
           IF  SQLCODE = 100
               PERFORM 1400-NEW-RUN-START
                  THRU END-1400-NEW-RUN
               GO TO END-1200-FIND-RUN
           END-IF.

           IF  SQL-CLOSE-STATUS = 'A_VALIDER'
            OR SQL-CLOSE-STATUS = 'CLOTURE'
               DISPLAY 'CLOTURE MENSUELLE : MOIS ' SQL-PERIOD ' '
                   FUNCTION TRIM(SQL-CLOSE-STATUS) ' - PAS DE RUN.'
               MOVE 'O' TO WS-NOTHING-TO-DO
               GO TO END-1200-FIND-RUN
           END-IF.

           DISPLAY 'CLOTURE MENSUELLE : REPRISE DU MOIS ' SQL-PERIOD
               ' (' FUNCTION TRIM(SQL-CLOSE-STATUS) ').'.
           EXEC SQL
               UPDATE CLOSE_RUN
               SET CLOSE_STATUS = 'EN_COURS',
                   CLOSE_FAILED_STEP = ''
               WHERE CLOSE_PERIOD = :SQL-PERIOD
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'REPRISE CLOSE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-1200-FIND-RUN.
           EXIT.

      ******************************************************************
      *    [RD] Nouveau mois : la ligne CLOSE_RUN et la liste de ses   *
      *    etapes sont validees ensemble, ou pas du tout.              *
      ******************************************************************
       1400-NEW-RUN-START.
           EXEC SQL
               INSERT INTO CLOSE_RUN
                   (CLOSE_PERIOD, CLOSE_STATUS, CLOSE_START,
                    CLOSE_END, CLOSE_FAILED_STEP, CLOSE_PACK,
                    CLOSE_USER, CLOSE_DATE)
               VALUES (:SQL-PERIOD, 'EN_COURS', :SQL-RUN-START,
                       '', '', '', '', '')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION DU MOIS CLOSE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO 1490-NEW-RUN-CLOSE
           END-IF.

           MOVE 1 TO SQL-STEP-ORDER.
           MOVE 'RECONSTRUCTION' TO SQL-STEP-NAME.
           MOVE 'sumbuild' TO SQL-STEP-PROGRAM.
           MOVE 'M' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 2 TO SQL-STEP-ORDER.
           MOVE 'SYNTHESE FINANCIERE' TO SQL-STEP-NAME.
           MOVE 'rptfin' TO SQL-STEP-PROGRAM.
           MOVE 'M' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 3 TO SQL-STEP-ORDER.
           MOVE 'EXPORT COMPTABLE' TO SQL-STEP-NAME.
           MOVE 'cptexport' TO SQL-STEP-PROGRAM.
           MOVE 'M' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 4 TO SQL-STEP-ORDER.
           MOVE 'COMMISSIONS' TO SQL-STEP-NAME.
           MOVE 'commbat' TO SQL-STEP-PROGRAM.
           MOVE 'M' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 5 TO SQL-STEP-ORDER.
           MOVE 'PROVISION IBNR' TO SQL-STEP-NAME.
           MOVE 'provibnr' TO SQL-STEP-PROGRAM.
           MOVE 'M' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 6 TO SQL-STEP-ORDER.
           MOVE 'DECLARATION TSA' TO SQL-STEP-NAME.
           MOVE 'tsadecl' TO SQL-STEP-PROGRAM.
           MOVE 'T' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 7 TO SQL-STEP-ORDER.
           MOVE 'BORDEREAU REASSURANCE' TO SQL-STEP-NAME.
           MOVE 'reinbord' TO SQL-STEP-PROGRAM.
           MOVE 'T' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

           MOVE 8 TO SQL-STEP-ORDER.
           MOVE 'DECLARATION C2S' TO SQL-STEP-NAME.
           MOVE 'c2sdecl' TO SQL-STEP-PROGRAM.
           MOVE 'T' TO SQL-STEP-FREQ.
           PERFORM 1410-SEED-STEP-START
              THRU END-1410-SEED-STEP.

       1490-NEW-RUN-CLOSE.
           IF  WS-OUTCOME = 'OK'
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
       END-1400-NEW-RUN.
           EXIT.

      ******************************************************************
      *    [RD] Une etape du mois ; une etape trimestrielle est        *
      *    SANS-OBJET hors fin de trimestre.                           *
      ******************************************************************
       1410-SEED-STEP-START.
           IF  WS-OUTCOME NOT = 'OK'
               GO TO END-1410-SEED-STEP
           END-IF.
           MOVE 'A_FAIRE' TO SQL-STEP-STATUS.
           IF  SQL-STEP-FREQ = 'T' AND WS-QUARTER-END NOT = 'O'
               MOVE 'SANS-OBJET' TO SQL-STEP-STATUS
           END-IF.
           EXEC SQL
               INSERT INTO CLOSE_STEP
                   (CLOSE_PERIOD, STEP_ORDER, STEP_NAME,
                    STEP_PROGRAM, STEP_FREQ, STEP_STATUS,
                    STEP_START, STEP_END, STEP_OUTPUT, STEP_MESSAGE)
               VALUES (:SQL-PERIOD, :SQL-STEP-ORDER, :SQL-STEP-NAME,
                       :SQL-STEP-PROGRAM, :SQL-STEP-FREQ,
                       :SQL-STEP-STATUS, '', '', '', '')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLOSE_STEP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1410-SEED-STEP.
           EXIT.

      ******************************************************************
      *    [RD] Lance l'etape d'ordre WS-STEP-IDX si elle reste a      *
      *    faire (A_FAIRE, ou ECHEC / EN_COURS d'un passage            *
      *    precedent) ; une etape terminee (OK) ou SANS-OBJET n'est    *
      *    pas rejouee. Son etat est valide avant l'appel, puis la     *
      *    connexion fermee par l'etape est rouverte et le resultat    *
      *    enregistre. Une etape en echec arrete la chaine.            *
      ******************************************************************
       2000-ONE-STEP-START.
           MOVE WS-STEP-IDX TO SQL-STEP-ORDER.
           EXEC SQL
               SELECT STEP_NAME, STEP_PROGRAM, STEP_STATUS
               INTO :SQL-STEP-NAME, :SQL-STEP-PROGRAM,
                    :SQL-STEP-STATUS
               FROM CLOSE_STEP
               WHERE CLOSE_PERIOD = :SQL-PERIOD
                 AND STEP_ORDER = :SQL-STEP-ORDER
           END-EXEC.
           IF  SQLCODE = 100
               GO TO END-2000-ONE-STEP
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE CLOSE_STEP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2000-ONE-STEP
           END-IF.
           IF  SQL-STEP-STATUS = 'SANS-OBJET'
               GO TO END-2000-ONE-STEP
           END-IF.
           ADD 1 TO WS-NB-PLANNED.
           IF  SQL-STEP-STATUS = 'OK'
               DISPLAY 'CLOTURE MENSUELLE : ETAPE '
                   FUNCTION TRIM(SQL-STEP-NAME) ' DEJA TERMINEE.'
               GO TO END-2000-ONE-STEP
           END-IF.

           INITIALIZE SQL-STEP-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-STEP-START
           END-STRING.
           EXEC SQL
               UPDATE CLOSE_STEP
               SET STEP_STATUS = 'EN_COURS',
                   STEP_START = :SQL-STEP-START,
                   STEP_END = '', STEP_OUTPUT = '', STEP_MESSAGE = ''
               WHERE CLOSE_PERIOD = :SQL-PERIOD
                 AND STEP_ORDER = :SQL-STEP-ORDER
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'DEBUT ETAPE CLOSE_STEP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2000-ONE-STEP
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'CLOTURE MENSUELLE : ETAPE '
               FUNCTION TRIM(SQL-STEP-NAME) ' ('
               FUNCTION TRIM(SQL-STEP-PROGRAM) ') - MOIS '
               SQL-PERIOD '.'.

           INITIALIZE WS-CLOSE-STEP.
           MOVE 'B' TO WS-CS-MODE.
           MOVE SQL-PERIOD TO WS-CS-PERIOD.
           MOVE '1' TO WS-CS-RC.
      *    [RD] le 15/10/2026 : programme d'etape decharge au retour.
           EVALUATE SQL-STEP-PROGRAM
               WHEN 'sumbuild'
                   CALL 'sumbuild' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'sumbuild'
               WHEN 'rptfin'
                   CALL 'rptfin' USING BY REFERENCE WS-NB-TIER,
                       WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'rptfin'
               WHEN 'cptexport'
                   CALL 'cptexport' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'cptexport'
               WHEN 'commbat'
                   CALL 'commbat' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'commbat'
               WHEN 'provibnr'
                   CALL 'provibnr' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'provibnr'
               WHEN 'tsadecl'
                   CALL 'tsadecl' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'tsadecl'
               WHEN 'reinbord'
                   CALL 'reinbord' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'reinbord'
               WHEN 'c2sdecl'
                   CALL 'c2sdecl' USING BY REFERENCE WS-CLOSE-STEP
                   END-CALL
                   CANCEL 'c2sdecl'
               WHEN OTHER
                   MOVE 'Programme d''etape inconnu.' TO WS-CS-MESSAGE
           END-EVALUATE.

           PERFORM 2900-RECONNECT-START
              THRU END-2900-RECONNECT.
           IF  WS-STOP = 'O'
               GO TO END-2000-ONE-STEP
           END-IF.

           IF  WS-CS-RC = '0'
               MOVE 'OK' TO SQL-STEP-STATUS
               ADD 1 TO WS-NB-DONE
           ELSE
               MOVE 'ECHEC' TO SQL-STEP-STATUS
               ADD 1 TO WS-NB-FAILED
               MOVE 'ECHEC' TO WS-OUTCOME
               MOVE 'O' TO WS-STOP
               MOVE SQL-STEP-NAME TO SQL-FAILED-STEP
           END-IF.
           MOVE WS-CS-OUTPUT TO SQL-STEP-OUTPUT.
           MOVE WS-CS-MESSAGE TO SQL-STEP-MESSAGE.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           EXEC SQL
               UPDATE CLOSE_STEP
               SET STEP_STATUS = :SQL-STEP-STATUS,
                   STEP_END = :SQL-RUN-STAMP,
                   STEP_OUTPUT = TRIM(:SQL-STEP-OUTPUT),
                   STEP_MESSAGE = TRIM(:SQL-STEP-MESSAGE)
               WHERE CLOSE_PERIOD = :SQL-PERIOD
                 AND STEP_ORDER = :SQL-STEP-ORDER
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'FIN ETAPE CLOSE_STEP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'CLOTURE MENSUELLE : ETAPE '
               FUNCTION TRIM(SQL-STEP-NAME) ' '
               FUNCTION TRIM(SQL-STEP-STATUS) ' - '
               FUNCTION TRIM(WS-CS-MESSAGE).
       END-2000-ONE-STEP.
           EXIT.

      ******************************************************************
      *    [RD] Fin du passage : toutes les etapes terminees, le mois  *
      *    passe A_VALIDER et le dossier de cloture est ecrit ; sinon  *
      *    ECHEC avec l'etape en cause.                                *
      ******************************************************************
       2500-CLOSE-RUN-START.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           IF  WS-OUTCOME = 'OK'
               MOVE 'A_VALIDER' TO SQL-CLOSE-STATUS
               MOVE WS-PACK-PATH TO SQL-PACK-PATH
               PERFORM 3000-WRITE-PACK-START
                  THRU END-3000-WRITE-PACK
           ELSE
               MOVE 'ECHEC' TO SQL-CLOSE-STATUS
               MOVE SPACES TO SQL-PACK-PATH
           END-IF.
           EXEC SQL
               UPDATE CLOSE_RUN
               SET CLOSE_STATUS = :SQL-CLOSE-STATUS,
                   CLOSE_END = :SQL-RUN-STAMP,
                   CLOSE_FAILED_STEP = TRIM(:SQL-FAILED-STEP),
                   CLOSE_PACK = TRIM(:SQL-PACK-PATH)
               WHERE CLOSE_PERIOD = :SQL-PERIOD
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'FIN DU MOIS CLOSE_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2500-CLOSE-RUN.
           EXIT.

      ******************************************************************
      *    [RD] Les etapes ferment toutes les connexions en sortant    *
      *    (DISCONNECT ALL) : on rouvre, comme batsched.cbl apres      *
      *    rptover.cbl. Sans connexion, la chaine s'arrete.            *
      ******************************************************************
       2900-RECONNECT-START.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'RECONNEXION APRES ETAPE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               MOVE SQL-STEP-NAME TO SQL-FAILED-STEP
               ADD 1 TO WS-NB-FAILED
           END-IF.
       END-2900-RECONNECT.
           EXIT.

      ******************************************************************
      *    [RD] Dossier de cloture : une ligne par etape du mois, avec *
      *    sa sortie et son compte rendu, puis l'attente de la         *
      *    validation de l'administrateur.                             *
      ******************************************************************
       3000-WRITE-PACK-START.
           OPEN OUTPUT F-PACK.
           MOVE ALL '-' TO REC-F-PACK(1:80).
           WRITE REC-F-PACK.
           MOVE 'CLOTURE MENSUELLE - DOSSIER DE CLOTURE - BOBONIORT'
               TO REC-F-PACK.
           WRITE REC-F-PACK.
           INITIALIZE REC-F-PACK.
           STRING 'Mois clos : ' SQL-PERIOD(5:2) '/' SQL-PERIOD(1:4)
               '    Date de traitement : ' WS-TODAY(7:2) '/'
               WS-TODAY(5:2) '/' WS-TODAY(1:4)
               DELIMITED BY SIZE INTO REC-F-PACK
           END-STRING.
           WRITE REC-F-PACK.
           MOVE ALL '-' TO REC-F-PACK(1:80).
           WRITE REC-F-PACK.

           EXEC SQL
               DECLARE CLSCRS CURSOR FOR
               SELECT STEP_ORDER, STEP_NAME, STEP_PROGRAM,
                      STEP_STATUS, COALESCE(STEP_OUTPUT, ''),
                      COALESCE(STEP_MESSAGE, '')
               FROM CLOSE_STEP
               WHERE CLOSE_PERIOD = :SQL-PERIOD
               ORDER BY STEP_ORDER
           END-EXEC.
           EXEC SQL OPEN CLSCRS END-EXEC.
           MOVE 'N' TO WS-STEP-EOF.
           PERFORM 3100-PACK-LINE-START
              THRU END-3100-PACK-LINE
              UNTIL WS-STEP-EOF = 'O'.
           EXEC SQL CLOSE CLSCRS END-EXEC.

           MOVE ALL '-' TO REC-F-PACK(1:80).
           WRITE REC-F-PACK.
           MOVE 'Verrouillage du mois : EN ATTENTE DE VALIDATION'
               TO REC-F-PACK.
           WRITE REC-F-PACK.
           MOVE '  par l''administrateur (menu des donnees, cloture'
               TO REC-F-PACK.
           WRITE REC-F-PACK.
           MOVE '  comptable mensuelle - perclose).' TO REC-F-PACK.
           WRITE REC-F-PACK.
           MOVE ALL '-' TO REC-F-PACK(1:80).
           WRITE REC-F-PACK.
           CLOSE F-PACK.
       END-3000-WRITE-PACK.
           EXIT.

       3100-PACK-LINE-START.
           EXEC SQL
               FETCH CLSCRS
               INTO :SQL-STEP-ORDER, :SQL-STEP-NAME,
                    :SQL-STEP-PROGRAM, :SQL-STEP-STATUS,
                    :SQL-STEP-OUTPUT, :SQL-STEP-MESSAGE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'O' TO WS-STEP-EOF
               GO TO END-3100-PACK-LINE
           END-IF.
           MOVE SQL-STEP-ORDER TO WS-Z-ORDER.
           INITIALIZE REC-F-PACK.
           STRING WS-Z-ORDER ' ' SQL-STEP-NAME ' ('
               FUNCTION TRIM(SQL-STEP-PROGRAM) ') : '
               FUNCTION TRIM(SQL-STEP-STATUS)
               DELIMITED BY SIZE INTO REC-F-PACK
           END-STRING.
           WRITE REC-F-PACK.
           IF  SQL-STEP-STATUS = 'SANS-OBJET'
               MOVE '     hors fin de trimestre' TO REC-F-PACK
               WRITE REC-F-PACK
               GO TO END-3100-PACK-LINE
           END-IF.
           IF  SQL-STEP-OUTPUT NOT = SPACES
               ADD 1 TO WS-NB-OUTPUT
               INITIALIZE REC-F-PACK
               STRING '     Sortie : ' FUNCTION TRIM(SQL-STEP-OUTPUT)
                   DELIMITED BY SIZE INTO REC-F-PACK
               END-STRING
               WRITE REC-F-PACK
           END-IF.
           IF  SQL-STEP-MESSAGE NOT = SPACES
               INITIALIZE REC-F-PACK
               STRING '     Compte rendu : '
                   FUNCTION TRIM(SQL-STEP-MESSAGE)
                   DELIMITED BY SIZE INTO REC-F-PACK
               END-STRING
               WRITE REC-F-PACK
           END-IF.
       END-3100-PACK-LINE.
           EXIT.

      ******************************************************************
      *    8000-DISPLAY-REPORT-START.                                  *
      ******************************************************************
       8000-DISPLAY-REPORT-START.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CHAINE DE CLOTURE MENSUELLE - CR'.
           DISPLAY 'Mois clos                   : ' SQL-PERIOD.
           DISPLAY 'Etapes du mois              : ' WS-NB-PLANNED.
           DISPLAY 'Etapes terminees ce passage : ' WS-NB-DONE.
           DISPLAY 'Etapes en echec             : ' WS-NB-FAILED.
           IF  SQL-FAILED-STEP NOT = SPACES
               DISPLAY 'Chaine arretee a l''etape   : '
                   FUNCTION TRIM(SQL-FAILED-STEP)
           END-IF.
           IF  WS-OUTCOME = 'OK' AND WS-NOTHING-TO-DO NOT = 'O'
               DISPLAY 'Dossier de cloture          : '
                   FUNCTION TRIM(WS-PACK-PATH)
               DISPLAY 'Mois A VALIDER par l''administrateur.'
           END-IF.
           DISPLAY 'Issue                       : ' WS-OUTCOME.
           DISPLAY '------------------------------------------------'.
       END-8000-DISPLAY-REPORT.
           EXIT.

      ******************************************************************
      *    8900-RUN-JOURNAL-START.                                     *
      ******************************************************************
       8900-RUN-JOURNAL-START.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           MOVE WS-NB-PLANNED TO SQL-NB-PLANNED.
           MOVE WS-NB-DONE TO SQL-NB-DONE.
           MOVE WS-NB-FAILED TO SQL-NB-FAILED.
           MOVE WS-NB-OUTPUT TO SQL-NB-OUTPUT.
           MOVE WS-OUTCOME TO SQL-RUN-OUTCOME.
           INITIALIZE SQL-RUN-NOTE.
           EVALUATE TRUE
               WHEN WS-OUTCOME NOT = 'OK'
                AND SQL-FAILED-STEP NOT = SPACES
                   STRING 'Mois ' LK-CC-PERIOD ' : echec etape '
                       FUNCTION TRIM(SQL-FAILED-STEP)
                       DELIMITED BY SIZE INTO SQL-RUN-NOTE
                   END-STRING
               WHEN WS-OUTCOME NOT = 'OK'
                   STRING 'Mois ' LK-CC-PERIOD ' : echec'
                       DELIMITED BY SIZE INTO SQL-RUN-NOTE
                   END-STRING
               WHEN WS-NOTHING-TO-DO = 'O'
                   STRING 'Mois ' LK-CC-PERIOD ' : deja traite'
                       DELIMITED BY SIZE INTO SQL-RUN-NOTE
                   END-STRING
               WHEN OTHER
                   STRING 'Mois ' LK-CC-PERIOD ' : a valider (admin)'
                       DELIMITED BY SIZE INTO SQL-RUN-NOTE
                   END-STRING
           END-EVALUATE.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES ('MONTH-CLOSE', :SQL-RUN-START,
                       :SQL-RUN-STAMP, :SQL-RUN-OUTCOME,
                       :SQL-NB-PLANNED, :SQL-NB-DONE,
                       :SQL-NB-FAILED, :SQL-NB-OUTPUT,
                       :SQL-RUN-NOTE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-8900-RUN-JOURNAL.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           MOVE 'ECHEC' TO WS-OUTCOME.
           MOVE 'O' TO WS-STOP.
           DISPLAY WS-SQL-LIB.
           DISPLAY SQLCODE.
           DISPLAY SQLERRMC.
       END-9020-ERROR-SQL.
           EXIT.

      ******************************************************************
      *    [RD] Dossier de cloture envoye aux destinataires de la      *
      *    cloture (CLOSE_MAIL), par le meme canal mail que les        *
      *    notifications de l'ordonnanceur.                            *
      ******************************************************************
       9400-SEND-PACK-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'mail -s "CLOTURE ' SQL-PERIOD
               ' : DOSSIER DE CLOTURE A VALIDER" '
               FUNCTION TRIM(WS-CLOSE-DEST) ' < '
               FUNCTION TRIM(WS-PACK-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-9400-SEND-PACK.
           EXIT.

      ******************************************************************
      *    [RD] Alerte a l'exploitation : chaine arretee, a reprendre  *
      *    apres correction (le passage suivant de l'ordonnanceur      *
      *    reprend a l'etape en echec).                                *
      ******************************************************************
       9500-NOTIFY-ALERT-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "Chaine de cloture du mois ' LK-CC-PERIOD
               ' arretee, etape '
               FUNCTION TRIM(SQL-FAILED-STEP) ' : '
               FUNCTION TRIM(WS-CS-MESSAGE) ' - voir CLOSE_STEP et '
               'BATCH_RUN_JOURNAL (MONTH-CLOSE)." | mail -s '
               '"CLOTURE MENSUELLE : ECHEC" '
               FUNCTION TRIM(WS-NOTIFY-DEST)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-9500-NOTIFY-ALERT.
           EXIT.
