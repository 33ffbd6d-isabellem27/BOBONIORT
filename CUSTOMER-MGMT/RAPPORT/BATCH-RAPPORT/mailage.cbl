      ******************************************************************
      *    [RD] Liste quotidienne du courrier en attente.              *
      *    Lit le registre du courrier entrant MAIL_REGISTER (ecrit    *
      *    par mailreg.cbl depuis mailfront.cbl) et ecrit les plis     *
      *    recus mais pas encore traites, du plus ancien au plus       *
      *    recent, avec leur age en jours, leur type, leur file de     *
      *    traitement et l'adherent (ou l'expediteur), dans            *
      *    COURRIER-ATTENTE-AAAAMMJJ.txt, puis le nombre de plis par   *
      *    tranche d'age.                                              *
      *    Date a zero : mode ordonnanceur (batsched.cbl), liste du    *
      *    jour.                                                       *
      *    Appele par batsched.cbl, dans une connexion deja ouverte    *
      *    par l'appelant, comme dbtrej.cbl.                           *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailage RECURSIVE.
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
       01  WS-PRINT-PATH.
           03 WS-PRINT-FOLDER   PIC X(27)
           VALUE './RAPPORT/COURRIER-ATTENTE-'.
           03 WS-PRINT-DATE     PIC 9(08).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  WS-RUN-DATE.
           03 WS-RUN-YEAR       PIC 9(04) VALUE ZERO.
           03 WS-RUN-MM         PIC 9(02) VALUE ZERO.
           03 WS-RUN-DD         PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
       01  WS-NB-LINES          PIC 9(05) VALUE ZERO.

      *    [RD] tranches d'age (jours depuis la reception).
       01  WS-AGES.
           03 WS-AGE-0-7        PIC 9(05) VALUE ZERO.
           03 WS-AGE-8-15       PIC 9(05) VALUE ZERO.
           03 WS-AGE-16-30      PIC 9(05) VALUE ZERO.
           03 WS-AGE-OVER-30    PIC 9(05) VALUE ZERO.
       01  WS-Z-COUNT           PIC Z(04)9.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           03 WS-R-TITLE        PIC X(50)
           VALUE 'COURRIER RECU EN ATTENTE DE TRAITEMENT'.
           03 WS-R-COL-HEAD.
              05 FILLER PIC X(10) VALUE 'Pli'.
              05 FILLER PIC X(12) VALUE 'Recu le'.
              05 FILLER PIC X(06) VALUE ' Age'.
              05 FILLER PIC X(10) VALUE 'Type'.
              05 FILLER PIC X(10) VALUE 'File'.
              05 FILLER PIC X(05) VALUE 'Pag.'.
              05 FILLER PIC X(27) VALUE 'Adherent / expediteur'.
           03 WS-R-LINE.
              05 WS-R-NUM       PIC 9(08).
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-RECEIVED  PIC X(10).
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-AGE       PIC Z(03)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-TYPE      PIC X(10).
              05 WS-R-QUEUE     PIC X(10).
              05 WS-R-PAGES     PIC ZZ9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-WHO       PIC X(27).

      *    [RD] appel sans action de mailreg.cbl : table garantie.
       01  WS-MAIL.
           05 WS-MR-ACTION        PIC X(01).
           05 WS-MR-NUM           PIC 9(08).
           05 WS-MR-CUS-UUID      PIC X(36).
           05 WS-MR-SENDER        PIC X(40).
           05 WS-MR-RECEIVED      PIC X(10).
           05 WS-MR-TYPE          PIC X(10).
           05 WS-MR-PAGES         PIC 9(03).
           05 WS-MR-QUEUE         PIC X(10).
           05 WS-MR-OPERATOR      PIC X(10).
           05 WS-MR-PROGRAM       PIC X(10).
           05 WS-MR-REF           PIC X(20).
           05 WS-MR-RC            PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-RUN-DATE         PIC X(10).
       01  SQL-MAIL-NUM         PIC 9(08).
       01  SQL-RECEIVED         PIC X(10).
       01  SQL-AGE              PIC 9(04).
       01  SQL-TYPE             PIC X(10).
       01  SQL-QUEUE            PIC X(10).
       01  SQL-PAGES            PIC 9(03).
       01  SQL-WHO              PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-DATE              PIC 9(08).
       01  LK-NB-PRODUCED       PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-DATE, LK-NB-PRODUCED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl),
      *    comme pour dbtrej.cbl.
           MOVE ZERO TO WS-NB-LINES.
           INITIALIZE WS-AGES.
           IF  LK-DATE NOT = ZERO
               MOVE LK-DATE TO WS-RUN-DATE-N
           ELSE
               CALL 'procdate' USING BY CONTENT 'L',
                   BY REFERENCE WS-RUN-DATE-N
               END-CALL
           END-IF.
           IF  FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-N) NOT = ZERO
               DISPLAY 'COURRIER EN ATTENTE : DATE INVALIDE ' LK-DATE
               MOVE ZERO TO LK-NB-PRODUCED
               GO TO END-0000-MAIN
           END-IF.
           INITIALIZE SQL-RUN-DATE.
           STRING WS-RUN-YEAR '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO SQL-RUN-DATE
           END-STRING.

           INITIALIZE WS-MAIL.
           CALL 'mailreg' USING WS-MAIL
           END-CALL.
           PERFORM 2000-WRITE-REPORT-START
              THRU END-2000-WRITE-REPORT.

           MOVE WS-NB-LINES TO LK-NB-PRODUCED.
           DISPLAY 'COURRIER EN ATTENTE PRODUIT : ' WS-PRINT-PATH.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Ecrit la liste des plis ouverts recus jusqu'a la date  *
      *    traitee, le plus ancien d'abord, puis les tranches d'age.   *
      ******************************************************************
       2000-WRITE-REPORT-START.
           MOVE WS-RUN-DATE-N TO WS-PRINT-DATE.
           OPEN OUTPUT F-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           INITIALIZE R-PRINT.
           STRING '    ' DELIMITED BY SIZE
               WS-R-TITLE DELIMITED BY '  '
               ' AU ' WS-RUN-DD '/' WS-RUN-MM '/' WS-RUN-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-COL-HEAD.
           WRITE R-PRINT FROM WS-R-DASH.

           EXEC SQL
               DECLARE CRSMAILAGE CURSOR FOR
               SELECT M.MAIL_NUM, M.MAIL_RECEIVED_DATE,
                      CAST(:SQL-RUN-DATE AS DATE)
                        - CAST(M.MAIL_RECEIVED_DATE AS DATE),
                      COALESCE(M.MAIL_TYPE, ''),
                      COALESCE(M.MAIL_QUEUE, ''),
                      COALESCE(M.MAIL_PAGES, 0),
                      COALESCE(TRIM(C.CUSTOMER_LASTNAME) || ' '
                               || TRIM(C.CUSTOMER_FIRSTNAME),
                               M.MAIL_SENDER, '')
               FROM MAIL_REGISTER M
               LEFT JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR) = M.UUID_CUSTOMER
               WHERE M.MAIL_STATUS = 'OUVERT'
                 AND M.MAIL_RECEIVED_DATE <= :SQL-RUN-DATE
               ORDER BY M.MAIL_RECEIVED_DATE, M.MAIL_NUM
           END-EXEC.

           EXEC SQL OPEN CRSMAILAGE END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSMAILAGE
                   INTO :SQL-MAIL-NUM, :SQL-RECEIVED, :SQL-AGE,
                        :SQL-TYPE, :SQL-QUEUE, :SQL-PAGES,
                        :SQL-WHO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3000-WRITE-MAIL-LINE-START
                          THRU END-3000-WRITE-MAIL-LINE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSMAILAGE :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSMAILAGE END-EXEC.

           IF  WS-NB-LINES EQUAL ZERO
               MOVE 'Aucun pli en attente.' TO R-PRINT
               WRITE R-PRINT
           END-IF.
           WRITE R-PRINT FROM WS-R-DASH.

      *    [RD] recapitulatif par tranche d'age.
           MOVE WS-NB-LINES TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING 'Plis en attente         : ' WS-Z-COUNT
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-AGE-0-7 TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  de 0 a 7 jours        : ' WS-Z-COUNT
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-AGE-8-15 TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  de 8 a 15 jours       : ' WS-Z-COUNT
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-AGE-16-30 TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  de 16 a 30 jours      : ' WS-Z-COUNT
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-AGE-OVER-30 TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  plus de 30 jours      : ' WS-Z-COUNT
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.
       END-2000-WRITE-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Ligne du pli courant et comptage de sa tranche d'age.  *
      ******************************************************************
       3000-WRITE-MAIL-LINE-START.
           ADD 1 TO WS-NB-LINES.
           MOVE SQL-MAIL-NUM TO WS-R-NUM.
           MOVE SQL-RECEIVED TO WS-R-RECEIVED.
           MOVE SQL-AGE TO WS-R-AGE.
           MOVE SQL-TYPE TO WS-R-TYPE.
           MOVE SQL-QUEUE TO WS-R-QUEUE.
           MOVE SQL-PAGES TO WS-R-PAGES.
           MOVE SQL-WHO TO WS-R-WHO.
           WRITE R-PRINT FROM WS-R-LINE.
           EVALUATE TRUE
               WHEN SQL-AGE <= 7
                   ADD 1 TO WS-AGE-0-7
               WHEN SQL-AGE <= 15
                   ADD 1 TO WS-AGE-8-15
               WHEN SQL-AGE <= 30
                   ADD 1 TO WS-AGE-16-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
           END-EVALUATE.
       END-3000-WRITE-MAIL-LINE.
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
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant au lieu d'arreter tout le
      *    run unit.
           GOBACK.
