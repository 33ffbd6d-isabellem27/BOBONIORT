      ******************************************************************
      *    [RD] Taux de rejet des prelevements par jour de             *
      *    prelevement.                                                *
      *    Les adherents peuvent choisir le jour de prelevement de     *
      *    leur mandat (mandfront.cbl). Pour verifier que ce choix     *
      *    fait baisser les rejets, ce traitement lit le journal des   *
      *    presentations SEPA_COLLECT_LOG (ecrit par sepacoll.cbl,     *
      *    sort reporte par retback.cbl) et ecrit, par jour de         *
      *    prelevement (0 = collecte standard), le nombre de           *
      *    prelevements presentes, payes, rejetes, encore sans retour  *
      *    et le taux de rejet (rejets / operations revenues), pour    *
      *    le mois demande puis pour les douze mois qui s'y terminent, *
      *    dans REJETS-JOUR-AAAAMM.txt.                                *
      *    Mois a zero : mode ordonnanceur (batsched.cbl), rapport du  *
      *    mois precedent, refait a chaque passage pour prendre en     *
      *    compte les rejets qui arrivent apres la fin du mois.        *
      *    Appele par batsched.cbl, dans une connexion deja ouverte    *
      *    par l'appelant, comme relevann.cbl.                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dbtrej RECURSIVE.
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
           03 WS-PRINT-FOLDER   PIC X(22)
           VALUE './RAPPORT/REJETS-JOUR-'.
           03 WS-PRINT-MONTH    PIC 9(06).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  WS-RUN-MONTH.
           03 WS-RUN-YEAR       PIC 9(04) VALUE ZERO.
           03 WS-RUN-MM         PIC 9(02) VALUE ZERO.
       01  WS-RUN-MONTH-N REDEFINES WS-RUN-MONTH PIC 9(06).
       01  WS-FROM-MONTH.
           03 WS-FROM-YEAR      PIC 9(04) VALUE ZERO.
           03 WS-FROM-MM        PIC 9(02) VALUE ZERO.
       01  WS-TODAY.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-MM       PIC 9(02).
           03 WS-TODAY-DD       PIC 9(02).
       01  WS-NB-LINES          PIC 9(05) VALUE ZERO.
       01  WS-BLOCK-LINES       PIC 9(05) VALUE ZERO.
       01  WS-RATE              PIC 9(03)V99 VALUE ZERO.
       01  WS-SETTLED           PIC 9(07) VALUE ZERO.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           03 WS-R-TITLE        PIC X(50)
           VALUE 'TAUX DE REJET PAR JOUR DE PRELEVEMENT'.
           03 WS-R-COL-HEAD.
              05 FILLER PIC X(10) VALUE 'Jour'.
              05 FILLER PIC X(12) VALUE 'Presentes'.
              05 FILLER PIC X(10) VALUE 'Payes'.
              05 FILLER PIC X(10) VALUE 'Rejetes'.
              05 FILLER PIC X(12) VALUE 'Sans retour'.
              05 FILLER PIC X(12) VALUE 'Taux rejet'.
           03 WS-R-LINE.
              05 WS-R-DAY       PIC X(08).
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-PRESENTED PIC Z(06)9.
              05 FILLER         PIC X(05) VALUE SPACES.
              05 WS-R-PAID      PIC Z(06)9.
              05 FILLER         PIC X(03) VALUE SPACES.
              05 WS-R-REJECTED  PIC Z(06)9.
              05 FILLER         PIC X(03) VALUE SPACES.
              05 WS-R-PENDING   PIC Z(06)9.
              05 FILLER         PIC X(05) VALUE SPACES.
              05 WS-R-RATE      PIC ZZ9.99.
              05 FILLER         PIC X(04) VALUE ' pct'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-DATE-FROM        PIC X(10).
       01  SQL-DATE-TO          PIC X(10).
       01  SQL-DEBIT-DAY        PIC 9(02).
       01  SQL-NB-PRESENTED     PIC 9(07).
       01  SQL-NB-PAID          PIC 9(07).
       01  SQL-NB-REJECTED      PIC 9(07).
       01  SQL-NB-PENDING       PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-MONTH             PIC 9(06).
       01  LK-NB-PRODUCED       PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-MONTH, LK-NB-PRODUCED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl),
      *    comme pour relevann.cbl.
           MOVE ZERO TO WS-NB-LINES.
           PERFORM 1000-RESOLVE-MONTH-START
              THRU END-1000-RESOLVE-MONTH.
           IF  WS-RUN-MONTH-N EQUAL ZERO
               MOVE ZERO TO LK-NB-PRODUCED
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 1050-ENSURE-TABLE-START
              THRU END-1050-ENSURE-TABLE.
           PERFORM 2000-WRITE-REPORT-START
              THRU END-2000-WRITE-REPORT.

           MOVE WS-NB-LINES TO LK-NB-PRODUCED.
           DISPLAY 'TAUX DE REJET PAR JOUR PRODUIT : ' WS-PRINT-PATH.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Mois a traiter : celui recu en parametre (AAAAMM), ou, *
      *    en mode ordonnanceur (mois a zero), le mois precedent.      *
      ******************************************************************
       1000-RESOLVE-MONTH-START.
           MOVE ZERO TO WS-RUN-MONTH-N.
           IF  LK-MONTH NOT = ZERO
               MOVE LK-MONTH TO WS-RUN-MONTH-N
               IF  WS-RUN-MM < 1 OR WS-RUN-MM > 12
                   DISPLAY 'TAUX DE REJET : MOIS INVALIDE ' LK-MONTH
                   MOVE ZERO TO WS-RUN-MONTH-N
               END-IF
               GO TO END-1000-RESOLVE-MONTH
           END-IF.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY-YEAR TO WS-RUN-YEAR.
           MOVE WS-TODAY-MM TO WS-RUN-MM.
           IF  WS-RUN-MM EQUAL 1
               MOVE 12 TO WS-RUN-MM
               SUBTRACT 1 FROM WS-RUN-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RUN-MM
           END-IF.
       END-1000-RESOLVE-MONTH.
           EXIT.

      ******************************************************************
      *    [RD] Journal des presentations garanti si le rapport passe  *
      *    avant la premiere collecte (sepacoll.cbl).                  *
      ******************************************************************
       1050-ENSURE-TABLE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEPA_COLLECT_LOG (
                   COLLECT_REF     VARCHAR(16),
                   UUID_INVOICE    VARCHAR(36),
                   UUID_CUSTOMER   VARCHAR(36),
                   DEBIT_DAY       INT,
                   COLLECT_DATE    VARCHAR(10),
                   COLLECT_AMOUNT  NUMERIC(9,2),
                   COLLECT_OUTCOME VARCHAR(10),
                   RETURN_DATE     VARCHAR(10),
                   RETURN_REASON   VARCHAR(20)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION TABLE SEPA_COLLECT_LOG' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1050-ENSURE-TABLE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le rapport : bloc du mois, puis bloc des douze   *
      *    mois glissants qui se terminent avec lui.                   *
      ******************************************************************
       2000-WRITE-REPORT-START.
           MOVE WS-RUN-MONTH-N TO WS-PRINT-MONTH.
           OPEN OUTPUT F-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           INITIALIZE R-PRINT.
           STRING '    ' WS-R-TITLE
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.

      *    [RD] mois demande : du premier au dernier jour possible.
           INITIALIZE SQL-DATE-FROM SQL-DATE-TO.
           STRING WS-RUN-YEAR '-' WS-RUN-MM '-01'
               DELIMITED BY SIZE INTO SQL-DATE-FROM
           END-STRING.
           STRING WS-RUN-YEAR '-' WS-RUN-MM '-31'
               DELIMITED BY SIZE INTO SQL-DATE-TO
           END-STRING.
           INITIALIZE R-PRINT.
           STRING 'Prelevements presentes en ' WS-RUN-MM '/'
               WS-RUN-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           PERFORM 3000-WRITE-BLOCK-START
              THRU END-3000-WRITE-BLOCK.

      *    [RD] douze mois glissants.
           MOVE WS-RUN-YEAR TO WS-FROM-YEAR.
           MOVE WS-RUN-MM TO WS-FROM-MM.
           IF  WS-FROM-MM EQUAL 12
               MOVE 1 TO WS-FROM-MM
           ELSE
               ADD 1 TO WS-FROM-MM
               SUBTRACT 1 FROM WS-FROM-YEAR
           END-IF.
           INITIALIZE SQL-DATE-FROM.
           STRING WS-FROM-YEAR '-' WS-FROM-MM '-01'
               DELIMITED BY SIZE INTO SQL-DATE-FROM
           END-STRING.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           INITIALIZE R-PRINT.
           STRING 'Douze mois du ' WS-FROM-MM '/' WS-FROM-YEAR
               ' au ' WS-RUN-MM '/' WS-RUN-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           PERFORM 3000-WRITE-BLOCK-START
              THRU END-3000-WRITE-BLOCK.

           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           MOVE 'Jour 0 = collecte standard (pas de jour choisi) ; taux
      -        ' = rejets / (payes + rejetes).' TO R-PRINT.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.
       END-2000-WRITE-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne par jour de prelevement pour les             *
      *    presentations datees de SQL-DATE-FROM a SQL-DATE-TO.        *
      ******************************************************************
       3000-WRITE-BLOCK-START.
           MOVE ZERO TO WS-BLOCK-LINES.
           WRITE R-PRINT FROM WS-R-COL-HEAD.
           WRITE R-PRINT FROM WS-R-DASH.

           EXEC SQL
               DECLARE CRSDBTREJ CURSOR FOR
               SELECT COALESCE(DEBIT_DAY, 0),
                      COUNT(*),
                      SUM(CASE WHEN COLLECT_OUTCOME = 'PAYE'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN COLLECT_OUTCOME = 'REJETE'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN COLLECT_OUTCOME = 'PRESENTE'
                               THEN 1 ELSE 0 END)
               FROM SEPA_COLLECT_LOG
               WHERE COLLECT_DATE >= :SQL-DATE-FROM
                 AND COLLECT_DATE <= :SQL-DATE-TO
               GROUP BY COALESCE(DEBIT_DAY, 0)
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSDBTREJ END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDBTREJ
                   INTO :SQL-DEBIT-DAY, :SQL-NB-PRESENTED,
                        :SQL-NB-PAID, :SQL-NB-REJECTED,
                        :SQL-NB-PENDING
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-WRITE-DAY-LINE-START
                          THRU END-3100-WRITE-DAY-LINE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSDBTREJ :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSDBTREJ END-EXEC.

           IF  WS-BLOCK-LINES EQUAL ZERO
               MOVE 'Aucune presentation sur la periode.' TO R-PRINT
               WRITE R-PRINT
           END-IF.
           WRITE R-PRINT FROM WS-R-DASH.
       END-3000-WRITE-BLOCK.
           EXIT.

      ******************************************************************
      *    [RD] Ligne du jour de prelevement courant.                  *
      ******************************************************************
       3100-WRITE-DAY-LINE-START.
           ADD 1 TO WS-BLOCK-LINES.
           ADD 1 TO WS-NB-LINES.
           MOVE ZERO TO WS-RATE.
           COMPUTE WS-SETTLED = SQL-NB-PAID + SQL-NB-REJECTED.
           IF  WS-SETTLED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   SQL-NB-REJECTED * 100 / WS-SETTLED
           END-IF.
           INITIALIZE WS-R-DAY.
           IF  SQL-DEBIT-DAY EQUAL ZERO
               MOVE 'Standard' TO WS-R-DAY
           ELSE
               STRING 'Le ' SQL-DEBIT-DAY
                   DELIMITED BY SIZE INTO WS-R-DAY
               END-STRING
           END-IF.
           MOVE SQL-NB-PRESENTED TO WS-R-PRESENTED.
           MOVE SQL-NB-PAID TO WS-R-PAID.
           MOVE SQL-NB-REJECTED TO WS-R-REJECTED.
           MOVE SQL-NB-PENDING TO WS-R-PENDING.
           MOVE WS-RATE TO WS-R-RATE.
           WRITE R-PRINT FROM WS-R-LINE.
       END-3100-WRITE-DAY-LINE.
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
