      ******************************************************************
      *    [RD] Cout annuel des remises sur cotisation.                *
      *    Les remises de fidelite, de famille nombreuse et            *
      *    multi-contrats (regles DISCOUNT_RULE, calcul discount.cbl)  *
      *    sont deduites de chaque facture emise par geneinvo.cbl et   *
      *    conservees dans INVOICE_DISCOUNT. Pour l'annee recue en     *
      *    parametre, ce traitement cumule ces remises par type        *
      *    (nombre de factures, adherents concernes, montant) et       *
      *    ecrit le rapport REMISES-AAAA.txt, avec la part qu'elles    *
      *    representent dans les cotisations emises de l'annee.        *
      *    Annee a zero : mode ordonnanceur (batsched.cbl), le         *
      *    rapport de l'annee precedente n'est produit qu'en janvier,  *
      *    comme le releve annuel relevann.cbl.                        *
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
       PROGRAM-ID. dscrept RECURSIVE.
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
           03 WS-PRINT-FOLDER   PIC X(18)
           VALUE './RAPPORT/REMISES-'.
           03 WS-PRINT-YEAR     PIC 9(04).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  WS-RUN-YEAR          PIC 9(04) VALUE ZERO.
       01  WS-TODAY.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-MMDD     PIC X(04).
       01  WS-NB-TYPES          PIC 9(05) VALUE ZERO.
       01  WS-TOT-INVOICES      PIC 9(07) VALUE ZERO.
       01  WS-TOT-AMOUNT        PIC 9(09)V99 VALUE ZERO.
       01  WS-GROSS-INCOME      PIC S9(11)V99 VALUE ZERO.
       01  WS-SHARE-PCT         PIC 9(03)V99 VALUE ZERO.
       01  WS-Z-COUNT           PIC Z(06)9.
       01  WS-Z-AMOUNT          PIC Z(08)9.99.
       01  WS-Z-INCOME          PIC -Z(10)9.99.
       01  WS-Z-PCT             PIC ZZ9.99.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           03 WS-R-TITLE        PIC X(45)
           VALUE 'COUT ANNUEL DES REMISES SUR COTISATION'.
           03 WS-R-COL-HEAD.
              05 FILLER PIC X(12) VALUE 'Type'.
              05 FILLER PIC X(12) VALUE 'Factures'.
              05 FILLER PIC X(12) VALUE 'Adherents'.
              05 FILLER PIC X(16) VALUE 'Montant (euros)'.
           03 WS-R-LINE.
              05 WS-R-TYPE      PIC X(12).
              05 WS-R-INVOICES  PIC Z(06)9.
              05 FILLER         PIC X(05) VALUE SPACES.
              05 WS-R-MEMBERS   PIC Z(06)9.
              05 FILLER         PIC X(05) VALUE SPACES.
              05 WS-R-AMOUNT    PIC Z(08)9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-YEAR-PREFIX      PIC X(05).
       01  SQL-DSC-TYPE         PIC X(10).
       01  SQL-DSC-INVOICES     PIC 9(07).
       01  SQL-DSC-MEMBERS      PIC 9(07).
       01  SQL-DSC-AMOUNT       PIC 9(09)V99.
       01  SQL-YEAR-INCOME      PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-YEAR              PIC 9(04).
       01  LK-NB-PRODUCED       PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-YEAR, LK-NB-PRODUCED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl),
      *    comme pour relevann.cbl.
           MOVE ZERO TO WS-NB-TYPES.
           PERFORM 1000-RESOLVE-YEAR-START
              THRU END-1000-RESOLVE-YEAR.
           IF  WS-RUN-YEAR EQUAL ZERO
               MOVE ZERO TO LK-NB-PRODUCED
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 1050-ENSURE-TABLE-START
              THRU END-1050-ENSURE-TABLE.
           PERFORM 2000-WRITE-REPORT-START
              THRU END-2000-WRITE-REPORT.

           MOVE WS-NB-TYPES TO LK-NB-PRODUCED.
           DISPLAY 'RAPPORT DES REMISES PRODUIT : ' WS-PRINT-PATH.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Annee a traiter : celle recue en parametre, ou, en     *
      *    mode ordonnanceur (annee a zero), l'annee precedente,       *
      *    uniquement pendant le mois de janvier.                      *
      ******************************************************************
       1000-RESOLVE-YEAR-START.
           MOVE ZERO TO WS-RUN-YEAR.
           IF  LK-YEAR NOT = ZERO
               MOVE LK-YEAR TO WS-RUN-YEAR
               GO TO END-1000-RESOLVE-YEAR
           END-IF.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           IF  WS-TODAY(5:2) NOT = '01'
               DISPLAY 'RAPPORT DES REMISES : HORS JANVIER, PAS DE RUN.'
               GO TO END-1000-RESOLVE-YEAR
           END-IF.
           COMPUTE WS-RUN-YEAR = WS-TODAY-YEAR - 1.
       END-1000-RESOLVE-YEAR.
           EXIT.

      ******************************************************************
      *    [RD] Table des remises facturees garantie si le rapport     *
      *    passe avant la premiere facturation (geneinvo.cbl).         *
      ******************************************************************
       1050-ENSURE-TABLE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INVOICE_DISCOUNT (
                   INVOICE_NUMBER  INT,
                   UUID_CUSTOMER   VARCHAR(36),
                   DISCOUNT_TYPE   VARCHAR(10),
                   DISCOUNT_AMOUNT NUMERIC(9,2),
                   INVOICE_DATE    VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION TABLE INVOICE_DISCOUNT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1050-ENSURE-TABLE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le rapport : une ligne par type de remise        *
      *    (factures, adherents, montant), le total, puis la part des  *
      *    remises dans les cotisations avant remise de l'annee        *
      *    (cotisations emises + remises accordees).                   *
      ******************************************************************
       2000-WRITE-REPORT-START.
           MOVE WS-RUN-YEAR TO WS-PRINT-YEAR.
           MOVE ZERO TO WS-TOT-INVOICES WS-TOT-AMOUNT.
           INITIALIZE SQL-YEAR-PREFIX.
           STRING WS-RUN-YEAR '%' DELIMITED BY SIZE
               INTO SQL-YEAR-PREFIX
           END-STRING.

           OPEN OUTPUT F-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           INITIALIZE R-PRINT.
           STRING '    ' WS-R-TITLE
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Annee : ' WS-RUN-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-COL-HEAD.
           WRITE R-PRINT FROM WS-R-DASH.

           EXEC SQL
               DECLARE CRSDSCRPT CURSOR FOR
               SELECT DISCOUNT_TYPE,
                      COUNT(DISTINCT INVOICE_NUMBER),
                      COUNT(DISTINCT UUID_CUSTOMER),
                      COALESCE(SUM(DISCOUNT_AMOUNT), 0)
               FROM INVOICE_DISCOUNT
               WHERE INVOICE_DATE LIKE :SQL-YEAR-PREFIX
               GROUP BY DISCOUNT_TYPE
               ORDER BY DISCOUNT_TYPE
           END-EXEC.

           EXEC SQL OPEN CRSDSCRPT END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDSCRPT
                   INTO :SQL-DSC-TYPE, :SQL-DSC-INVOICES,
                        :SQL-DSC-MEMBERS, :SQL-DSC-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-TYPES
                       PERFORM 2100-WRITE-TYPE-LINE-START
                          THRU END-2100-WRITE-TYPE-LINE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSDSCRPT :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSDSCRPT END-EXEC.

           IF  WS-NB-TYPES EQUAL ZERO
               INITIALIZE R-PRINT
               STRING 'Aucune remise facturee sur l''annee.'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.

           WRITE R-PRINT FROM WS-R-DASH.
           MOVE WS-TOT-INVOICES TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING 'Lignes de remise facturees     : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-TOT-AMOUNT TO WS-Z-AMOUNT.
           INITIALIZE R-PRINT.
           STRING 'Cout total des remises         : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.

           PERFORM 2200-WRITE-SHARE-START
              THRU END-2200-WRITE-SHARE.

           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.
       END-2000-WRITE-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Ligne du type de remise courant, cumulee au total.     *
      ******************************************************************
       2100-WRITE-TYPE-LINE-START.
           ADD SQL-DSC-INVOICES TO WS-TOT-INVOICES.
           ADD SQL-DSC-AMOUNT TO WS-TOT-AMOUNT.
           MOVE SQL-DSC-TYPE TO WS-R-TYPE.
           MOVE SQL-DSC-INVOICES TO WS-R-INVOICES.
           MOVE SQL-DSC-MEMBERS TO WS-R-MEMBERS.
           MOVE SQL-DSC-AMOUNT TO WS-R-AMOUNT.
           WRITE R-PRINT FROM WS-R-LINE.
       END-2100-WRITE-TYPE-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Part des remises dans les cotisations de l'annee :     *
      *    factures emises (INVOICE_INCOME, deja nettes de remise)     *
      *    augmentees des remises accordees.                           *
      ******************************************************************
       2200-WRITE-SHARE-START.
           MOVE ZERO TO SQL-YEAR-INCOME.
           EXEC SQL
               SELECT COALESCE(SUM(INVOICE_INCOME), 0)
               INTO :SQL-YEAR-INCOME
               FROM INVOICE
               WHERE INVOICE_CREATE_DATE LIKE :SQL-YEAR-PREFIX
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'CUMUL DES COTISATIONS DE L''ANNEE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           COMPUTE WS-GROSS-INCOME = SQL-YEAR-INCOME + WS-TOT-AMOUNT.
           MOVE ZERO TO WS-SHARE-PCT.
           IF  WS-GROSS-INCOME > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-TOT-AMOUNT * 100 / WS-GROSS-INCOME
           END-IF.

           MOVE WS-GROSS-INCOME TO WS-Z-INCOME.
           INITIALIZE R-PRINT.
           STRING 'Cotisations avant remise       : '
               FUNCTION TRIM(WS-Z-INCOME) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-SHARE-PCT TO WS-Z-PCT.
           INITIALIZE R-PRINT.
           STRING 'Part des remises               : '
               FUNCTION TRIM(WS-Z-PCT) ' pct'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       END-2200-WRITE-SHARE.
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
