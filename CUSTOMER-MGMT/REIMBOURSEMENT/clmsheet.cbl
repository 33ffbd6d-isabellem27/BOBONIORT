      ******************************************************************
      *    [RD] Rattachement d'une ligne de soins a sa feuille.        *
      *    Une feuille de soins (CLAIM_SHEET) est l'en-tete commun     *
      *    des actes d'une meme visite : adherent, beneficiaire,       *
      *    praticien, date des soins et origine de la saisie (SAISIE   *
      *    = rembsave.cbl, LOT = rembslot.cbl, CPAM = cpamback.cbl).   *
      *    Chaque acte reste une ligne de CUSTOMER_CLAIM, tarifee par  *
      *    les regles habituelles, et porte le numero de sa feuille    *
      *    (CLAIM_SHEET_NUM) et son rang dans la feuille               *
      *    (CLAIM_LINE_NUM).                                           *
      *    En entree, LK-SHEET-NUM designe la feuille en cours de      *
      *    l'appelant (zero = pas de feuille en cours) ; avec          *
      *    LK-SHEET-MATCH a 'O', une feuille du jour de meme cle et    *
      *    encore vierge de toute decision est reprise. A defaut, une  *
      *    nouvelle feuille est creee. En sortie, LK-SHEET-NUM et      *
      *    LK-LINE-NUM portent la feuille et le rang de la ligne a     *
      *    inserer ; LK-SHEET-RC vaut '0' ou '1' en cas d'erreur.      *
      *    Appele sous le verrou de numerotation des demandes          *
      *    ('CLAIM') de l'appelant, dans sa connexion et sa            *
      *    transaction : rien n'est valide ici.                        *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmsheet.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(09) VALUE 100.
       01  WS-TABLES-DONE       PIC X(01) VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-SHEET-NUM        PIC 9(08) VALUE ZERO.
       01  SQL-MAX-SHEET        PIC 9(08) VALUE ZERO.
       01  SQL-LINE-NUM         PIC 9(03) VALUE ZERO.
       01  SQL-SHEET-CNT        PIC 9(05) VALUE ZERO.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-BENEFICIARY      PIC X(40) VALUE SPACES.
       01  SQL-RPPS             PIC X(11) VALUE SPACES.
       01  SQL-CARE-DATE        PIC X(08) VALUE SPACES.
       01  SQL-SOURCE           PIC X(06) VALUE SPACES.
       01  SQL-CAPTURED-BY      PIC X(10) VALUE SPACES.
       01  SQL-TODAY            PIC X(10) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-CUS-UUID          PIC X(36).
       01  LK-BENEFICIARY       PIC X(40).
       01  LK-RPPS              PIC X(11).
       01  LK-CARE-DATE         PIC X(08).
       01  LK-SOURCE            PIC X(06).
       01  LK-CAPTURED-BY       PIC X(10).
       01  LK-SHEET-MATCH       PIC X(01).
       01  LK-SHEET-NUM         PIC 9(08).
       01  LK-LINE-NUM          PIC 9(03).
       01  LK-SHEET-RC          PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUS-UUID LK-BENEFICIARY LK-RPPS
                                LK-CARE-DATE LK-SOURCE LK-CAPTURED-BY
                                LK-SHEET-MATCH LK-SHEET-NUM
                                LK-LINE-NUM LK-SHEET-RC.
       0000-START-MAIN.
           MOVE '0' TO LK-SHEET-RC.
           MOVE ZERO TO LK-LINE-NUM.
           MOVE LK-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-BENEFICIARY TO SQL-BENEFICIARY.
           MOVE LK-RPPS TO SQL-RPPS.
           MOVE LK-CARE-DATE TO SQL-CARE-DATE.
           MOVE LK-SOURCE TO SQL-SOURCE.
           MOVE LK-CAPTURED-BY TO SQL-CAPTURED-BY.
           INITIALIZE SQL-TODAY.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

           PERFORM 2000-FIND-SHEET-START
              THRU END-2000-FIND-SHEET.

           IF  SQL-SHEET-NUM EQUAL ZERO
               PERFORM 3000-CREATE-SHEET-START
                  THRU END-3000-CREATE-SHEET
           END-IF.

           PERFORM 4000-NEXT-LINE-START
              THRU END-4000-NEXT-LINE.

           MOVE SQL-SHEET-NUM TO LK-SHEET-NUM.
           MOVE SQL-LINE-NUM TO LK-LINE-NUM.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree au besoin l'en-tete des feuilles et les colonnes  *
      *    de rattachement des lignes, une fois par execution.         *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           IF  WS-TABLES-DONE EQUAL 'O'
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_SHEET (
                   SHEET_NUM          INT,
                   UUID_CUSTOMER      VARCHAR(36),
                   SHEET_BENEFICIARY  VARCHAR(40),
                   SHEET_RPPS         VARCHAR(11),
                   SHEET_CARE_DATE    VARCHAR(08),
                   SHEET_SOURCE       VARCHAR(06),
                   SHEET_CAPTURED_BY  VARCHAR(10),
                   SHEET_CREATE_DATE  VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION TABLE CLAIM_SHEET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_SHEET_NUM INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_LINE_NUM INTEGER
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES FEUILLE DE SOINS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'O' TO WS-TABLES-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Retrouve la feuille a completer : la feuille en cours  *
      *    de l'appelant si elle appartient bien a l'adherent, sinon,  *
      *    sur demande, une feuille du jour de meme cle (adherent,     *
      *    beneficiaire, praticien, date des soins, origine) dont      *
      *    aucune ligne n'a encore ete decidee par un gestionnaire.    *
      ******************************************************************
       2000-FIND-SHEET-START.
           MOVE ZERO TO SQL-SHEET-NUM.
           IF  LK-SHEET-NUM NOT = ZERO
               MOVE LK-SHEET-NUM TO SQL-SHEET-NUM
               MOVE ZERO TO SQL-SHEET-CNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-SHEET-CNT
                   FROM CLAIM_SHEET
                   WHERE SHEET_NUM = :SQL-SHEET-NUM
                     AND UUID_CUSTOMER = :SQL-CUS-UUID
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
                   MOVE 'LECTURE FEUILLE EN COURS' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               IF  SQL-SHEET-CNT EQUAL ZERO
                   MOVE ZERO TO SQL-SHEET-NUM
               END-IF
               GO TO END-2000-FIND-SHEET
           END-IF.

           IF  LK-SHEET-MATCH NOT = 'O'
               GO TO END-2000-FIND-SHEET
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(S.SHEET_NUM), 0)
               INTO :SQL-SHEET-NUM
               FROM CLAIM_SHEET S
               WHERE S.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(S.SHEET_BENEFICIARY, '')
                     = :SQL-BENEFICIARY
                 AND COALESCE(S.SHEET_RPPS, '') = :SQL-RPPS
                 AND S.SHEET_CARE_DATE = :SQL-CARE-DATE
                 AND S.SHEET_SOURCE = :SQL-SOURCE
                 AND S.SHEET_CREATE_DATE = :SQL-TODAY
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM C
                       WHERE C.CLAIM_SHEET_NUM = S.SHEET_NUM
                         AND COALESCE(C.CLAIM_REVIEWER, '') <> '')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'RECHERCHE FEUILLE DU JOUR' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2000-FIND-SHEET.
           EXIT.

      ******************************************************************
      *    [RD] Numerote et cree l'en-tete d'une nouvelle feuille.     *
      ******************************************************************
       3000-CREATE-SHEET-START.
           MOVE ZERO TO SQL-MAX-SHEET.
           EXEC SQL
               SELECT COALESCE(MAX(SHEET_NUM), 0)
               INTO :SQL-MAX-SHEET
               FROM CLAIM_SHEET
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'NUMEROTATION FEUILLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           COMPUTE SQL-SHEET-NUM = SQL-MAX-SHEET + 1.
           EXEC SQL
               INSERT INTO CLAIM_SHEET
                   (SHEET_NUM, UUID_CUSTOMER, SHEET_BENEFICIARY,
                    SHEET_RPPS, SHEET_CARE_DATE, SHEET_SOURCE,
                    SHEET_CAPTURED_BY, SHEET_CREATE_DATE)
               VALUES
                   (:SQL-SHEET-NUM, :SQL-CUS-UUID, :SQL-BENEFICIARY,
                    :SQL-RPPS, :SQL-CARE-DATE, :SQL-SOURCE,
                    :SQL-CAPTURED-BY, :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION FEUILLE DE SOINS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3000-CREATE-SHEET.
           EXIT.

      ******************************************************************
      *    [RD] Rang de la prochaine ligne de la feuille.              *
      ******************************************************************
       4000-NEXT-LINE-START.
           MOVE ZERO TO SQL-LINE-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(CLAIM_LINE_NUM), 0)
               INTO :SQL-LINE-NUM
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_SHEET_NUM = :SQL-SHEET-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'RANG DE LIGNE FEUILLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO SQL-LINE-NUM.
       END-4000-NEXT-LINE.
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
      *    [RD] Rend la main a l'appelant, qui decide du sort de sa
      *    transaction.
           MOVE '1' TO LK-SHEET-RC.
           GOBACK.
