      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      *                                                                *
      *    MAJ RD le 15/10/2026 : envoi par mail au prospect de la     *
      *    fiche des exemples de remboursement en vigueur              *
      *    (rembexam.cbl, remise a jour des taux avant l'envoi).       *
      *    MAJ RD le 15/10/2026 : palier du devis lu dans le catalogue *
      *    PRODUCT (getprod.cbl) : prefixe de numerotation et grille   *
      *    du produit, devis d'un produit retire refuse.               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-CONVERT-CHOICE    PIC X(01).
       01  WS-REPORT-CHOICE     PIC X(01).
      *    [RD] le 15/10/2026 : fiche des exemples de remboursement.
       01  WS-EXAMPLE-CHOICE    PIC X(01).
       01  SC-EX-NUM            PIC 9(05) VALUE ZERO.
       01  WS-EX-RC             PIC X(01) VALUE SPACE.
       01  WS-EX-LINES          PIC 9(05) VALUE ZERO.
       01  WS-EXAMPLES-PATH     PIC X(30)
           VALUE './RAPPORT/EXEMPLES-REMB.txt'.
       01  WS-MAIL-CMD          PIC X(200) VALUE SPACES.
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-ROW-IDX           PIC 9(01) VALUE 0.
       01  WS-Z-RATE            PIC Z(02)9.
       01  WS-RATE              PIC 9(03) VALUE ZERO.

      *    [RD] le 15/10/2026 : lecture du catalogue PRODUCT
      *    (getprod.cbl).
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

       01  WS-REPORT-PATH.
           03 WS-REPORT-FOLDER  PIC X(18)
              VALUE './RAPPORT/CONVERS-'                         .
       01  SQL-MAX              PIC X(14).
       01  SQL-CYEAR            PIC X(04).
       01  SQL-CMOUNTH          PIC X(02).
       01  SQL-CLAS-NUMBER      PIC 9(02).
       01  SQL-TIER-PREFIX      PIC X(03).
       01  SQL-CLAS-DOCTOR      PIC 9(03).
       01  SQL-CLAS-PARMEDICAL  PIC 9(03).
       01  SQL-CLAS-HOSPITAL    PIC 9(03).
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN
               WS-CONVERT-CHOICE WS-REPORT-CHOICE WS-EXAMPLE-CHOICE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               PERFORM 1600-REPORT-START
                   THRU 1600-REPORT-START-EXIT
               MOVE SPACES TO WS-REPORT-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-EXAMPLE-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1700-SEND-EXAMPLES-START
                   THRU 1700-SEND-EXAMPLES-START-EXIT
               MOVE SPACES TO WS-EXAMPLE-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

      *    [RD] le 15/10/2026 : le palier du devis doit etre un
      *    contrat type du catalogue PRODUCT, encore en vente ; on le
      *    verifie avant de creer l'adherent.
           INITIALIZE WS-PRODUCT.
           MOVE 'C' TO WS-PRD-FUNCTION.
           MOVE FUNCTION UPPER-CASE(SQL-PR-TIER) TO WS-PRD-CODE.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF WS-PRD-RC NOT = '0' OR WS-PRD-KIND NOT = 'C'
              OR WS-PRD-ACTIVE NOT = 'O' THEN
               MOVE 'Palier du devis absent du catalogue ou retire.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-CONVERT-START-EXIT
           END-IF.
           MOVE WS-PRD-GRID-NUM TO SQL-CLAS-NUMBER.
           MOVE WS-PRD-PREFIX TO SQL-TIER-PREFIX.

      *    [RD] creation de l'adherent par ccback.cbl, qui ouvre sa
      *    propre connexion.
           INITIALIZE WS-CUSTOMER.
               THRU 2000-SQL-CONNECTION-START-EXIT.
           MOVE WS-TODAY(1:4) TO SQL-CYEAR.
           MOVE WS-TODAY(5:2) TO SQL-CMOUNTH.
      *    [RD] le 15/10/2026 : grille et prefixe du produit, lus
      *    dans PRODUCT en 1300 (SQL-CLAS-NUMBER / SQL-TIER-PREFIX).
           EXEC SQL
               SELECT CLASSIC_REIMBURSEMENT_DOCTOR,
                      CLASSIC_REIMBURSEMENT_PARMEDICAL,

           INITIALIZE SQL-MAX.
           MOVE ZERO TO WS-NUM.
           EXEC SQL
               SELECT MAX(REIMBURSEMENT_NUM)
               INTO :SQL-MAX
               FROM CUSTOMER_REIMBURSEMENT
               WHERE REIMBURSEMENT_NUM LIKE
                   :SQL-TIER-PREFIX||:SQL-CYEAR||:SQL-CMOUNTH||'%'
           END-EXEC.
           IF SQLCODE NOT = FIN AND SQL-MAX NOT = SPACES
               MOVE FUNCTION NUMVAL(SQL-MAX(8:3)) TO WS-NUM
           END-IF.
           ADD 1 TO WS-NUM.
           INITIALIZE SQL-REIMBURSEMENT-NUM.
           STRING SQL-TIER-PREFIX SQL-CYEAR SQL-CMOUNTH WS-NUM
               DELIMITED BY SIZE
               INTO SQL-REIMBURSEMENT-NUM
           END-STRING.
           MOVE ZERO TO SQLCODE.

           MOVE FUNCTION TRIM(SC-CV-SECU) TO SQL-SECU.
       1600-REPORT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1700-SEND-EXAMPLES-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : envoie au prospect saisi la fiche des
      *    exemples de remboursement, refaite au prealable par
      *    rembexam.cbl si les taux ont change ; l'envoi se fait par
      *    la commande mail du systeme, comme maildoc.cbl.
       1700-SEND-EXAMPLES-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-EX-NUM EQUAL ZERO THEN
               MOVE 'Numero de prospect obligatoire.'
                   TO WS-ERROR-MESSAGE
               GO TO 1700-SEND-EXAMPLES-START-EXIT
           END-IF.
           MOVE SC-EX-NUM TO SQL-PR-NUM.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               SELECT COALESCE(PROSPECT_MAIL, '')
               INTO :SQL-PR-MAIL
               FROM PROSPECT
               WHERE PROSPECT_NUM = :SQL-PR-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Prospect inconnu.' TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1700-SEND-EXAMPLES-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture du prospect.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           CALL 'rembexam' USING WS-EX-RC, WS-EX-LINES
           END-CALL.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-EX-RC EQUAL '9' THEN
               MOVE 'Erreur de mise a jour de la fiche des exemples.'
                   TO WS-ERROR-MESSAGE
               GO TO 1700-SEND-EXAMPLES-START-EXIT
           END-IF.
           IF SQL-PR-MAIL EQUAL SPACES THEN
               MOVE 'Prospect sans mail : imprimer EXEMPLES-REMB.txt'
                   TO WS-ERROR-MESSAGE
               GO TO 1700-SEND-EXAMPLES-START-EXIT
           END-IF.

           INITIALIZE WS-MAIL-CMD.
           STRING 'mail -s "Exemples de remboursement Boboniort" '
               FUNCTION TRIM(SQL-PR-MAIL)
               ' < ' FUNCTION TRIM(WS-EXAMPLES-PATH)
               DELIMITED BY SIZE INTO WS-MAIL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-MAIL-CMD.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'FICHE DES EXEMPLES ENVOYEE A '
               FUNCTION TRIM(SQL-PR-MAIL)
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
       1700-SEND-EXAMPLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
