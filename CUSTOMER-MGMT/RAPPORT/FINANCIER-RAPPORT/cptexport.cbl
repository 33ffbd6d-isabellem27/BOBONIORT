      *    par geneinvo.cbl/genecred.cbl) : debit 706009 produits /    *
      *    credit 447100 taxe a reverser, a rapprocher de la           *
      *    declaration trimestrielle de tsadecl.cbl.                   *
      * MAJ RD le 15/10/2026 Recours contre tiers : les sommes         *
      *    recuperees aupres des assureurs des tiers responsables      *
      *    (recours.cbl, mode RECOURS du journal des paiements) ne     *
      *    sont plus comptees dans les encaissements de cotisations ;  *
      *    ecriture propre : debit 512000 banque / credit 609100       *
      *    recours, en diminution des prestations.                     *
      * MAJ RD le 15/10/2026 Creances employeurs : les factures        *
      *    collectives du mois (INVOICE_TYPE GROUPE, grpinvo.cbl)      *
      *    sont passees au debit 411100 clients employeurs / credit    *
      *    706005 cotisations contrats groupe, et leurs reglements     *
      *    (grppay.cbl, bnkstmt.cbl) au debit 512000 banque / credit   *
      *    411100, hors encaissements des adherents.                   *
      * MAJ RD le 15/10/2026 Compte de produits et libelle de chaque   *
      *    palier lus dans le catalogue PRODUCT (PRODUCT_ACCOUNT,      *
      *    getprod.cbl) ; un prefixe inconnu reste sur 706009.         *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Etape de la chaine de cloture             *
      *    mensuelle (closchain.cbl, lancee par batsched.cbl) : appele *
      *    en mode 'B' avec le mois AAAAMM, le traitement tourne sans  *
      *    ecran et rend compte rendu, sortie et code retour.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cptexport RECURSIVE.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : traitement mene a son terme (chaine
      *    de cloture mensuelle).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01  WS-TIER-ACCOUNT      PIC X(06) VALUE SPACES.
       01  WS-TIER-LABEL        PIC X(30) VALUE SPACES.
      *    lecture du catalogue PRODUCT (getprod.cbl)
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

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TIER-TOTAL       PIC 9(09)V99.
       01  SQL-AVOIR-TOTAL      PIC S9(09)V99.
       01  SQL-PAY-TOTAL        PIC 9(09)V99.
      *    [RD] le 15/10/2026 : recuperations sur recours du mois.
       01  SQL-RECOURSE-TOTAL   PIC 9(09)V99.
      *    [RD] le 03/09/2026 : cessions en reassurance du mois.
       01  SQL-CESSION-TOTAL    PIC 9(09).
      *    [RD] le 03/09/2026 : taxe TSA comprise dans les
      *    cotisations du mois, a reclasser.
       01  SQL-TSA-TOTAL        PIC S9(09)V99.
      *    [RD] le 15/10/2026 : factures collectives des employeurs.
       01  SQL-GROUP-TOTAL      PIC 9(09)V99.
       01  SQL-GROUP-PAY-TOTAL  PIC 9(09)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    [RD] le 15/10/2026 : appel par la chaine de cloture
      *    mensuelle (closchain.cbl), sans ecran ; le menu passe le
      *    mode 'E' (ecran).
       01  LK-CLOSE-STEP.
           05 LK-CS-MODE        PIC X(01).
           05 LK-CS-PERIOD      PIC X(06).
           05 LK-CS-RC          PIC X(01).
           05 LK-CS-OUTPUT      PIC X(200).
           05 LK-CS-MESSAGE     PIC X(70).

       SCREEN SECTION.
       COPY 'screen-cptexport.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CLOSE-STEP.

       0000-START-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *    [RD] le 15/10/2026 : etape de la chaine de cloture.
           IF LK-CS-MODE EQUAL 'B' THEN
               PERFORM 1900-CLOSE-STEP-START
                   THRU 1900-CLOSE-STEP-START-EXIT
               GO TO END-0000-MAIN
           END-IF.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.

           PERFORM 3000-EXPORT-REVENUE-START
               THRU 3000-EXPORT-REVENUE-START-EXIT.
           PERFORM 3200-EXPORT-GROUP-START
               THRU 3200-EXPORT-GROUP-START-EXIT.
           PERFORM 3500-EXPORT-AVOIRS-START
               THRU 3500-EXPORT-AVOIRS-START-EXIT.
           PERFORM 4000-EXPORT-PAYMENTS-START
               THRU 4000-EXPORT-PAYMENTS-START-EXIT.
           PERFORM 4100-EXPORT-GROUP-PAYMENTS-START
               THRU 4100-EXPORT-GROUP-PAYMENTS-START-EXIT.
           PERFORM 4500-EXPORT-CESSIONS-START
               THRU 4500-EXPORT-CESSIONS-START-EXIT.
           PERFORM 4600-EXPORT-TSA-START
               THRU 4600-EXPORT-TSA-START-EXIT.
           PERFORM 4700-EXPORT-RECOURSE-START
               THRU 4700-EXPORT-RECOURSE-START-EXIT.
           PERFORM 5000-WRITE-TRAILER-START
               THRU 5000-WRITE-TRAILER-START-EXIT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'O' TO WS-CS-DONE.
           MOVE WS-NB-LINE TO WS-Z-NB-LINE.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'EXPORT PRODUIT, '
      *    3100-WRITE-TIER-START.                                      *
      ******************************************************************
       3100-WRITE-TIER-START.
      *    [RD] le 15/10/2026 : compte et libelle du produit au
      *    catalogue PRODUCT.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-TIER-CODE TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC = '0' AND WS-PRD-ACCOUNT NOT = SPACES THEN
               MOVE WS-PRD-ACCOUNT TO WS-TIER-ACCOUNT
               INITIALIZE WS-TIER-LABEL
               STRING 'COTISATIONS ' WS-PRD-LABEL
                   DELIMITED BY SIZE INTO WS-TIER-LABEL
               END-STRING
           ELSE
               MOVE '706009' TO WS-TIER-ACCOUNT
               MOVE 'COTISATIONS AUTRES' TO WS-TIER-LABEL
           END-IF.

      *    [RD] debit clients
           INITIALIZE R-OUTPUT.
       3100-WRITE-TIER-START-EXIT.
           EXIT.

      ******************************************************************
      *    3200-EXPORT-GROUP-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : factures collectives emises dans le
      *    mois (grpinvo.cbl) : debit 411100 clients employeurs /
      *    credit 706005 cotisations contrats groupe.
       3200-EXPORT-GROUP-START.
           MOVE ZERO TO SQL-GROUP-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(INVOICE_INCOME), 0)
               INTO :SQL-GROUP-TOTAL
               FROM INVOICE
               WHERE INVOICE_CREATE_DATE LIKE :SQL-MONTH-PREFIX
                 AND INVOICE_TYPE = 'GROUPE'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des factures collectives.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-GROUP-TOTAL = ZERO THEN
               GO TO 3200-EXPORT-GROUP-START-EXIT
           END-IF.

           INITIALIZE R-OUTPUT.
           MOVE WS-RUN-DATE TO R-DATE.
           MOVE 'VT' TO R-JOURNAL.
           MOVE '411100' TO R-ACCOUNT.
           MOVE 'COTISATIONS CONTRATS GROUPE' TO R-LABEL.
           MOVE SQL-GROUP-TOTAL TO R-DEBIT.
           MOVE ZERO TO R-CREDIT.
           WRITE R-OUTPUT.
           ADD 1 TO WS-NB-LINE.
           ADD SQL-GROUP-TOTAL TO WS-TOTAL-DEBIT.

           INITIALIZE R-OUTPUT.
           MOVE WS-RUN-DATE TO R-DATE.
           MOVE 'VT' TO R-JOURNAL.
           MOVE '706005' TO R-ACCOUNT.
           MOVE 'COTISATIONS CONTRATS GROUPE' TO R-LABEL.
           MOVE ZERO TO R-DEBIT.
           MOVE SQL-GROUP-TOTAL TO R-CREDIT.
           WRITE R-OUTPUT.
           ADD 1 TO WS-NB-LINE.
           ADD SQL-GROUP-TOTAL TO WS-TOTAL-CREDIT.
       3200-EXPORT-GROUP-START-EXIT.
           EXIT.

      ******************************************************************
      *    3500-EXPORT-AVOIRS-START.                                   *
      ******************************************************************
      ******************************************************************
      *    [RD] Encaissements du mois (journal des paiements) :
      *    debit 512000 banque / credit 411000 clients.
      *    [RD] le 15/10/2026 : hors recuperations sur recours contre
      *    tiers, passees en 4700-EXPORT-RECOURSE.
       4000-EXPORT-PAYMENTS-START.
           MOVE ZERO TO SQL-PAY-TOTAL.
           EXEC SQL
               INTO :SQL-PAY-TOTAL
               FROM PAYMENT
               WHERE PAYMENT_DATE LIKE :SQL-MONTH-PREFIX
                 AND COALESCE(PAYMENT_METHOD, '') <> 'RECOURS'
                 AND NOT EXISTS
                     (SELECT 1 FROM INVOICE I
                       WHERE I.UUID_INVOICE = PAYMENT.UUID_INVOICE
                         AND I.INVOICE_TYPE = 'GROUPE')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du journal des paiements.'
       4000-EXPORT-PAYMENTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    4100-EXPORT-GROUP-PAYMENTS-START.                           *
      ******************************************************************
      *    [RD] le 15/10/2026 : reglements des employeurs sur les
      *    factures collectives (grppay.cbl, bnkstmt.cbl) : debit
      *    512000 banque / credit 411100 clients employeurs.
       4100-EXPORT-GROUP-PAYMENTS-START.
           MOVE ZERO TO SQL-GROUP-PAY-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :SQL-GROUP-PAY-TOTAL
               FROM PAYMENT
               WHERE PAYMENT_DATE LIKE :SQL-MONTH-PREFIX
                 AND EXISTS
                     (SELECT 1 FROM INVOICE I
                       WHERE I.UUID_INVOICE = PAYMENT.UUID_INVOICE
                         AND I.INVOICE_TYPE = 'GROUPE')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des reglements employeurs.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-GROUP-PAY-TOTAL = ZERO THEN
               GO TO 4100-EXPORT-GROUP-PAYMENTS-START-EXIT
           END-IF.

           INITIALIZE R-OUTPUT.
           MOVE WS-RUN-DATE TO R-DATE.
           MOVE 'BQ' TO R-JOURNAL.
           MOVE '512000' TO R-ACCOUNT.
           MOVE 'REGLEMENTS EMPLOYEURS' TO R-LABEL.
           MOVE SQL-GROUP-PAY-TOTAL TO R-DEBIT.
           MOVE ZERO TO R-CREDIT.
           WRITE R-OUTPUT.
           ADD 1 TO WS-NB-LINE.
           ADD SQL-GROUP-PAY-TOTAL TO WS-TOTAL-DEBIT.

           INITIALIZE R-OUTPUT.
           MOVE WS-RUN-DATE TO R-DATE.
           MOVE 'BQ' TO R-JOURNAL.
           MOVE '411100' TO R-ACCOUNT.
           MOVE 'REGLEMENTS EMPLOYEURS' TO R-LABEL.
           MOVE ZERO TO R-DEBIT.
           MOVE SQL-GROUP-PAY-TOTAL TO R-CREDIT.
           WRITE R-OUTPUT.
           ADD 1 TO WS-NB-LINE.
           ADD SQL-GROUP-PAY-TOTAL TO WS-TOTAL-CREDIT.
       4100-EXPORT-GROUP-PAYMENTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    4500-EXPORT-CESSIONS-START.                                 *
      ******************************************************************
       4600-EXPORT-TSA-START-EXIT.
           EXIT.

      ******************************************************************
      *    4700-EXPORT-RECOURSE-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : sommes recuperees dans le mois aupres
      *    des assureurs des tiers responsables (recours.cbl, mode
      *    RECOURS du journal des paiements) : debit 512000 banque /
      *    credit 609100 recours, en diminution des prestations.
       4700-EXPORT-RECOURSE-START.
           MOVE ZERO TO SQL-RECOURSE-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :SQL-RECOURSE-TOTAL
               FROM PAYMENT
               WHERE PAYMENT_DATE LIKE :SQL-MONTH-PREFIX
                 AND PAYMENT_METHOD = 'RECOURS'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des recuperations sur recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-RECOURSE-TOTAL = ZERO THEN
               GO TO 4700-EXPORT-RECOURSE-START-EXIT
           END-IF.

           INITIALIZE R-OUTPUT.
           MOVE WS-RUN-DATE TO R-DATE.
           MOVE 'BQ' TO R-JOURNAL.
           MOVE '512000' TO R-ACCOUNT.
           MOVE 'RECOURS CONTRE TIERS' TO R-LABEL.
           MOVE SQL-RECOURSE-TOTAL TO R-DEBIT.
           MOVE ZERO TO R-CREDIT.
           WRITE R-OUTPUT.
           ADD 1 TO WS-NB-LINE.
           ADD SQL-RECOURSE-TOTAL TO WS-TOTAL-DEBIT.

           INITIALIZE R-OUTPUT.
           MOVE WS-RUN-DATE TO R-DATE.
           MOVE 'BQ' TO R-JOURNAL.
           MOVE '609100' TO R-ACCOUNT.
           MOVE 'RECOURS CONTRE TIERS' TO R-LABEL.
           MOVE ZERO TO R-DEBIT.
           MOVE SQL-RECOURSE-TOTAL TO R-CREDIT.
           WRITE R-OUTPUT.
           ADD 1 TO WS-NB-LINE.
           ADD SQL-RECOURSE-TOTAL TO WS-TOTAL-CREDIT.
       4700-EXPORT-RECOURSE-START-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-TRAILER-START.                                   *
      ******************************************************************
       5000-WRITE-TRAILER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1900-CLOSE-STEP-START.                                      *
      ******************************************************************
      *    [RD] le 15/10/2026 : etape de la chaine de cloture
      *    mensuelle (closchain.cbl) : le mois AAAAMM est recu de la
      *    chaine au lieu d'etre saisi ; compte rendu, sortie produite
      *    et code retour ('0' termine, '1' echec) rendus a l'appelant.
       1900-CLOSE-STEP-START.
           MOVE 'N' TO WS-CS-DONE.
           MOVE LK-CS-PERIOD TO SC-MONTH.
           PERFORM 2000-RUN-EXPORT-START
               THRU 2000-RUN-EXPORT-START-EXIT.
           MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE.
           IF WS-CS-DONE EQUAL 'O' THEN
               MOVE '0' TO LK-CS-RC
               MOVE WS-EXPORT-PATH TO LK-CS-OUTPUT
           ELSE
               MOVE '1' TO LK-CS-RC
           END-IF.
       1900-CLOSE-STEP-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
      *    [RD] le 15/10/2026 : en chaine de cloture, l'echec est
      *    rendu a closchain.cbl qui arrete la chaine.
           IF LK-CS-MODE EQUAL 'B' THEN
               MOVE '1' TO LK-CS-RC
               MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.
           STOP RUN.

      ******************************************************************
