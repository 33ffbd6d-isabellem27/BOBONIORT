      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      ******************************************************************
      * MAJ RD le 15/10/2026 Paliers lus dans le catalogue PRODUCT     *
      *    (getprod.cbl, six au plus, ordre d'affichage) au lieu des   *
      *    quatre prefixes fixes.                                      *
      * MAJ RD le 15/10/2026 Etape de la chaine de cloture             *
      *    mensuelle (closchain.cbl, lancee par batsched.cbl) : appele *
      *    en mode 'B' avec le mois AAAAMM, le traitement tourne sans  *
      *    ecran et rend compte rendu, sortie et code retour.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provibnr RECURSIVE.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : traitement mene a son terme (chaine
      *    de cloture mensuelle).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-IDX               PIC 9(02) VALUE 0.
       01  WS-TIER-MAX          PIC 9(02) VALUE 6.
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

       01  SC-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-PREV-YEAR         PIC 9(04) VALUE ZERO.

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
       COPY 'screen-provision.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CLOSE-STEP.

       0000-START-MAIN.
      *    [RD] le 15/10/2026 : etape de la chaine de cloture.
           IF LK-CS-MODE EQUAL 'B' THEN
               PERFORM 1900-CLOSE-STEP-START
                   THRU 1900-CLOSE-STEP-START-EXIT
               GO TO END-0000-MAIN
           END-IF.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.

           PERFORM 3000-ONE-TIER-START
               THRU 3000-ONE-TIER-START-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TIER-MAX.

           WRITE R-PRINT FROM WS-R-DASH.
           MOVE WS-TOTAL-PROVISION TO WS-Z-AMOUNT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'O' TO WS-CS-DONE.
           MOVE WS-TOTAL-PROVISION TO WS-Z-AMOUNT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'RAPPORT PRODUIT - PROVISION TOTALE : '
      *    delai moyen de reglement observe, cadence payee sur douze
      *    mois, en-cours connu, et ecrit le bloc du rapport.
       3000-ONE-TIER-START.
      *    [RD] le 15/10/2026 : palier = produit de rang WS-IDX du
      *    catalogue PRODUCT ; rang absent, rien a provisionner.
           INITIALIZE WS-PRODUCT.
           MOVE 'R' TO WS-PRD-FUNCTION.
           MOVE WS-IDX TO WS-PRD-RANK.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF WS-PRD-RC NOT = '0' THEN
               GO TO 3000-ONE-TIER-START-EXIT
           END-IF.
           MOVE WS-PRD-PREFIX TO SQL-TIER.

      *    [RD] delai moyen de reglement (jours) observe sur les
      *    demandes payees des adherents du palier.

           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           INITIALIZE R-PRINT.
           STRING 'Palier ' SQL-TIER ' ' WS-PRD-LABEL
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3000-ONE-TIER-START-EXIT.
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
           PERFORM 2000-RUN-BATCH-START
               THRU 2000-RUN-BATCH-START-EXIT.
           MOVE WS-ERROR-MESSAGE TO LK-CS-MESSAGE.
           IF WS-CS-DONE EQUAL 'O' THEN
               MOVE '0' TO LK-CS-RC
               MOVE WS-PRINT-PATH TO LK-CS-OUTPUT
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
