      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Etape trimestrielle de la chaine          *
      *    de cloture mensuelle (closchain.cbl) : appele en mode 'B'   *
      *    avec le dernier mois AAAAMM du trimestre, le traitement     *
      *    tourne sans ecran et rend compte rendu, sortie et code      *
      *    retour.                                                     *
      * MAJ RD le 15/10/2026 Retention du traite en chaine             *
      *    lue dans la configuration (REINS_RETENTION), a defaut celle *
      *    proposee a l'ecran.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reinbord RECURSIVE.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : traitement mene a son terme (chaine
      *    de cloture mensuelle).
       01  WS-CS-DONE           PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-YEAR              PIC 9(04) VALUE ZERO.

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
       COPY 'screen-reinsurance.cpy'.

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
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE 'O' TO WS-CS-DONE.
           MOVE WS-TOTAL-CEDED TO WS-Z-TOTAL.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'BORDEREAU PRODUIT : ' WS-NB-MEMBER
       3200-QUARTER-DETAIL-START-EXIT.
           EXIT.

      ******************************************************************
      *    1900-CLOSE-STEP-START.                                      *
      ******************************************************************
      *    [RD] le 15/10/2026 : etape trimestrielle de la chaine de
      *    cloture mensuelle (closchain.cbl) : la chaine passe le
      *    dernier mois AAAAMM du trimestre, d'ou l'annee et le
      *    trimestre ; compte rendu, sortie produite et code retour
      *    ('0' termine, '1' echec) rendus a l'appelant.
      *    Retention du traite : cle REINS_RETENTION de la
      *    configuration, a defaut celle proposee a l'ecran.
       1900-CLOSE-STEP-START.
           MOVE 'N' TO WS-CS-DONE.
           MOVE LK-CS-PERIOD(1:4) TO SC-YEAR.
           COMPUTE SC-QUARTER =
               (FUNCTION NUMVAL(LK-CS-PERIOD(5:2)) + 2) / 3.
           MOVE 'REINS_RETENTION' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC = '0' AND WS-CONF-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CONF-VALUE) TO SC-RETENTION
           END-IF.
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
