      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Colonne "Prochain renouv." : date a       *
      *    partir de laquelle un nouvel article de la prestation est   *
      *    pris en charge selon sa regle de renouvellement             *
      *    (clmfreq.cbl), pour le beneficiaire filtre (l'adherent si   *
      *    le filtre est vide) ; DISPONIBLE des aujourd'hui, vide sans *
      *    regle.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
           03 WS-R1-CEILING     PIC 9(05).
           03 WS-R1-CONSUMED    PIC 9(05).
           03 WS-R1-LEFT        PIC 9(05).
           03 WS-R1-NEXT        PIC X(10).
       01  WS-ROW-2.
           03 WS-R2-CEILING     PIC 9(05).
           03 WS-R2-CONSUMED    PIC 9(05).
           03 WS-R2-LEFT        PIC 9(05).
           03 WS-R2-NEXT        PIC X(10).
       01  WS-ROW-3.
           03 WS-R3-CEILING     PIC 9(05).
           03 WS-R3-CONSUMED    PIC 9(05).
           03 WS-R3-LEFT        PIC 9(05).
           03 WS-R3-NEXT        PIC X(10).
       01  WS-ROW-4.
           03 WS-R4-CEILING     PIC 9(05).
           03 WS-R4-CONSUMED    PIC 9(05).
           03 WS-R4-LEFT        PIC 9(05).
           03 WS-R4-NEXT        PIC X(10).
       01  WS-ROW-5.
           03 WS-R5-CEILING     PIC 9(05).
           03 WS-R5-CONSUMED    PIC 9(05).
           03 WS-R5-LEFT        PIC 9(05).
           03 WS-R5-NEXT        PIC X(10).
       01  WS-ROW-6.
           03 WS-R6-CEILING     PIC 9(05).
           03 WS-R6-CONSUMED    PIC 9(05).
           03 WS-R6-LEFT        PIC 9(05).
           03 WS-R6-NEXT        PIC X(10).
       01  WS-ROW-7.
           03 WS-R7-CEILING     PIC 9(05).
           03 WS-R7-CONSUMED    PIC 9(05).
           03 WS-R7-LEFT        PIC 9(05).
           03 WS-R7-NEXT        PIC X(10).
       01  WS-ROW-8.
           03 WS-R8-CEILING     PIC 9(05).
           03 WS-R8-CONSUMED    PIC 9(05).
           03 WS-R8-LEFT        PIC 9(05).
           03 WS-R8-NEXT        PIC X(10).

       01  WS-CEILING-LEFT      PIC S9(09) VALUE ZERO.
      *    [RD] le 15/10/2026 : prochaine date de renouvellement de
      *    la prestation (clmfreq.cbl), a la date du jour.
       01  WS-FREQ-TODAY        PIC X(08) VALUE SPACES.
       01  WS-FREQ-RX-CHANGE    PIC X(01) VALUE 'N'.
       01  WS-FREQ-NEXT-DATE    PIC X(08) VALUE SPACES.
       01  WS-FREQ-RC           PIC X(01) VALUE '0'.
       01  WS-ROW-NEXT          PIC X(10) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : regle de renouvellement de la
      *    prestation pour le beneficiaire filtre.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FREQ-TODAY.
           CALL 'clmfreq' USING LK-CUS-UUID SQL-BENEFICIARY
               SQL-CATEGORY WS-FREQ-TODAY WS-FREQ-RX-CHANGE
               WS-FREQ-NEXT-DATE WS-FREQ-RC
           END-CALL.
           IF WS-FREQ-RC EQUAL '1' THEN
               MOVE 'Erreur lecture regle de renouvellement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE SPACES TO WS-ROW-NEXT.
           IF WS-FREQ-RC EQUAL '2' THEN
               STRING WS-FREQ-NEXT-DATE(7:2) '/'
                   WS-FREQ-NEXT-DATE(5:2) '/'
                   WS-FREQ-NEXT-DATE(1:4)
                   DELIMITED BY SIZE
                   INTO WS-ROW-NEXT
               END-STRING
           ELSE
               IF WS-FREQ-NEXT-DATE NOT = SPACES THEN
                   MOVE 'DISPONIBLE' TO WS-ROW-NEXT
               END-IF
           END-IF.

           COMPUTE WS-CEILING-LEFT = SQL-CEILING - SQL-CONSUMED.
           IF WS-CEILING-LEFT < ZERO THEN
               MOVE ZERO TO WS-CEILING-LEFT
                   MOVE SQL-CEILING TO WS-R1-CEILING
                   MOVE SQL-CONSUMED TO WS-R1-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R1-LEFT
                   MOVE WS-ROW-NEXT TO WS-R1-NEXT
               WHEN 2
                   MOVE SQL-CEILING TO WS-R2-CEILING
                   MOVE SQL-CONSUMED TO WS-R2-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R2-LEFT
                   MOVE WS-ROW-NEXT TO WS-R2-NEXT
               WHEN 3
                   MOVE SQL-CEILING TO WS-R3-CEILING
                   MOVE SQL-CONSUMED TO WS-R3-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R3-LEFT
                   MOVE WS-ROW-NEXT TO WS-R3-NEXT
               WHEN 4
                   MOVE SQL-CEILING TO WS-R4-CEILING
                   MOVE SQL-CONSUMED TO WS-R4-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R4-LEFT
                   MOVE WS-ROW-NEXT TO WS-R4-NEXT
               WHEN 5
                   MOVE SQL-CEILING TO WS-R5-CEILING
                   MOVE SQL-CONSUMED TO WS-R5-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R5-LEFT
                   MOVE WS-ROW-NEXT TO WS-R5-NEXT
               WHEN 6
                   MOVE SQL-CEILING TO WS-R6-CEILING
                   MOVE SQL-CONSUMED TO WS-R6-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R6-LEFT
                   MOVE WS-ROW-NEXT TO WS-R6-NEXT
               WHEN 7
                   MOVE SQL-CEILING TO WS-R7-CEILING
                   MOVE SQL-CONSUMED TO WS-R7-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R7-LEFT
                   MOVE WS-ROW-NEXT TO WS-R7-NEXT
               WHEN 8
                   MOVE SQL-CEILING TO WS-R8-CEILING
                   MOVE SQL-CONSUMED TO WS-R8-CONSUMED
                   MOVE WS-CEILING-LEFT TO WS-R8-LEFT
                   MOVE WS-ROW-NEXT TO WS-R8-NEXT
           END-EVALUATE.
       1400-CALC-ONE-ROW-START-EXIT.
           EXIT.
