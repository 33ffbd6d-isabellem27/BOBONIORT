       01  WS-CEIL-INQ          PIC X(01).
      *    [RD] le 03/09/2026 : simulation de remboursement sur devis
       01  WS-SIMULATION        PIC X(01).
      *    [RD] le 15/10/2026 : dossiers de recours contre tiers
       01  WS-RECOURSE          PIC X(01).
       01  WS-ERROR-MESSAGE     PIC X(45).
       01  WS-CLM-INDEX         PIC 9(01) VALUE 0.
       01  WS-CLAIM-ROW-1.
       0000-START-MAIN.
           INITIALIZE WS-MENU-RETURN WS-CLAIM-ENTRY WS-CLAIM-LOOKUP
               WS-CLAIM-REVIEW WS-PRIOR-AUTH WS-CEIL-INQ
               WS-SIMULATION WS-RECOURSE
               WS-ERROR-MESSAGE WS-CLAIM-ROW-1 WS-CLAIM-ROW-2
               WS-CLAIM-ROW-3 WS-CLAIM-ROW-4 WS-CLAIM-ROW-5.

               CALL 'rembsim' USING LK-CUSTOMER
               MOVE SPACES TO WS-SIMULATION
               GO TO 2000-START-SCREEN
           ELSE IF FUNCTION UPPER-CASE(WS-RECOURSE)
               EQUAL 'O' THEN
      *    [RD] le 15/10/2026 : recours contre tiers (accidents)
               CALL 'recours' USING LK-CUSTOMER
               MOVE SPACES TO WS-RECOURSE
               GO TO 2000-START-SCREEN
           ELSE
              MOVE 'Veuillez entrer "O" pour confirmer.'
              TO WS-ERROR-MESSAGE
