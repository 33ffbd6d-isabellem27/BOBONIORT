      *    modification et d'archivage : plus besoin de passer par la  *
      *    recherche pour atteindre ucfront/acfront, un code secu      *
      *    saisi sur ce menu suffit.                                   *
      * [RD]- le 15/10/2026 - Ajout du transfert du contrat a un       *
      *    nouveau titulaire (ayant droit ou autre adherent) pour le   *
      *    code secu saisi (transcust.cbl).                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. manacust RECURSIVE.
       01  WS-VIEW360-CHOICE    PIC X(01)   VALUE SPACE       .
      *    [RD] le 03/09/2026 : changement de NIR (nirchg.cbl)
       01  WS-NIR-CHOICE        PIC X(01)   VALUE SPACE       .
      *    [RD] le 15/10/2026 : transfert du contrat (transcust.cbl)
       01  WS-TRANSFER-CHOICE   PIC X(01)   VALUE SPACE       .
       01  WS-TARGET-SECU       PIC 9(15)   VALUE ZERO        .
      *    [RD] le 03/09/2026 : trace de consultation (accesslog.cbl)
       01  WS-ACC-PROGRAM       PIC X(10)   VALUE 'manacust'   .
                  INITIALIZE WS-NIR-CHOICE
               END-IF

      *    [RD] le 15/10/2026 : transfert du contrat a un nouveau
      *    titulaire (ayant droit promu ou autre adherent).
           ELSE IF FUNCTION UPPER-CASE(WS-TRANSFER-CHOICE)
                   EQUAL 'O' THEN
               PERFORM 4000-FIND-TARGET-START
                  THRU END-4000-FIND-TARGET
               IF WS-TARGET-UUID NOT EQUAL SPACES THEN
                  MOVE 'TRUE' TO WS-SELECT-OPTION
                  CALL 'transcust' USING WS-CUSTOMER
               ELSE
                  MOVE WS-NOTFOUND-MESSAGE TO WS-SCREEN-ERROR
                  INITIALIZE WS-TRANSFER-CHOICE
               END-IF

           ELSE
              PERFORM 9000-ERROR-MESSAGE-START
                 THRU END-9000-ERROR-MESSAGE
