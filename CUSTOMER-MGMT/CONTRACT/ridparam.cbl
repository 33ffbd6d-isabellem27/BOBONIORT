      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      *                                                                *
      *    MAJ RD le 15/10/2026 : controle contrat responsable         *
      *    (respchk.cbl) apres chaque enregistrement d'option (tous    *
      *    les contrats) et chaque rattachement ou detachement         *
      *    (contrats de l'adherent) ; le resultat est affiche.         *
      *    MAJ RD le 15/10/2026 : chaque enregistrement d'option fait  *
      *    refaire la fiche des exemples de remboursement              *
      *    (rembexam.cbl) si les points de taux ont change.            *
      *    MAJ RD le 15/10/2026 : nouvelle version des conditions      *
      *    particulieres (condpart.cbl) de l'adherent a chaque         *
      *    rattachement ou detachement, et de tous les porteurs de     *
      *    l'option a chaque enregistrement au catalogue.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-ROW-IDX           PIC 9(01) VALUE 0.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
      *    [RD] le 15/10/2026 : controle contrat responsable.
       01  WS-RC-MODE           PIC X(01) VALUE 'A'.
       01  WS-RC-NB-CHECKED     PIC 9(05) VALUE ZERO.
       01  WS-RC-NB-NONRESP     PIC 9(05) VALUE ZERO.
       01  WS-RC-REASON         PIC X(40) VALUE SPACES.
       01  WS-RC-RC             PIC X(01) VALUE SPACE.
       01  WS-RC-PREFIX         PIC X(30) VALUE SPACES.
      *    [RD] le 15/10/2026 : fiche des exemples (rembexam.cbl).
       01  WS-EX-RC             PIC X(01) VALUE SPACE.
       01  WS-EX-LINES          PIC 9(05) VALUE ZERO.
       01  WS-Z-NONRESP         PIC Z(04)9.
      *    [RD] le 15/10/2026 : conditions particulieres (condpart.cbl).
       01  WS-CONDPART.
           05 WS-CP-ACTION        PIC X(01).
           05 WS-CP-CUS-UUID      PIC X(36).
           05 WS-CP-REASON        PIC X(20).
           05 WS-CP-RIDER-CODE    PIC X(10).
           05 WS-CP-DATE          PIC X(10).
           05 WS-CP-VERSION       PIC 9(03).
           05 WS-CP-PATH          PIC X(100).
           05 WS-CP-RC            PIC X(01).

      *    [RD] saisie d'une option du catalogue.
       01  SC-R-CODE            PIC X(10) VALUE SPACES.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-CATALOG-START
               THRU 1050-LOAD-CATALOG-START-EXIT.
      *    [RD] le 15/10/2026 : les points de taux de l'option ont pu
      *    changer : controle de tous les contrats.
           MOVE 'A' TO WS-RC-MODE.
           MOVE SPACES TO SQL-CUS-UUID.
           MOVE 'OPTION ENREGISTREE.' TO WS-RC-PREFIX.
           PERFORM 1700-RESP-CHECK-START
               THRU 1700-RESP-CHECK-START-EXIT.
      *    [RD] le 15/10/2026 : fiche des exemples de remboursement
      *    refaite avec les points de l'option.
           CALL 'rembexam' USING WS-EX-RC WS-EX-LINES
           END-CALL.
      *    [RD] le 15/10/2026 : conditions particulieres refaites pour
      *    les porteurs de l'option.
           INITIALIZE WS-CONDPART.
           MOVE 'O' TO WS-CP-ACTION.
           MOVE SQL-R-CODE TO WS-CP-RIDER-CODE.
           PERFORM 1750-CONDPART-START
               THRU 1750-CONDPART-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1300-SAVE-RIDER-START-EXIT.
           EXIT.

               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE SQL-CUS-UUID TO WS-CP-CUS-UUID.
           PERFORM 1750-CONDPART-START
               THRU 1750-CONDPART-START-EXIT.
           MOVE 'C' TO WS-RC-MODE.
           MOVE 'OPTION RATTACHEE AU CONTRAT.' TO WS-RC-PREFIX.
           PERFORM 1700-RESP-CHECK-START
               THRU 1700-RESP-CHECK-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1400-ATTACH-START-EXIT.
           EXIT.

               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
      *    [RD] le 15/10/2026 : contrats de l'adherent recontroles.
           INITIALIZE SQL-CUS-UUID.
           EXEC SQL
               SELECT CAST(UUID_CUSTOMER AS VARCHAR)
               INTO :SQL-CUS-UUID
               FROM CUSTOMER
               WHERE CAST(CUSTOMER_CODE_SECU AS VARCHAR) = :SQL-SECU
           END-EXEC.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE SQL-CUS-UUID TO WS-CP-CUS-UUID.
           PERFORM 1750-CONDPART-START
               THRU 1750-CONDPART-START-EXIT.
           MOVE 'C' TO WS-RC-MODE.
           MOVE 'OPTION DETACHEE DU CONTRAT.' TO WS-RC-PREFIX.
           PERFORM 1700-RESP-CHECK-START
               THRU 1700-RESP-CHECK-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1500-DETACH-START-EXIT.
           EXIT.

      ******************************************************************
      *    1700-RESP-CHECK-START.                                      *
      ******************************************************************
      *    [RD] le 15/10/2026 : controle contrat responsable
      *    (respchk.cbl) en mode WS-RC-MODE - A tous les contrats, C
      *    ceux de l'adherent SQL-CUS-UUID - puis message de l'ecran :
      *    WS-RC-PREFIX suivi du nombre de contrats non responsables
      *    (mode A) ou du motif de non-conformite (mode C).
       1700-RESP-CHECK-START.
           CALL 'respchk' USING WS-RC-MODE SQL-CUS-UUID
               WS-RC-NB-CHECKED WS-RC-NB-NONRESP WS-RC-REASON
               WS-RC-RC
           END-CALL.
           IF WS-RC-RC NOT = '0' THEN
               MOVE 'Erreur controle contrat responsable.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           INITIALIZE WS-ERROR-MESSAGE.
           IF WS-RC-MODE EQUAL 'A' THEN
               MOVE WS-RC-NB-NONRESP TO WS-Z-NONRESP
               STRING FUNCTION TRIM(WS-RC-PREFIX)
                   ' NON RESPONSABLES : ' FUNCTION TRIM(WS-Z-NONRESP)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           ELSE
               IF WS-RC-NB-NONRESP > ZERO THEN
                   STRING FUNCTION TRIM(WS-RC-PREFIX) ' '
                       FUNCTION TRIM(WS-RC-REASON)
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-RC-PREFIX)
                       ' CONTRAT RESPONSABLE.'
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
               END-IF
           END-IF.
       1700-RESP-CHECK-START-EXIT.
           EXIT.

      ******************************************************************
      *    1750-CONDPART-START.                                        *
      ******************************************************************
      *    [RD] le 15/10/2026 : nouvelle version des conditions
      *    particulieres (condpart.cbl) selon WS-CONDPART, motif
      *    OPTION, validee aussitot.
       1750-CONDPART-START.
           MOVE 'OPTION' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF WS-CP-RC = '9' THEN
               MOVE 'Erreur conditions particulieres.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       1750-CONDPART-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
