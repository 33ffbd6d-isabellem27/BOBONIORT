      * MAJ RD le 09/08/2026 : saisie et enregistrement effectif d'un *
      *      ayant-droit (conjoint ou enfant) rattache au contrat de  *
      *      l'adherent.                                              *
      * MAJ RD le 15/10/2026 : demande de liaison NOEMIE de l'ayant-   *
      *      droit ajoute, mise en file par noemlnk.cbl dans la meme  *
      *      transaction que l'enregistrement.                        *
      * MAJ RD le 15/10/2026 : nouvelle version des conditions        *
      *      particulieres (condpart.cbl) avec l'ayant-droit ajoute.  *
      ******************************************************************

       DATA DIVISION.
       01  WS-DEP-BIRTH-DATE    PIC X(10).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
      *    [RD] le 15/10/2026 : liaison NOEMIE de l'ayant-droit.
       01  WS-NL-EVENT          PIC X(01) VALUE 'A'.
       01  WS-NL-DATE           PIC X(10) VALUE SPACES.
       01  WS-NL-RC             PIC X(01) VALUE SPACE.
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1600-INSERT-DEP-START
               THRU 1600-INSERT-DEP-START-EXIT.
      *    [RD] le 15/10/2026 : demande de liaison NOEMIE a la CPAM.
           CALL 'noemlnk' USING LK-CUS-UUID, WS-NL-EVENT,
               SQL-DEP-NUM, WS-NL-DATE, WS-NL-RC
           END-CALL.
           IF WS-NL-RC NOT = '0' THEN
               MOVE 'Erreur demande de liaison NOEMIE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : nouvelle version des conditions
      *    particulieres, dans la meme transaction.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE LK-CUS-UUID TO WS-CP-CUS-UUID.
           MOVE 'AYANT DROIT' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF WS-CP-RC = '9' THEN
               MOVE 'Erreur conditions particulieres.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
