      ******************************************************************
      * MAJ RD le 09/08/2026 : saisie et enregistrement effectif d'un  *
      *      document rattache au dossier de l'adherent.               *
      * MAJ RD le 15/10/2026 : justificatif d'indemnisation chomage    *
      *      (type UNEMPLOY_PROOF), controle chaque trimestre pendant  *
      *      la portabilite des droits (portabat.cbl).                 *
      * MAJ RD le 15/10/2026 : le document enregistre clot le plus     *
      *      ancien pli DOCUMENT ouvert de l'adherent au registre du   *
      *      courrier entrant (mailreg.cbl).                           *
      ******************************************************************

       DATA DIVISION.
       01  WS-DOC-ID-PROOF      PIC X(01).
       01  WS-DOC-ADDRESS-PROOF PIC X(01).
       01  WS-DOC-ENROLLMENT-FORM PIC X(01).
       01  WS-DOC-UNEMPLOYMENT  PIC X(01).
       01  WS-DOC-OTHER         PIC X(01).
       01  WS-DOC-TYPE          PIC X(20).
       01  WS-DOC-FILENAME      PIC X(50).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
      *    [RD] le 15/10/2026 : zone d'appel de mailreg.cbl (registre
      *    du courrier entrant).
       01  WS-MAIL.
           05 WS-MR-ACTION        PIC X(01).
           05 WS-MR-NUM           PIC 9(08).
           05 WS-MR-CUS-UUID      PIC X(36).
           05 WS-MR-SENDER        PIC X(40).
           05 WS-MR-RECEIVED      PIC X(10).
           05 WS-MR-TYPE          PIC X(10).
           05 WS-MR-PAGES         PIC 9(03).
           05 WS-MR-QUEUE         PIC X(10).
           05 WS-MR-OPERATOR      PIC X(10).
           05 WS-MR-PROGRAM       PIC X(10).
           05 WS-MR-REF           PIC X(20).
           05 WS-MR-RC            PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       1000-PREPARE-START.
           INITIALIZE WS-ERROR-MESSAGE WS-UPDATE-VALIDATION
               WS-MENU-RETURN WS-DOC-ID-PROOF WS-DOC-ADDRESS-PROOF
               WS-DOC-ENROLLMENT-FORM WS-DOC-UNEMPLOYMENT WS-DOC-OTHER
               WS-DOC-FILENAME.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1010-CREATE-DOC-TAB-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1600-INSERT-DOC-START
               THRU 1600-INSERT-DOC-START-EXIT.
           PERFORM 1700-MAIL-REGISTER-START
               THRU 1700-MAIL-REGISTER-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
               EQUAL 'O' THEN
               MOVE 'ENROLLMENT_FORM' TO WS-DOC-TYPE
           ELSE
           IF FUNCTION UPPER-CASE(WS-DOC-UNEMPLOYMENT) EQUAL 'O' THEN
               MOVE 'UNEMPLOY_PROOF' TO WS-DOC-TYPE
           ELSE
           IF FUNCTION UPPER-CASE(WS-DOC-OTHER) EQUAL 'O' THEN
               MOVE 'OTHER' TO WS-DOC-TYPE
           END-IF END-IF END-IF END-IF.
       1310-DETERMINE-TYPE-START-EXIT.
           EXIT.

       1620-SQL-GENERATE-NUMBER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1700-MAIL-REGISTER-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : le document classe traite le plus
      *    ancien pli DOCUMENT ouvert de l'adherent au registre du
      *    courrier entrant (mailreg.cbl).
       1700-MAIL-REGISTER-START.
           INITIALIZE WS-MAIL.
           MOVE 'C' TO WS-MR-ACTION.
           MOVE LK-CUS-UUID TO WS-MR-CUS-UUID.
           MOVE 'DOCUMENT' TO WS-MR-TYPE.
           MOVE 'docsave' TO WS-MR-PROGRAM.
           STRING 'DOCUMENT ' SQL-DOC-NUM
               DELIMITED BY SIZE INTO WS-MR-REF
           END-STRING.
           CALL 'mailreg' USING WS-MAIL
           END-CALL.
           IF WS-MR-RC = '9' THEN
               MOVE 'Erreur registre du courrier entrant.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1700-MAIL-REGISTER-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
