      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Une reclamation recue par COURRIER clot   *
      *    le plus ancien pli RECLAM ouvert de l'adherent au registre  *
      *    du courrier entrant (mailreg.cbl), avec son numero.         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-DUE-INT           PIC 9(08) VALUE ZERO.
       01  WS-DUE-YMD           PIC 9(08) VALUE ZERO.
       01  WS-MAIL-CMD          PIC X(250) VALUE SPACES.
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

      *    [RD] saisie d'une nouvelle reclamation.
       01  SC-CATEGORY          PIC X(20) VALUE SPACES.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : une reclamation ecrite traite le plus
      *    ancien pli RECLAM ouvert de l'adherent au registre du
      *    courrier entrant.
           IF SQL-CHANNEL = 'COURRIER' THEN
               INITIALIZE WS-MAIL
               MOVE 'C' TO WS-MR-ACTION
               MOVE LK-CUS-UUID TO WS-MR-CUS-UUID
               MOVE 'RECLAM' TO WS-MR-TYPE
               MOVE 'complnt' TO WS-MR-PROGRAM
               STRING 'RECLAMATION ' SQL-COMPLAINT-NUM
                   DELIMITED BY SIZE INTO WS-MR-REF
               END-STRING
               CALL 'mailreg' USING WS-MAIL
               END-CALL
               IF WS-MR-RC = '9' THEN
                   MOVE 'Erreur registre du courrier entrant.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
