      ******************************************************************
      *    [RD] Relance et annulation des demandes de signature        *
      *    electronique restees sans reponse.                          *
      *    Chaque nuit, pour les demandes EN_ATTENTE de ESIGN_REQUEST  *
      *    (esigreq.cbl) :                                             *
      *      - relance au bout de WS-REMIND-DAYS jours apres l'envoi   *
      *        ou apres la derniere relance, au plus WS-MAX-REMINDERS  *
      *        fois ;                                                  *
      *      - annulation une fois les relances faites et              *
      *        WS-CANCEL-DAYS jours passes depuis l'envoi : demande    *
      *        ANNULE, contrat NON_SIGNE.                              *
      *    Les relances et annulations sont transmises au prestataire  *
      *    dans ./ESIGN/OUTBOX/RELANCES-AAAAMMJJ.csv (en-tete puis     *
      *    numero ; RELANCE ou ANNULATION ; courriel ; numero de la    *
      *    relance).                                                   *
      *    Appele par batsched.cbl, dans une connexion deja ouverte    *
      *    par l'appelant ; la transaction est validee en fin de       *
      *    traitement.                                                 *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. esigbat RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OUT ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-OUT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-OUT PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-OUT-PATH.
           03 WS-OUT-FOLDER     PIC X(24)
           VALUE './ESIGN/OUTBOX/RELANCES-'.
           03 WS-OUT-DATE       PIC 9(08).
           03 WS-OUT-FORMAT     PIC X(04) VALUE '.csv'.

       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

      *    [RD] delais de relance et d'annulation.
       01  WS-REMIND-DAYS       PIC 9(03) VALUE 7.
       01  WS-MAX-REMINDERS     PIC 9(02) VALUE 2.
       01  WS-CANCEL-DAYS       PIC 9(03) VALUE 30.

       01  WS-NB-REMINDED       PIC 9(05) VALUE ZERO.
       01  WS-NB-CANCELLED      PIC 9(05) VALUE ZERO.
       01  WS-Z-REMINDER        PIC Z9.

      *    [RD] mise a jour de la demande (esigreq.cbl).
       01  WS-ESIGN.
           05 WS-ES-ACTION        PIC X(01).
           05 WS-ES-NUM           PIC 9(08).
           05 WS-ES-CUS-UUID      PIC X(36).
           05 WS-ES-REIM-NUM      PIC X(10).
           05 WS-ES-DATE          PIC X(10).
           05 WS-ES-FILE          PIC X(50).
           05 WS-ES-RC            PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ESIGN-NUM        PIC 9(08).
       01  SQL-MAIL             PIC X(50).
       01  SQL-AGE              PIC 9(04).
       01  SQL-SINCE-LAST       PIC 9(04).
       01  SQL-NB-REMINDERS     PIC 9(02).
      *    [RD] le 15/10/2026 : jour traite (procdate.cbl).
       01  SQL-TODAY            PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-REMINDED       PIC 9(05).
       01  LK-NB-CANCELLED      PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-REMINDED, LK-NB-CANCELLED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl).
           MOVE ZERO TO WS-NB-REMINDED WS-NB-CANCELLED.
           INITIALIZE WS-ESIGN.
           CALL 'esigreq' USING WS-ESIGN
           END-CALL.
           IF  WS-ES-RC EQUAL '9'
               MOVE 'PREPARATION TABLES SIGNATURE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-OUT-DATE
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-OUT-DATE(1:4) '-' WS-OUT-DATE(5:2) '-'
               WS-OUT-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           OPEN OUTPUT F-OUT.
           MOVE 'DEMANDE;ACTION;COURRIEL;RELANCE' TO R-OUT.
           WRITE R-OUT.

           PERFORM 2000-SCAN-REQUESTS-START
              THRU END-2000-SCAN-REQUESTS.

           CLOSE F-OUT.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE WS-NB-REMINDED TO LK-NB-REMINDED.
           MOVE WS-NB-CANCELLED TO LK-NB-CANCELLED.
           DISPLAY 'SIGNATURES EN ATTENTE : ' WS-NB-REMINDED
                   ' RELANCE(S), ' WS-NB-CANCELLED ' ANNULATION(S)'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Parcourt les demandes en attente, la plus ancienne     *
      *    d'abord, avec leur age et le temps depuis la derniere       *
      *    relance (ou l'envoi).                                       *
      ******************************************************************
       2000-SCAN-REQUESTS-START.
           EXEC SQL
               DECLARE CRSESIGN CURSOR FOR
               SELECT ESIGN_NUM, COALESCE(ESIGN_MAIL, ''),
                      CAST(:SQL-TODAY AS DATE)
                        - CAST(ESIGN_SENT_DATE AS DATE),
                      CAST(:SQL-TODAY AS DATE)
                        - CAST(COALESCE(ESIGN_LAST_REMINDER,
                                        ESIGN_SENT_DATE) AS DATE),
                      COALESCE(ESIGN_NB_REMINDERS, 0)
               FROM ESIGN_REQUEST
               WHERE ESIGN_STATUS = 'EN_ATTENTE'
               ORDER BY ESIGN_NUM
           END-EXEC.

           EXEC SQL OPEN CRSESIGN END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSESIGN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSESIGN
                   INTO :SQL-ESIGN-NUM, :SQL-MAIL, :SQL-AGE,
                        :SQL-SINCE-LAST, :SQL-NB-REMINDERS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3000-PROCESS-REQUEST-START
                          THRU END-3000-PROCESS-REQUEST
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSESIGN :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSESIGN END-EXEC.
       END-2000-SCAN-REQUESTS.
           EXIT.

      ******************************************************************
      *    [RD] Annule la demande dont les relances sont epuisees et   *
      *    le delai passe, sinon la relance si elle est due.           *
      ******************************************************************
       3000-PROCESS-REQUEST-START.
           INITIALIZE WS-ESIGN.
           MOVE SQL-ESIGN-NUM TO WS-ES-NUM.
           MOVE SQL-TODAY TO WS-ES-DATE.
           IF  SQL-NB-REMINDERS >= WS-MAX-REMINDERS
           AND SQL-AGE >= WS-CANCEL-DAYS
               MOVE 'A' TO WS-ES-ACTION
               CALL 'esigreq' USING WS-ESIGN
               END-CALL
               IF  WS-ES-RC EQUAL '0'
                   ADD 1 TO WS-NB-CANCELLED
                   INITIALIZE R-OUT
                   STRING SQL-ESIGN-NUM ';ANNULATION;'
                       FUNCTION TRIM(SQL-MAIL) ';'
                       DELIMITED BY SIZE INTO R-OUT
                   END-STRING
                   WRITE R-OUT
               END-IF
               GO TO END-3000-PROCESS-REQUEST
           END-IF.

           IF  SQL-NB-REMINDERS < WS-MAX-REMINDERS
           AND SQL-SINCE-LAST >= WS-REMIND-DAYS
               MOVE 'L' TO WS-ES-ACTION
               CALL 'esigreq' USING WS-ESIGN
               END-CALL
               IF  WS-ES-RC EQUAL '0'
                   ADD 1 TO WS-NB-REMINDED
                   ADD 1 TO SQL-NB-REMINDERS
                   MOVE SQL-NB-REMINDERS TO WS-Z-REMINDER
                   INITIALIZE R-OUT
                   STRING SQL-ESIGN-NUM ';RELANCE;'
                       FUNCTION TRIM(SQL-MAIL) ';'
                       FUNCTION TRIM(WS-Z-REMINDER)
                       DELIMITED BY SIZE INTO R-OUT
                   END-STRING
                   WRITE R-OUT
               END-IF
           END-IF.
       END-3000-PROCESS-REQUEST.
           EXIT.

       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant au lieu d'arreter tout le
      *    run unit.
           GOBACK.
