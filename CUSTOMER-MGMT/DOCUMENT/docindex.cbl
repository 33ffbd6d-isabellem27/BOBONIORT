      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      *    MAJ RD le 15/10/2026 : reedition en duplicata des           *
      *    conditions particulieres en vigueur a une date (condpart).  *
      *    MAJ RD le 15/10/2026 : renvoi d'un document verse aux       *
      *    archives par le menage des sorties (housekeep.cbl) :        *
      *    extraction de l'archive ; document detruit a echeance       *
      *    legale signale.                                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RESEND-CHOICE     PIC X(01).
       01  WS-REPRINT-CHOICE    PIC X(01).
       01  SC-REPRINT-DATE      PIC 9(08) VALUE ZERO.
       01  WS-REPRINT-DATE REDEFINES SC-REPRINT-DATE.
           03 WS-RP-YEAR        PIC X(04).
           03 WS-RP-MONTH       PIC 9(02).
           03 WS-RP-DAY         PIC 9(02).

      *    [RD] le 15/10/2026 : duplicata des conditions particulieres
      *    (condpart.cbl).
       01  WS-CONDPART.
           05 WS-CP-ACTION       PIC X(01).
           05 WS-CP-CUS-UUID     PIC X(36).
           05 WS-CP-REASON       PIC X(20).
           05 WS-CP-RIDER-CODE   PIC X(10).
           05 WS-CP-DATE         PIC X(10).
           05 WS-CP-VERSION      PIC 9(03).
           05 WS-CP-PATH         PIC X(100).
           05 WS-CP-RC           PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-DOC-INDEX         PIC 9(02) VALUE 0.

       01  WS-MAIL-CMD          PIC X(250) VALUE SPACES.
       01  WS-MAIL-SUBJECT      PIC X(40)  VALUE SPACES.
      *    [RD] le 15/10/2026 : document archive (housekeep.cbl),
      *    extrait dans un fichier de travail avant envoi.
       01  WS-OUT-ROOT          PIC X(60)  VALUE '.'.
       01  WS-SEND-PATH         PIC X(100) VALUE SPACES.
       01  WS-EXTRACT-PATH      PIC X(40)
           VALUE './DOCUMENT/.duplicata.tmp'.
       01  WS-EXTRACT-CMD       PIC X(300) VALUE SPACES.

      *    [RD] huit lignes d'affichage des derniers documents.
       01  WS-DOC-ROW-1.
       01  SQL-CUS-MAIL         PIC X(50).
       01  SQL-TODAY            PIC X(10).
       01  SQL-DOC-NAME         PIC X(60).
       01  SQL-DOC-ARCHIVE      PIC X(100).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN
               WS-RESEND-CHOICE SC-DOC-SEQ
               WS-REPRINT-CHOICE SC-REPRINT-DATE.
           INITIALIZE SQL-TODAY.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE DOCUMENT_INDEX
               ADD COLUMN IF NOT EXISTS DOC_ARCHIVE VARCHAR(100)
           END-EXEC.
           EXEC SQL
               DECLARE CRS-DOC CURSOR FOR
               SELECT DOC_TYPE, DOC_DATE, COALESCE(DOC_REF, 0),
                   THRU 1300-RESEND-DOC-START-EXIT
               MOVE SPACES TO WS-RESEND-CHOICE
           END-IF.
           IF FUNCTION UPPER-CASE(WS-REPRINT-CHOICE) EQUAL 'O' THEN
               PERFORM 1400-REPRINT-SCHED-START
                   THRU 1400-REPRINT-SCHED-START-EXIT
               MOVE SPACES TO WS-REPRINT-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               SELECT DOC_TYPE, DOC_DATE, COALESCE(DOC_REF, 0),
                      DOC_PATH, COALESCE(DOC_ARCHIVE, '')
               INTO :SQL-DOC-TYPE, :SQL-DOC-DATE, :SQL-DOC-REF,
                    :SQL-DOC-PATH, :SQL-DOC-ARCHIVE
               FROM DOCUMENT_INDEX
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
               ORDER BY DOC_DATE DESC
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : document verse aux archives par
      *    housekeep.cbl : extrait de l'archive datee (chemins relatifs
      *    a OUT_ROOT) ; document detruit a echeance legale : rien a
      *    renvoyer.
           MOVE SQL-DOC-PATH TO WS-SEND-PATH.
           IF SQL-DOC-ARCHIVE EQUAL 'DETRUIT' THEN
               MOVE 'Document detruit : conservation legale echue.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-RESEND-DOC-START-EXIT
           END-IF.
           IF SQL-DOC-ARCHIVE NOT EQUAL SPACES THEN
               INITIALIZE WS-EXTRACT-CMD
               STRING '(cd ' FUNCTION TRIM(WS-OUT-ROOT)
                   ' && tar -xzOf ' FUNCTION TRIM(SQL-DOC-ARCHIVE)
                   SPACE FUNCTION TRIM(SQL-DOC-PATH)
                   ' 2>/dev/null) > ' FUNCTION TRIM(WS-EXTRACT-PATH)
                   DELIMITED BY SIZE INTO WS-EXTRACT-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-EXTRACT-CMD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = ZERO THEN
                   MOVE ZERO TO RETURN-CODE
                   MOVE 'Document introuvable dans son archive.'
                       TO WS-ERROR-MESSAGE
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   GO TO 1300-RESEND-DOC-START-EXIT
               END-IF
               MOVE WS-EXTRACT-PATH TO WS-SEND-PATH
           END-IF.

           INITIALIZE WS-MAIL-SUBJECT.
           STRING 'DUPLICATA ' FUNCTION TRIM(SQL-DOC-TYPE)
               DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
                 '" ' DELIMITED BY SIZE
                 FUNCTION TRIM(LK-CUS-MAIL) DELIMITED BY SIZE
                 ' < ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SEND-PATH) DELIMITED BY SIZE
                 INTO WS-MAIL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-MAIL-CMD.
           IF SQL-DOC-ARCHIVE NOT EQUAL SPACES THEN
               INITIALIZE WS-EXTRACT-CMD
               STRING 'rm -f ' FUNCTION TRIM(WS-EXTRACT-PATH)
                   DELIMITED BY SIZE INTO WS-EXTRACT-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-EXTRACT-CMD
           END-IF.

      *    [RD] trace du duplicata au journal des communications.
           INITIALIZE SQL-DOC-NAME.
       1300-RESEND-DOC-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-REPRINT-SCHED-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : reedite en duplicata les conditions
      *    particulieres en vigueur a la date saisie (version de
      *    CONTRACT_SCHEDULE la plus recente a cette date), pour un
      *    litige ou une demande de l'adherent.
       1400-REPRINT-SCHED-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-REPRINT-DATE EQUAL ZERO
              OR WS-RP-MONTH < 1 OR WS-RP-MONTH > 12
              OR WS-RP-DAY < 1 OR WS-RP-DAY > 31 THEN
               MOVE 'Veuillez saisir la date au format AAAAMMJJ.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-REPRINT-SCHED-START-EXIT
           END-IF.

           INITIALIZE WS-CONDPART.
           MOVE 'R' TO WS-CP-ACTION.
           MOVE LK-CUS-UUID TO WS-CP-CUS-UUID.
           STRING WS-RP-YEAR '-' WS-RP-MONTH '-' WS-RP-DAY
               DELIMITED BY SIZE INTO WS-CP-DATE
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           EVALUATE WS-CP-RC
               WHEN '0'
                   STRING 'DUPLICATA : ' FUNCTION TRIM(WS-CP-PATH)
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN '1'
                   MOVE 'Aucunes conditions particulieres a cette date.'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'Erreur reedition des conditions particulieres.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
       1400-REPRINT-SCHED-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
      *    [RD] le 15/10/2026 : racine des fichiers produits, pour
      *    l'extraction d'un document archive ; '.' par defaut.
           MOVE 'OUT_ROOT' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC EQUAL '0' AND WS-CONF-VALUE NOT = SPACES
               MOVE WS-CONF-VALUE TO WS-OUT-ROOT
           END-IF.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.
