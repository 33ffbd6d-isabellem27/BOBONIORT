      ******************************************************************
      *    [RD] Registre du courrier entrant.                          *
      *    Le courrier papier (feuilles de soins, pieces, lettres de   *
      *    resiliation, cheques, reclamations) n'etait trace nulle     *
      *    part : impossible de prouver la date de reception d'un      *
      *    pli. Cet ecran enregistre chaque pli a l'ouverture          *
      *    (mailreg.cbl) :                                             *
      *      - adherent retrouve par son NIR, ou par nom et prenom     *
      *        (un homonyme impose la saisie du NIR) ; un pli AUTRE    *
      *        peut rester sans adherent, avec l'expediteur ;          *
      *      - type, nombre de pages et date de reception (ce jour     *
      *        par defaut) ; le numero d'ordre et la file de           *
      *        traitement sont affiches ;                              *
      *      - cloture manuelle d'un pli par son numero ;              *
      *      - etat des plis non traites par file.                     *
      *    Les plis sont clos par les programmes de gestion :          *
      *    rembslot.cbl, payentry.cbl, complnt.cbl, termcont.cbl et    *
      *    docsave.cbl (saisie de docfront.cbl). Les plis en attente   *
      *    sont listes chaque jour par mailage.cbl.                    *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailfront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-ADD-CHOICE        PIC X(01).
       01  WS-CLOSE-CHOICE      PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-Z-NUM             PIC Z(07)9.
       01  WS-MEMBER-LINE       PIC X(80) VALUE SPACES.

      *    [RD] saisie d'un pli.
       01  SC-NIR               PIC X(15) VALUE SPACES.
       01  SC-LASTNAME          PIC X(20) VALUE SPACES.
       01  SC-FIRSTNAME         PIC X(20) VALUE SPACES.
       01  SC-SENDER            PIC X(40) VALUE SPACES.
       01  SC-TYPE              PIC X(10) VALUE SPACES.
       01  SC-PAGES             PIC 9(03) VALUE ZERO.
       01  SC-RECEIVED-DATE     PIC 9(08) VALUE ZERO.

      *    [RD] cloture manuelle.
       01  SC-CLOSE-NUM         PIC 9(08) VALUE ZERO.
       01  SC-CLOSE-REF         PIC X(20) VALUE SPACES.

      *    [RD] zone d'appel de mailreg.cbl.
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
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-NIR              PIC X(15).
       01  SQL-LASTNAME         PIC X(20).
       01  SQL-FIRSTNAME        PIC X(20).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-NB-MATCH         PIC 9(05) VALUE ZERO.
       01  SQL-NB-REMB          PIC 9(05) VALUE ZERO.
       01  SQL-NB-CHEQUE        PIC 9(05) VALUE ZERO.
       01  SQL-NB-RECLAM        PIC 9(05) VALUE ZERO.
       01  SQL-NB-RESIL         PIC 9(05) VALUE ZERO.
       01  SQL-NB-DOCUMENT      PIC 9(05) VALUE ZERO.
       01  SQL-NB-OTHER         PIC 9(05) VALUE ZERO.
       01  SQL-OLDEST           PIC X(10) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-mail-register.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-ADD-CHOICE
               WS-CLOSE-CHOICE SC-NIR SC-LASTNAME SC-FIRSTNAME
               SC-SENDER SC-TYPE SC-PAGES SC-RECEIVED-DATE
               SC-CLOSE-NUM SC-CLOSE-REF WS-MEMBER-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
      *    [RD] appel sans action : la table est garantie.
           INITIALIZE WS-MAIL.
           CALL 'mailreg' USING WS-MAIL
           END-CALL.
           PERFORM 1050-COUNT-OPEN-START
               THRU 1050-COUNT-OPEN-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1050-COUNT-OPEN-START.                                      *
      ******************************************************************
      *    [RD] Plis encore ouverts par file, dans la connexion
      *    ouverte, et date de reception du plus ancien.
       1050-COUNT-OPEN-START.
           MOVE ZERO TO SQL-NB-REMB SQL-NB-CHEQUE SQL-NB-RECLAM
               SQL-NB-RESIL SQL-NB-DOCUMENT SQL-NB-OTHER.
           MOVE SPACES TO SQL-OLDEST.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN MAIL_TYPE = 'REMB'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN MAIL_TYPE = 'CHEQUE'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN MAIL_TYPE = 'RECLAM'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN MAIL_TYPE = 'RESIL'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN MAIL_TYPE = 'DOCUMENT'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN MAIL_TYPE = 'AUTRE'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(MIN(MAIL_RECEIVED_DATE), '')
               INTO :SQL-NB-REMB, :SQL-NB-CHEQUE, :SQL-NB-RECLAM,
                    :SQL-NB-RESIL, :SQL-NB-DOCUMENT, :SQL-NB-OTHER,
                    :SQL-OLDEST
               FROM MAIL_REGISTER
               WHERE MAIL_STATUS = 'OUVERT'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du registre du courrier.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1050-COUNT-OPEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-MAIL-REGISTER.
           IF FUNCTION UPPER-CASE(WS-ADD-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-ADD-MAIL-START
                   THRU 1300-ADD-MAIL-START-EXIT
               MOVE SPACES TO WS-ADD-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-CLOSE-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1500-CLOSE-MAIL-START
                   THRU 1500-CLOSE-MAIL-START-EXIT
               MOVE SPACES TO WS-CLOSE-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-ADD-MAIL-START.                                        *
      ******************************************************************
      *    [RD] Enregistre le pli : adherent identifie, numero d'ordre
      *    et file de traitement affiches.
       1300-ADD-MAIL-START.
           INITIALIZE WS-ERROR-MESSAGE WS-MAIL WS-MEMBER-LINE.
           MOVE FUNCTION UPPER-CASE(SC-TYPE) TO WS-MR-TYPE.
           IF WS-MR-TYPE EQUAL SPACES THEN
               MOVE 'Veuillez saisir le type de pli.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-ADD-MAIL-START-EXIT
           END-IF.
           IF SC-PAGES EQUAL ZERO THEN
               MOVE 'Veuillez saisir le nombre de pages.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-ADD-MAIL-START-EXIT
           END-IF.
           IF SC-RECEIVED-DATE EQUAL ZERO THEN
               MOVE WS-TODAY TO SC-RECEIVED-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(SC-RECEIVED-DATE) NOT = 0
              OR SC-RECEIVED-DATE > WS-TODAY THEN
               MOVE 'Date de reception invalide (AAAAMMJJ).'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-ADD-MAIL-START-EXIT
           END-IF.
           IF SC-NIR EQUAL SPACES AND SC-LASTNAME EQUAL SPACES
              AND WS-MR-TYPE NOT EQUAL 'AUTRE' THEN
               MOVE 'Veuillez saisir le NIR ou le nom de l''adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-ADD-MAIL-START-EXIT
           END-IF.
           IF SC-NIR EQUAL SPACES AND SC-LASTNAME EQUAL SPACES
              AND SC-SENDER EQUAL SPACES THEN
               MOVE 'Veuillez saisir l''expediteur du pli.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-ADD-MAIL-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           IF SC-NIR NOT EQUAL SPACES OR SC-LASTNAME NOT EQUAL SPACES
           THEN
               PERFORM 1400-FIND-MEMBER-START
                   THRU 1400-FIND-MEMBER-START-EXIT
               IF WS-ERROR-MESSAGE NOT EQUAL SPACES THEN
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   GO TO 1300-ADD-MAIL-START-EXIT
               END-IF
           END-IF.

           MOVE 'A' TO WS-MR-ACTION.
           MOVE SQL-CUS-UUID TO WS-MR-CUS-UUID.
           IF SC-SENDER NOT EQUAL SPACES THEN
               MOVE SC-SENDER TO WS-MR-SENDER
           ELSE
               STRING FUNCTION TRIM(SQL-LASTNAME) ' '
                   FUNCTION TRIM(SQL-FIRSTNAME)
                   DELIMITED BY SIZE INTO WS-MR-SENDER
               END-STRING
           END-IF.
           STRING SC-RECEIVED-DATE(1:4) '-' SC-RECEIVED-DATE(5:2) '-'
               SC-RECEIVED-DATE(7:2)
               DELIMITED BY SIZE INTO WS-MR-RECEIVED
           END-STRING.
           MOVE SC-PAGES TO WS-MR-PAGES.
           CALL 'mailreg' USING WS-MAIL
           END-CALL.
           IF WS-MR-RC EQUAL '2' THEN
               MOVE 'Type de pli inconnu.' TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-ADD-MAIL-START-EXIT
           END-IF.
           IF WS-MR-RC NOT EQUAL '0' THEN
               MOVE 'Erreur enregistrement du pli.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1050-COUNT-OPEN-START
               THRU 1050-COUNT-OPEN-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE WS-MR-NUM TO WS-Z-NUM.
           STRING 'PLI N. ' FUNCTION TRIM(WS-Z-NUM)
               ' ENREGISTRE - FILE ' FUNCTION TRIM(WS-MR-QUEUE)
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-NIR SC-LASTNAME SC-FIRSTNAME SC-SENDER
               SC-TYPE SC-PAGES SC-RECEIVED-DATE.
       1300-ADD-MAIL-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-FIND-MEMBER-START.                                     *
      ******************************************************************
      *    [RD] Adherent par son NIR, sinon par nom (et prenom s'il est
      *    saisi) : plusieurs homonymes imposent la saisie du NIR.
       1400-FIND-MEMBER-START.
           INITIALIZE SQL-CUS-UUID SQL-LASTNAME SQL-FIRSTNAME.
           MOVE ZERO TO SQL-NB-MATCH.
           IF SC-NIR NOT EQUAL SPACES THEN
               MOVE FUNCTION TRIM(SC-NIR) TO SQL-NIR
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MIN(CAST(UUID_CUSTOMER
                              AS VARCHAR)), '')
                   INTO :SQL-NB-MATCH, :SQL-CUS-UUID
                   FROM CUSTOMER
                   WHERE CAST(CUSTOMER_CODE_SECU AS VARCHAR)
                       = :SQL-NIR
               END-EXEC
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-LASTNAME))
                   TO SQL-LASTNAME
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-FIRSTNAME))
                   TO SQL-FIRSTNAME
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MIN(CAST(UUID_CUSTOMER
                              AS VARCHAR)), '')
                   INTO :SQL-NB-MATCH, :SQL-CUS-UUID
                   FROM CUSTOMER
                   WHERE UPPER(CUSTOMER_LASTNAME) = TRIM(:SQL-LASTNAME)
                     AND (TRIM(:SQL-FIRSTNAME) = ''
                          OR UPPER(CUSTOMER_FIRSTNAME)
                             = TRIM(:SQL-FIRSTNAME))
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur recherche de l''adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-NB-MATCH EQUAL ZERO THEN
               MOVE 'Adherent introuvable.' TO WS-ERROR-MESSAGE
               GO TO 1400-FIND-MEMBER-START-EXIT
           END-IF.
           IF SQL-NB-MATCH > 1 THEN
               MOVE 'Plusieurs adherents de ce nom : saisir le NIR.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-FIND-MEMBER-START-EXIT
           END-IF.

           EXEC SQL
               SELECT CAST(CUSTOMER_CODE_SECU AS VARCHAR),
                      CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME
               INTO :SQL-NIR, :SQL-LASTNAME, :SQL-FIRSTNAME
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de l''adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           STRING 'Adherent : ' FUNCTION TRIM(SQL-LASTNAME) ' '
               FUNCTION TRIM(SQL-FIRSTNAME) ' - NIR '
               FUNCTION TRIM(SQL-NIR)
               DELIMITED BY SIZE INTO WS-MEMBER-LINE
           END-STRING.
       1400-FIND-MEMBER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CLOSE-MAIL-START.                                      *
      ******************************************************************
      *    [RD] Cloture manuelle d'un pli encore ouvert.
       1500-CLOSE-MAIL-START.
           INITIALIZE WS-ERROR-MESSAGE WS-MAIL.
           IF SC-CLOSE-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero du pli.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-CLOSE-MAIL-START-EXIT
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           MOVE 'N' TO WS-MR-ACTION.
           MOVE SC-CLOSE-NUM TO WS-MR-NUM.
           MOVE 'mailfront' TO WS-MR-PROGRAM.
           MOVE SC-CLOSE-REF TO WS-MR-REF.
           CALL 'mailreg' USING WS-MAIL
           END-CALL.
           IF WS-MR-RC EQUAL '9' THEN
               MOVE 'Erreur cloture du pli.' TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1050-COUNT-OPEN-START
               THRU 1050-COUNT-OPEN-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-MR-RC EQUAL '1' THEN
               MOVE 'Pli inconnu ou deja traite.' TO WS-ERROR-MESSAGE
               GO TO 1500-CLOSE-MAIL-START-EXIT
           END-IF.
           MOVE 'PLI CLOS.' TO WS-ERROR-MESSAGE.
           MOVE ZERO TO SC-CLOSE-NUM.
           MOVE SPACES TO SC-CLOSE-REF.
       1500-CLOSE-MAIL-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
      ******************************************************************
       2100-SQL-DISCONNECTION-START.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
       2100-SQL-DISCONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    9020-SQL-ERROR-START.                                       *
      ******************************************************************
       9020-SQL-ERROR-START.
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
           STOP RUN.

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution.    *
      ******************************************************************
       0050-LOAD-CONFIG-START.
           IF WS-CONF-DONE EQUAL 'O'
               GO TO END-0050-LOAD-CONFIG
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CONFIGURATION CONFIG/boboniort.conf ABSENTE'
               DISPLAY 'OU CLE DBNAME MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBPASS MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.
