      ******************************************************************
      *    [RD] Resiliation infra-annuelle (RIA) avec les autres       *
      *    assureurs.                                                  *
      *    Un adherent qui nous rejoint apres un an de contrat chez    *
      *    un autre organisme nous mandate pour resilier son ancien    *
      *    contrat (art. L221-10-2 du code de la mutualite). Ces       *
      *    demandes sont mises en file dans INSURER_SWITCH (sens       *
      *    SORTANTE) a la signature du contrat (clascont.cbl) ; les    *
      *    demandes recues des autres organismes (sens ENTRANTE) sont  *
      *    traitees a la resiliation du contrat (termcont.cbl).        *
      *    Cet ecran :                                                 *
      *      - edite un courrier de demande par demande A-ENVOYER      *
      *        (./RAPPORT/RIA-DEMANDE-<numero>.txt), qui passe         *
      *        ENVOYEE ;                                               *
      *      - edite une relance (./RAPPORT/RIA-RELANCE-<numero>.txt)  *
      *        pour les demandes envoyees restees sans reponse depuis  *
      *        plus de 30 jours (ou depuis la derniere relance) ;      *
      *      - enregistre la reponse de l'ancien assureur : date de    *
      *        fin de l'ancien contrat, la demande passe REPONDUE ;    *
      *      - affiche l'etat de la file.                              *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. riafront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LETTER
           ASSIGN TO WS-LETTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-LETTER
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LETTER         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-SEND-CHOICE       PIC X(01).
       01  WS-REMIND-CHOICE     PIC X(01).
       01  WS-REPLY-CHOICE      PIC X(01).
       01  SC-SWITCH-NUM        PIC 9(08) VALUE ZERO.
       01  SC-OLD-END-DATE      PIC 9(08) VALUE ZERO.
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-CRS-EOF           PIC X(01) VALUE 'N'.
       01  WS-NB-SENT           PIC 9(05) VALUE ZERO.
       01  WS-NB-REMINDED       PIC 9(05) VALUE ZERO.
       01  WS-REMIND-DAYS       PIC 9(03) VALUE 30.
       01  WS-DASH              PIC X(80) VALUE ALL '-'.

      *    [RD] un meme descripteur pour la demande et la relance.
       01  WS-LETTER-PATH.
           03 WS-LETTER-FOLDER  PIC X(14) VALUE './RAPPORT/RIA-'.
           03 WS-LETTER-KIND    PIC X(08) VALUE 'DEMANDE-'.
           03 WS-LETTER-NUM     PIC 9(08).
           03 WS-LETTER-FORMAT  PIC X(04) VALUE '.txt'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-TODAY            PIC X(10).
       01  SQL-SWITCH-NUM       PIC 9(08).
       01  SQL-INSURER          PIC X(30).
       01  SQL-OLD-CONTRACT     PIC X(20).
       01  SQL-REQUEST-DATE     PIC X(10).
       01  SQL-SENT-DATE        PIC X(10).
       01  SQL-END-DATE         PIC X(10).
       01  SQL-SECU             PIC X(15).
       01  SQL-LASTNAME         PIC X(20).
       01  SQL-FIRSTNAME        PIC X(20).
       01  SQL-BIRTH            PIC X(10).
       01  SQL-REIM-NUM         PIC X(14).
       01  SQL-REMIND-DAYS      PIC 9(03).
       01  SQL-NB-TO-SEND       PIC 9(05) VALUE ZERO.
       01  SQL-NB-WAITING       PIC 9(05) VALUE ZERO.
       01  SQL-NB-LATE          PIC 9(05) VALUE ZERO.
       01  SQL-NB-ANSWERED      PIC 9(05) VALUE ZERO.
       01  SQL-NB-RECEIVED      PIC 9(05) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-insurer-switch.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-SEND-CHOICE
               WS-REMIND-CHOICE WS-REPLY-CHOICE SC-SWITCH-NUM
               SC-OLD-END-DATE.
           MOVE ZERO TO WS-NB-SENT WS-NB-REMINDED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           MOVE WS-REMIND-DAYS TO SQL-REMIND-DAYS.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           PERFORM 1050-COUNT-SWITCHES-START
               THRU 1050-COUNT-SWITCHES-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1050-COUNT-SWITCHES-START.                                  *
      ******************************************************************
      *    [RD] Etat de la file, dans la connexion ouverte. Une demande
      *    est en retard quand la derniere lettre (envoi ou relance)
      *    date de plus de WS-REMIND-DAYS jours.
       1050-COUNT-SWITCHES-START.
           MOVE ZERO TO SQL-NB-TO-SEND SQL-NB-WAITING SQL-NB-LATE
               SQL-NB-ANSWERED SQL-NB-RECEIVED.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN SWITCH_DIRECTION =
                          'SORTANTE' AND SWITCH_STATUS = 'A-ENVOYER'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SWITCH_DIRECTION =
                          'SORTANTE' AND SWITCH_STATUS = 'ENVOYEE'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SWITCH_DIRECTION =
                          'SORTANTE' AND SWITCH_STATUS = 'ENVOYEE'
                          AND CAST(:SQL-TODAY AS DATE)
                            - CAST(COALESCE(SWITCH_REMIND_DATE,
                                   SWITCH_SENT_DATE) AS DATE)
                            >= :SQL-REMIND-DAYS
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SWITCH_DIRECTION =
                          'SORTANTE' AND SWITCH_STATUS = 'REPONDUE'
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SWITCH_DIRECTION =
                          'ENTRANTE' THEN 1 ELSE 0 END), 0)
               INTO :SQL-NB-TO-SEND, :SQL-NB-WAITING, :SQL-NB-LATE,
                    :SQL-NB-ANSWERED, :SQL-NB-RECEIVED
               FROM INSURER_SWITCH
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de la file des demandes RIA.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1050-COUNT-SWITCHES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-INSURER-SWITCH.
           IF FUNCTION UPPER-CASE(WS-SEND-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-SEND-REQUESTS-START
                   THRU 1300-SEND-REQUESTS-START-EXIT
               MOVE SPACES TO WS-SEND-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-REMIND-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1400-SEND-REMINDERS-START
                   THRU 1400-SEND-REMINDERS-START-EXIT
               MOVE SPACES TO WS-REMIND-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-REPLY-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1600-RECORD-REPLY-START
                   THRU 1600-RECORD-REPLY-START-EXIT
               MOVE SPACES TO WS-REPLY-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-SEND-REQUESTS-START.                                   *
      ******************************************************************
      *    [RD] Un courrier par demande A-ENVOYER, passee ENVOYEE au
      *    fil de l'edition.
       1300-SEND-REQUESTS-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-SENT.
           MOVE 'DEMANDE-' TO WS-LETTER-KIND.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           EXEC SQL
               DECLARE CRS-SEND CURSOR FOR
               SELECT S.SWITCH_NUM, COALESCE(S.SWITCH_INSURER, ''),
                      COALESCE(S.SWITCH_OLD_CONTRACT, ''),
                      COALESCE(S.SWITCH_REQUEST_DATE, ''), '',
                      COALESCE(CAST(C.CUSTOMER_CODE_SECU
                          AS VARCHAR), ''),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(CAST(C.CUSTOMER_BIRTH_DATE
                          AS VARCHAR), ''),
                      COALESCE((SELECT R.REIMBURSEMENT_NUM
                                  FROM CUSTOMER_REIMBURSEMENT R
                                 WHERE CAST(R.UUID_CUSTOMER
                                       AS VARCHAR) = S.UUID_CUSTOMER
                                 ORDER BY R.REIMBURSEMENT_CREATE_DATE
                                       DESC
                                 LIMIT 1), '')
               FROM INSURER_SWITCH S
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                      = S.UUID_CUSTOMER
               WHERE S.SWITCH_DIRECTION = 'SORTANTE'
                 AND S.SWITCH_STATUS = 'A-ENVOYER'
               ORDER BY S.SWITCH_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-SEND END-EXEC.
           MOVE 'N' TO WS-CRS-EOF.
           PERFORM 1310-SEND-ONE-REQUEST-START
               THRU 1310-SEND-ONE-REQUEST-START-EXIT
               UNTIL WS-CRS-EOF EQUAL 'O'.
           EXEC SQL CLOSE CRS-SEND END-EXEC.
           PERFORM 1050-COUNT-SWITCHES-START
               THRU 1050-COUNT-SWITCHES-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               STRING 'DEMANDES DE RESILIATION EDITEES : ' WS-NB-SENT
                   '.'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1300-SEND-REQUESTS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1310-SEND-ONE-REQUEST-START.                                *
      ******************************************************************
       1310-SEND-ONE-REQUEST-START.
           EXEC SQL
               FETCH CRS-SEND
               INTO :SQL-SWITCH-NUM, :SQL-INSURER, :SQL-OLD-CONTRACT,
                    :SQL-REQUEST-DATE, :SQL-SENT-DATE, :SQL-SECU,
                    :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-BIRTH,
                    :SQL-REIM-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1310-SEND-ONE-REQUEST-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture des demandes a envoyer.'
                   TO WS-ERROR-MESSAGE
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1310-SEND-ONE-REQUEST-START-EXIT
           END-IF.
           PERFORM 1500-WRITE-LETTER-START
               THRU 1500-WRITE-LETTER-START-EXIT.
           EXEC SQL
               UPDATE INSURER_SWITCH
               SET SWITCH_STATUS = 'ENVOYEE',
                   SWITCH_SENT_DATE = :SQL-TODAY
               WHERE SWITCH_NUM = :SQL-SWITCH-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur passage des demandes a ENVOYEE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           ADD 1 TO WS-NB-SENT.
       1310-SEND-ONE-REQUEST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1350-ENSURE-TABLES-START.                                   *
      ******************************************************************
       1350-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INSURER_SWITCH (
                   SWITCH_NUM          INT,
                   SWITCH_DIRECTION    VARCHAR(10),
                   UUID_CUSTOMER       VARCHAR(36),
                   SWITCH_INSURER      VARCHAR(30),
                   SWITCH_OLD_CONTRACT VARCHAR(20),
                   SWITCH_REQUEST_DATE VARCHAR(10),
                   SWITCH_SENT_DATE    VARCHAR(10),
                   SWITCH_REMIND_DATE  VARCHAR(10),
                   SWITCH_REPLY_DATE   VARCHAR(10),
                   SWITCH_END_DATE     VARCHAR(10),
                   SWITCH_STATUS       VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table INSURER_SWITCH.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1350-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-SEND-REMINDERS-START.                                  *
      ******************************************************************
      *    [RD] Relance des demandes envoyees restees sans reponse
      *    depuis plus de WS-REMIND-DAYS jours apres l'envoi ou la
      *    derniere relance.
       1400-SEND-REMINDERS-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-REMINDED.
           MOVE 'RELANCE-' TO WS-LETTER-KIND.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           EXEC SQL
               DECLARE CRS-REMIND CURSOR FOR
               SELECT S.SWITCH_NUM, COALESCE(S.SWITCH_INSURER, ''),
                      COALESCE(S.SWITCH_OLD_CONTRACT, ''),
                      COALESCE(S.SWITCH_REQUEST_DATE, ''),
                      COALESCE(S.SWITCH_SENT_DATE, ''),
                      COALESCE(CAST(C.CUSTOMER_CODE_SECU
                          AS VARCHAR), ''),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(CAST(C.CUSTOMER_BIRTH_DATE
                          AS VARCHAR), ''),
                      COALESCE((SELECT R.REIMBURSEMENT_NUM
                                  FROM CUSTOMER_REIMBURSEMENT R
                                 WHERE CAST(R.UUID_CUSTOMER
                                       AS VARCHAR) = S.UUID_CUSTOMER
                                 ORDER BY R.REIMBURSEMENT_CREATE_DATE
                                       DESC
                                 LIMIT 1), '')
               FROM INSURER_SWITCH S
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                      = S.UUID_CUSTOMER
               WHERE S.SWITCH_DIRECTION = 'SORTANTE'
                 AND S.SWITCH_STATUS = 'ENVOYEE'
                 AND CAST(:SQL-TODAY AS DATE)
                   - CAST(COALESCE(S.SWITCH_REMIND_DATE,
                          S.SWITCH_SENT_DATE) AS DATE)
                   >= :SQL-REMIND-DAYS
               ORDER BY S.SWITCH_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-REMIND END-EXEC.
           MOVE 'N' TO WS-CRS-EOF.
           PERFORM 1410-REMIND-ONE-START
               THRU 1410-REMIND-ONE-START-EXIT
               UNTIL WS-CRS-EOF EQUAL 'O'.
           EXEC SQL CLOSE CRS-REMIND END-EXEC.
           PERFORM 1050-COUNT-SWITCHES-START
               THRU 1050-COUNT-SWITCHES-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               STRING 'RELANCES EDITEES : ' WS-NB-REMINDED '.'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1400-SEND-REMINDERS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1410-REMIND-ONE-START.                                      *
      ******************************************************************
       1410-REMIND-ONE-START.
           EXEC SQL
               FETCH CRS-REMIND
               INTO :SQL-SWITCH-NUM, :SQL-INSURER, :SQL-OLD-CONTRACT,
                    :SQL-REQUEST-DATE, :SQL-SENT-DATE, :SQL-SECU,
                    :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-BIRTH,
                    :SQL-REIM-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1410-REMIND-ONE-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture des demandes a relancer.'
                   TO WS-ERROR-MESSAGE
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1410-REMIND-ONE-START-EXIT
           END-IF.
           PERFORM 1500-WRITE-LETTER-START
               THRU 1500-WRITE-LETTER-START-EXIT.
           EXEC SQL
               UPDATE INSURER_SWITCH
               SET SWITCH_REMIND_DATE = :SQL-TODAY
               WHERE SWITCH_NUM = :SQL-SWITCH-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour de la date de relance.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           ADD 1 TO WS-NB-REMINDED.
       1410-REMIND-ONE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-WRITE-LETTER-START.                                    *
      ******************************************************************
      *    [RD] Courrier a l'ancien assureur : demande de resiliation
      *    (WS-LETTER-KIND 'DEMANDE-') ou relance ('RELANCE-').
       1500-WRITE-LETTER-START.
           MOVE SQL-SWITCH-NUM TO WS-LETTER-NUM.
           OPEN OUTPUT F-LETTER.
           WRITE REC-F-LETTER FROM WS-DASH.
           IF WS-LETTER-KIND EQUAL 'RELANCE-' THEN
               MOVE 'MUTUELLE BOBONIORT - RELANCE : DEMANDE DE RIA'
                 TO REC-F-LETTER
           ELSE
               MOVE 'MUTUELLE BOBONIORT - DEMANDE DE RESILIATION'
                 TO REC-F-LETTER
           END-IF.
           WRITE REC-F-LETTER.
           WRITE REC-F-LETTER FROM WS-DASH.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Destinataire        : ' FUNCTION TRIM(SQL-INSURER)
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Date du courrier    : '
               SQL-TODAY(9:2) '/' SQL-TODAY(6:2) '/' SQL-TODAY(1:4)
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Notre reference     : RIA ' SQL-SWITCH-NUM
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Assure(e)           : '
               FUNCTION TRIM(SQL-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-LASTNAME)
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Ne(e) le            : '
               SQL-BIRTH(9:2) '/' SQL-BIRTH(6:2) '/' SQL-BIRTH(1:4)
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Numero de securite sociale : ' SQL-SECU
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Contrat chez vous   : ' SQL-OLD-CONTRACT
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           STRING 'Nouveau contrat     : ' SQL-REIM-NUM
               DELIMITED BY SIZE INTO REC-F-LETTER
           END-STRING.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           WRITE REC-F-LETTER.

           IF WS-LETTER-KIND EQUAL 'RELANCE-' THEN
               MOVE SPACES TO REC-F-LETTER
               STRING 'Notre demande du ' SQL-SENT-DATE(9:2) '/'
                   SQL-SENT-DATE(6:2) '/' SQL-SENT-DATE(1:4)
                   ' est restee sans reponse a ce jour.'
                   DELIMITED BY SIZE INTO REC-F-LETTER
               END-STRING
               WRITE REC-F-LETTER
           END-IF.
           MOVE 'Mandates par l''assure(e) ci-dessus, nous vous'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'demandons, en application de l''article L221-10-2'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'du code de la mutualite (resiliation infra-annuelle),'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'de resilier son contrat, la resiliation prenant effet'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'un mois apres reception de la presente demande.'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE SPACES TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'Merci de nous communiquer la date d''effet de la'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'resiliation ainsi que le certificat de radiation de'
             TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           MOVE 'l''assure(e) et de ses ayants droit.' TO REC-F-LETTER.
           WRITE REC-F-LETTER.
           WRITE REC-F-LETTER FROM WS-DASH.
           CLOSE F-LETTER.
       1500-WRITE-LETTER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-RECORD-REPLY-START.                                    *
      ******************************************************************
      *    [RD] Reponse de l'ancien assureur : date de fin de l'ancien
      *    contrat. La demande passe REPONDUE et sort des relances.
       1600-RECORD-REPLY-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-SWITCH-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-RECORD-REPLY-START-EXIT
           END-IF.
           IF SC-OLD-END-DATE EQUAL ZERO THEN
               MOVE 'Veuillez saisir la date de fin (AAAAMMJJ).'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-RECORD-REPLY-START-EXIT
           END-IF.
           MOVE SC-SWITCH-NUM TO SQL-SWITCH-NUM.
           INITIALIZE SQL-END-DATE.
           STRING SC-OLD-END-DATE(1:4) '-' SC-OLD-END-DATE(5:2) '-'
               SC-OLD-END-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-END-DATE
           END-STRING.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           EXEC SQL
               UPDATE INSURER_SWITCH
               SET SWITCH_STATUS = 'REPONDUE',
                   SWITCH_REPLY_DATE = :SQL-TODAY,
                   SWITCH_END_DATE = :SQL-END-DATE
               WHERE SWITCH_NUM = :SQL-SWITCH-NUM
                 AND SWITCH_DIRECTION = 'SORTANTE'
                 AND SWITCH_STATUS IN ('A-ENVOYER', 'ENVOYEE')
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Demande introuvable ou deja repondue.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1600-RECORD-REPLY-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la reponse.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1050-COUNT-SWITCHES-START
               THRU 1050-COUNT-SWITCHES-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE 'REPONSE DE L''ANCIEN ASSUREUR ENREGISTREE.'
               TO WS-ERROR-MESSAGE.
           MOVE ZERO TO SC-SWITCH-NUM SC-OLD-END-DATE.
       1600-RECORD-REPLY-START-EXIT.
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
