      ******************************************************************
      *    [RD] File des demandes du portail adherent a traiter par    *
      *    un gestionnaire.                                            *
      *    Les demandes que portback.cbl ne peut pas appliquer seul    *
      *    (declaration de naissance, suivi d'un remboursement,        *
      *    demande libre) restent A_TRAITER dans PORTAL_REQUEST.       *
      *    Cet ecran affiche les cinq plus anciennes et le nombre      *
      *    total en attente ; le gestionnaire clot une demande par sa  *
      *    reference portail :                                         *
      *      - T : traitee (TRAITE), motif facultatif ;                *
      *      - R : rejetee (REJETE), motif obligatoire.                *
      *    La cloture porte la date et le compte du gestionnaire, est  *
      *    tracee au journal des contacts de l'adherent (canal         *
      *    PORTAIL, contlog.cbl) et sera rendue au portail avec le     *
      *    prochain fichier de statuts (portback.cbl).                 *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. portfront RECURSIVE.
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
       01  WS-DECIDE-CHOICE     PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-ROW-IX            PIC 9(01) VALUE 0.
       01  WS-OS-USER           PIC X(20) VALUE SPACES.
       01  WS-ROW-LINE          PIC X(150) VALUE SPACES.

      *    [RD] saisies : reference portail, decision (T = traitee,
      *    R = rejetee) et motif rendu a l'adherent.
       01  SC-REF               PIC X(20) VALUE SPACES.
       01  SC-DECISION          PIC X(01) VALUE SPACE.
       01  SC-REASON            PIC X(60) VALUE SPACES.

      *    [RD] cinq demandes a traiter les plus anciennes.
       01  WS-Q-LINE-1          PIC X(150) VALUE SPACES.
       01  WS-Q-LINE-2          PIC X(150) VALUE SPACES.
       01  WS-Q-LINE-3          PIC X(150) VALUE SPACES.
       01  WS-Q-LINE-4          PIC X(150) VALUE SPACES.
       01  WS-Q-LINE-5          PIC X(150) VALUE SPACES.

      *    [RD] trace au journal des contacts (contlog.cbl).
       01  WS-CONTACT.
           05 WS-CTC-ACTION       PIC X(01).
           05 WS-CTC-CUS-UUID     PIC X(36).
           05 WS-CTC-NUM          PIC 9(08).
           05 WS-CTC-CHANNEL      PIC X(10).
           05 WS-CTC-OPERATOR     PIC X(10).
           05 WS-CTC-REASON       PIC X(10).
           05 WS-CTC-NOTE         PIC X(200).
           05 WS-CTC-FOLLOWUP     PIC X(10).
           05 WS-CTC-LINK-TYPE    PIC X(12).
           05 WS-CTC-LINK-REF     PIC X(20).
           05 WS-CTC-RC           PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-REF              PIC X(20).
       01  SQL-RECEIVED         PIC X(10).
       01  SQL-TYPE             PIC X(12).
       01  SQL-NIR              PIC X(15).
       01  SQL-VALUE-1          PIC X(50).
       01  SQL-VALUE-2          PIC X(50).
       01  SQL-VALUE-3          PIC X(50).
       01  SQL-STATUS           PIC X(12).
       01  SQL-REASON           PIC X(60).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-DONE-DATE        PIC X(10).
       01  SQL-DONE-BY          PIC X(10).
       01  SQL-NB-PENDING       PIC 9(05) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-portal-queue.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-DECIDE-CHOICE
               SC-REF SC-DECISION SC-REASON.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1000-ENSURE-TABLE-START
               THRU 1000-ENSURE-TABLE-START-EXIT.
           PERFORM 1050-LOAD-QUEUE-START
               THRU 1050-LOAD-QUEUE-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1000-ENSURE-TABLE-START.                                    *
      ******************************************************************
      *    [RD] Table des demandes du portail (meme definition que
      *    portback.cbl), l'ecran pouvant etre ouvert avant le premier
      *    chargement ; tables du journal des contacts.
       1000-ENSURE-TABLE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PORTAL_REQUEST (
                   PORTAL_REF           VARCHAR(20),
                   PORTAL_FILE          VARCHAR(100),
                   PORTAL_RECEIVED_DATE VARCHAR(10),
                   UUID_CUSTOMER        VARCHAR(36),
                   PORTAL_NIR           VARCHAR(15),
                   PORTAL_TYPE          VARCHAR(12),
                   PORTAL_VALUE_1       VARCHAR(50),
                   PORTAL_VALUE_2       VARCHAR(50),
                   PORTAL_VALUE_3       VARCHAR(50),
                   PORTAL_VALUE_4       VARCHAR(50),
                   PORTAL_STATUS        VARCHAR(12),
                   PORTAL_REASON        VARCHAR(60),
                   PORTAL_DONE_DATE     VARCHAR(10),
                   PORTAL_DONE_BY       VARCHAR(10),
                   PORTAL_REPORTED      VARCHAR(1)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation de la table des demandes.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
       1000-ENSURE-TABLE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LOAD-QUEUE-START.                                      *
      ******************************************************************
      *    [RD] Nombre de demandes a traiter et cinq plus anciennes,
      *    dans la connexion ouverte.
       1050-LOAD-QUEUE-START.
           INITIALIZE WS-Q-LINE-1 WS-Q-LINE-2 WS-Q-LINE-3 WS-Q-LINE-4
               WS-Q-LINE-5.
           MOVE 0 TO WS-ROW-IX.
           MOVE ZERO TO SQL-NB-PENDING.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-PENDING
               FROM PORTAL_REQUEST
               WHERE PORTAL_STATUS = 'A_TRAITER'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des demandes du portail.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               DECLARE CRS-PTQ CURSOR FOR
               SELECT PORTAL_REF, PORTAL_RECEIVED_DATE, PORTAL_TYPE,
                      COALESCE(PORTAL_NIR, ''),
                      COALESCE(PORTAL_VALUE_1, ''),
                      COALESCE(PORTAL_VALUE_2, ''),
                      COALESCE(PORTAL_VALUE_3, '')
               FROM PORTAL_REQUEST
               WHERE PORTAL_STATUS = 'A_TRAITER'
               ORDER BY PORTAL_RECEIVED_DATE, PORTAL_REF
               LIMIT 5
           END-EXEC.
           EXEC SQL OPEN CRS-PTQ END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-PTQ
                   INTO :SQL-REF, :SQL-RECEIVED, :SQL-TYPE, :SQL-NIR,
                        :SQL-VALUE-1, :SQL-VALUE-2, :SQL-VALUE-3
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-ROW-IX
                   PERFORM 1060-CHARGE-ROW-START
                       THRU 1060-CHARGE-ROW-START-EXIT
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-PTQ END-EXEC.
       1050-LOAD-QUEUE-START-EXIT.
           EXIT.

       1060-CHARGE-ROW-START.
           INITIALIZE WS-ROW-LINE.
           STRING SQL-REF ' ' SQL-RECEIVED ' ' SQL-TYPE ' '
               SQL-NIR ' ' FUNCTION TRIM(SQL-VALUE-1) ' / '
               FUNCTION TRIM(SQL-VALUE-2) ' / '
               FUNCTION TRIM(SQL-VALUE-3)
               DELIMITED BY SIZE INTO WS-ROW-LINE
           END-STRING.
           EVALUATE WS-ROW-IX
               WHEN 1
                   MOVE WS-ROW-LINE TO WS-Q-LINE-1
               WHEN 2
                   MOVE WS-ROW-LINE TO WS-Q-LINE-2
               WHEN 3
                   MOVE WS-ROW-LINE TO WS-Q-LINE-3
               WHEN 4
                   MOVE WS-ROW-LINE TO WS-Q-LINE-4
               WHEN 5
                   MOVE WS-ROW-LINE TO WS-Q-LINE-5
           END-EVALUATE.
       1060-CHARGE-ROW-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-PORTAL-QUEUE.
           IF FUNCTION UPPER-CASE(WS-DECIDE-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-DECIDE-START
                   THRU 1300-DECIDE-START-EXIT
               MOVE SPACES TO WS-DECIDE-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-DECIDE-START.                                          *
      ******************************************************************
      *    [RD] Clot la demande designee par sa reference portail :
      *    traitee (T) ou rejetee (R, motif obligatoire), date et
      *    compte du gestionnaire, trace au journal des contacts.
       1300-DECIDE-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-REF EQUAL SPACES THEN
               MOVE 'Veuillez saisir la reference de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-DECIDE-START-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(SC-DECISION) NOT = 'T'
              AND FUNCTION UPPER-CASE(SC-DECISION) NOT = 'R' THEN
               MOVE 'Decision : T (traitee) ou R (rejetee).'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-DECIDE-START-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(SC-DECISION) EQUAL 'R'
              AND SC-REASON EQUAL SPACES THEN
               MOVE 'Veuillez saisir le motif du rejet.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-DECIDE-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           MOVE FUNCTION TRIM(SC-REF) TO SQL-REF.
           INITIALIZE SQL-CUS-UUID SQL-TYPE SQL-STATUS.
           EXEC SQL
               SELECT COALESCE(UUID_CUSTOMER, ''), PORTAL_TYPE,
                      PORTAL_STATUS
               INTO :SQL-CUS-UUID, :SQL-TYPE, :SQL-STATUS
               FROM PORTAL_REQUEST
               WHERE PORTAL_REF = TRIM(:SQL-REF)
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Demande inconnue.' TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-DECIDE-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-STATUS NOT EQUAL 'A_TRAITER' THEN
               MOVE 'Demande deja close ou hors file gestionnaire.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-DECIDE-START-EXIT
           END-IF.

           IF FUNCTION UPPER-CASE(SC-DECISION) EQUAL 'T' THEN
               MOVE 'TRAITE' TO SQL-STATUS
               IF SC-REASON EQUAL SPACES THEN
                   MOVE 'Traitee par un gestionnaire' TO SC-REASON
               END-IF
           ELSE
               MOVE 'REJETE' TO SQL-STATUS
           END-IF.
           MOVE SC-REASON TO SQL-REASON.
           INITIALIZE SQL-DONE-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-DONE-DATE
           END-STRING.
           MOVE SPACES TO WS-OS-USER.
           ACCEPT WS-OS-USER FROM ENVIRONMENT 'USER'.
           IF WS-OS-USER EQUAL SPACES
               MOVE '(inconnu)' TO WS-OS-USER
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OS-USER(1:10)) TO SQL-DONE-BY.
           EXEC SQL
               UPDATE PORTAL_REQUEST SET
                   PORTAL_STATUS    = :SQL-STATUS,
                   PORTAL_REASON    = TRIM(:SQL-REASON),
                   PORTAL_DONE_DATE = :SQL-DONE-DATE,
                   PORTAL_DONE_BY   = TRIM(:SQL-DONE-BY)
               WHERE PORTAL_REF = TRIM(:SQL-REF)
                 AND PORTAL_STATUS = 'A_TRAITER'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur cloture de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] trace au journal des contacts de l'adherent.
           IF SQL-CUS-UUID NOT EQUAL SPACES THEN
               INITIALIZE WS-CONTACT
               MOVE 'A' TO WS-CTC-ACTION
               MOVE SQL-CUS-UUID TO WS-CTC-CUS-UUID
               MOVE 'PORTAIL' TO WS-CTC-CHANNEL
               MOVE SQL-DONE-BY TO WS-CTC-OPERATOR
               EVALUATE SQL-TYPE
                   WHEN 'NAISSANCE'
                       MOVE 'CONTRAT' TO WS-CTC-REASON
                   WHEN 'SUIVI'
                       MOVE 'REMB' TO WS-CTC-REASON
                   WHEN OTHER
                       MOVE 'AUTRE' TO WS-CTC-REASON
               END-EVALUATE
               STRING 'Demande portail ' FUNCTION TRIM(SQL-REF)
                   ' - ' FUNCTION TRIM(SQL-TYPE)
                   ' : ' FUNCTION TRIM(SQL-STATUS)
                   ' - ' FUNCTION TRIM(SQL-REASON)
                   DELIMITED BY SIZE INTO WS-CTC-NOTE
               END-STRING
               CALL 'contlog' USING WS-CONTACT
               END-CALL
               IF WS-CTC-RC EQUAL '9' THEN
                   MOVE 'Erreur journal des contacts.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.

           PERFORM 1050-LOAD-QUEUE-START
               THRU 1050-LOAD-QUEUE-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           STRING 'DEMANDE ' FUNCTION TRIM(SQL-REF) ' CLOSE : '
               FUNCTION TRIM(SQL-STATUS)
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-REF SC-DECISION SC-REASON.
       1300-DECIDE-START-EXIT.
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
