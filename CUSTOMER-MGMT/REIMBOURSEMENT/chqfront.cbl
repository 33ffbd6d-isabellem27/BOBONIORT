      ******************************************************************
      * Lettres-cheques de remboursement et registre des cheques.      *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : claimchq.cbl puis menudata.cbl          *
      *    L'ecran lance l'emission des lettres-cheques des adherents  *
      *    sans IBAN (claimchq.cbl) et tient le registre des cheques : *
      *    consultation d'un cheque, encaissement constate sur le      *
      *    releve (ENCAISSE), cheque perdu ou refuse (ANNULE : les     *
      *    demandes repartent au paiement, chqcancel.cbl). Le total    *
      *    des cheques en circulation est affiche pour le              *
      *    rapprochement du compte bancaire.                           *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqfront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  SC-RUN              PIC X(01)   VALUE SPACE .
       01  SC-INQUIRE          PIC X(01)   VALUE SPACE .
       01  SC-CASHED           PIC X(01)   VALUE SPACE .
       01  SC-CANCEL           PIC X(01)   VALUE SPACE .
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .
       01  SC-INFO             PIC X(70)   VALUE SPACES .
       01  SC-OUTSTANDING      PIC X(70)   VALUE SPACES .

      *    zones de saisie du cheque
       01  SC-CHQ-NUM          PIC 9(07)   VALUE ZERO .
       01  SC-CHQ-DATE         PIC 9(08)   VALUE ZERO .

       01  WS-NB-PAID              PIC 9(05)      VALUE ZERO     .
       01  WS-Z-NB                 PIC Z(04)9                    .
       01  WS-Z-AMOUNT             PIC Z(08)9                    .
       01  WS-TODAY                PIC 9(08)      VALUE ZERO     .
      *    [RD] annulation d'un cheque (chqcancel.cbl).
       01  WS-CXL-NUM              PIC 9(07)      VALUE ZERO     .
       01  WS-CXL-STATUS           PIC X(10)      VALUE SPACES   .
       01  WS-CXL-RC               PIC X(01)      VALUE SPACE    .

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(10)   VALUE SPACES     .

       01  SQL-CHQ-NUM             PIC 9(07)   VALUE ZERO        .
       01  SQL-CHQ-DATE            PIC X(10)   VALUE SPACES      .
       01  SQL-CHQ-PAYEE           PIC X(45)   VALUE SPACES      .
       01  SQL-CHQ-AMOUNT          PIC 9(09)   VALUE ZERO        .
       01  SQL-CHQ-ISSUE-DATE      PIC X(10)   VALUE SPACES      .
       01  SQL-CHQ-STATUS          PIC X(10)   VALUE SPACES      .
       01  SQL-CHQ-STATUS-DATE     PIC X(10)   VALUE SPACES      .
       01  SQL-CHQ-OUT-NB          PIC 9(05)   VALUE ZERO        .
       01  SQL-CHQ-OUT-SUM         PIC 9(09)   VALUE ZERO        .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-cheque-register.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-CONTROL-IMPUT-START
              THRU END-1000-CONTROL-IMPUT.
       END-0000-MAIN.
           STOP RUN.

      ******************************************************************
      *    [RD] Boucle d'affichage de l'ecran jusqu'au retour menu.
      ******************************************************************
       1000-CONTROL-IMPUT-START.
           INITIALIZE SC-RUN SC-INQUIRE SC-CASHED SC-CANCEL SC-RETURN
                      SC-MESSAGE SC-INFO SC-CHQ-NUM SC-CHQ-DATE.
           PERFORM 1700-OUTSTANDING-START
              THRU END-1700-OUTSTANDING.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-CHEQUE-REGISTER
              PERFORM 1100-CHECK-CHOICE-START
                 THRU END-1100-CHECK-CHOICE
           END-PERFORM.
           CALL 'menudata'.
       END-1000-CONTROL-IMPUT.
           EXIT.

      ******************************************************************
      *     [RD] Verifie la saisie utilisateur : 'O' dans l'input
      *     et lance l'action correspondante.
      ******************************************************************
       1100-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-RUN) EQUAL 'O' THEN
              PERFORM 1200-RUN-BATCH-START
                 THRU END-1200-RUN-BATCH
              MOVE SPACE TO SC-RUN
           ELSE IF FUNCTION UPPER-CASE(SC-INQUIRE) EQUAL 'O' THEN
              PERFORM 1400-INQUIRE-CHEQUE-START
                 THRU END-1400-INQUIRE-CHEQUE
              MOVE SPACE TO SC-INQUIRE
           ELSE IF FUNCTION UPPER-CASE(SC-CASHED) EQUAL 'O' THEN
              PERFORM 1500-CASH-CHEQUE-START
                 THRU END-1500-CASH-CHEQUE
              MOVE SPACE TO SC-CASHED
           ELSE IF FUNCTION UPPER-CASE(SC-CANCEL) EQUAL 'O' THEN
              PERFORM 1600-CANCEL-CHEQUE-START
                 THRU END-1600-CANCEL-CHEQUE
              MOVE SPACE TO SC-CANCEL
           ELSE IF FUNCTION UPPER-CASE(SC-RETURN) NOT EQUAL 'O' THEN
              PERFORM 9200-ERROR-MESSAGE-START
                 THRU END-9200-ERROR-MESSAGE
           END-IF.
       END-1100-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *     [RD] Lance l'emission des lettres-cheques et affiche le
      *     nombre de demandes payees.
      ******************************************************************
       1200-RUN-BATCH-START.
           PERFORM 1810-SQL-CONNECTION-START
              THRU END-1810-SQL-CONNECTION.
           CALL 'claimchq' USING BY REFERENCE WS-NB-PAID
           END-CALL.
           PERFORM 1820-SQL-DISCONNECTION-START
              THRU END-1820-SQL-DISCONNECTION.
           MOVE WS-NB-PAID TO WS-Z-NB.
           INITIALIZE SC-MESSAGE.
           STRING 'DEMANDES PAYEES PAR CHEQUE : '
               FUNCTION TRIM(WS-Z-NB)
               DELIMITED BY SIZE INTO SC-MESSAGE
           END-STRING.
           PERFORM 1700-OUTSTANDING-START
              THRU END-1700-OUTSTANDING.
       END-1200-RUN-BATCH.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le beneficiaire, le montant et le statut du
      *    cheque saisi.
      ******************************************************************
       1400-INQUIRE-CHEQUE-START.
           INITIALIZE SC-MESSAGE SC-INFO.
           IF  SC-CHQ-NUM EQUAL ZERO
              MOVE 'Veuillez saisir le numero du cheque.'
                 TO SC-MESSAGE
              GO TO END-1400-INQUIRE-CHEQUE
           END-IF.
           MOVE SC-CHQ-NUM TO SQL-CHQ-NUM.
           PERFORM 1810-SQL-CONNECTION-START
              THRU END-1810-SQL-CONNECTION.
           EXEC SQL
              SELECT CHQ_PAYEE, CHQ_AMOUNT, CHQ_ISSUE_DATE,
                     CHQ_STATUS, COALESCE(CHQ_STATUS_DATE, '')
                 INTO :SQL-CHQ-PAYEE, :SQL-CHQ-AMOUNT,
                      :SQL-CHQ-ISSUE-DATE, :SQL-CHQ-STATUS,
                      :SQL-CHQ-STATUS-DATE
                 FROM CHEQUE_REGISTER
                 WHERE CHQ_NUM = :SQL-CHQ-NUM
           END-EXEC.
           IF  SQLCODE = FIN
              MOVE 'Cheque inconnu du registre.' TO SC-MESSAGE
              PERFORM 1820-SQL-DISCONNECTION-START
                    THRU END-1820-SQL-DISCONNECTION
              GO TO END-1400-INQUIRE-CHEQUE
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE CHEQUE_REGISTER' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 1820-SQL-DISCONNECTION-START
                 THRU END-1820-SQL-DISCONNECTION.
           MOVE SQL-CHQ-AMOUNT TO WS-Z-AMOUNT.
           STRING FUNCTION TRIM(SQL-CHQ-PAYEE) ' - '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR - emis le '
               SQL-CHQ-ISSUE-DATE ' - '
               FUNCTION TRIM(SQL-CHQ-STATUS) ' '
               SQL-CHQ-STATUS-DATE
               DELIMITED BY SIZE INTO SC-INFO
           END-STRING.
       END-1400-INQUIRE-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Encaissement constate sur le releve : le cheque EMIS
      *    passe ENCAISSE a la date saisie (date du jour a defaut).
      ******************************************************************
       1500-CASH-CHEQUE-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-CHQ-NUM EQUAL ZERO
              MOVE 'Veuillez saisir le numero du cheque.'
                 TO SC-MESSAGE
              GO TO END-1500-CASH-CHEQUE
           END-IF.
           MOVE SC-CHQ-NUM TO SQL-CHQ-NUM.
           IF  SC-CHQ-DATE EQUAL ZERO
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO SC-CHQ-DATE
           END-IF.
           INITIALIZE SQL-CHQ-DATE.
           STRING SC-CHQ-DATE(1:4) '-' SC-CHQ-DATE(5:2) '-'
              SC-CHQ-DATE(7:2)
              DELIMITED BY SIZE INTO SQL-CHQ-DATE
           END-STRING.
           PERFORM 1810-SQL-CONNECTION-START
                 THRU END-1810-SQL-CONNECTION.
           EXEC SQL
              UPDATE CHEQUE_REGISTER
                 SET CHQ_STATUS = 'ENCAISSE',
                     CHQ_STATUS_DATE = :SQL-CHQ-DATE
                 WHERE CHQ_NUM = :SQL-CHQ-NUM
                   AND CHQ_STATUS = 'EMIS'
           END-EXEC.
           IF  SQLCODE = FIN
              MOVE 'Cheque inconnu ou deja encaisse/annule/perime.'
                 TO SC-MESSAGE
              PERFORM 1820-SQL-DISCONNECTION-START
                    THRU END-1820-SQL-DISCONNECTION
              GO TO END-1500-CASH-CHEQUE
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'ENCAISSEMENT CHEQUE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 1820-SQL-DISCONNECTION-START
                 THRU END-1820-SQL-DISCONNECTION.
           MOVE 'CHEQUE ENREGISTRE ENCAISSE.' TO SC-MESSAGE.
           PERFORM 1700-OUTSTANDING-START
              THRU END-1700-OUTSTANDING.
       END-1500-CASH-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Cheque perdu, refuse ou retourne : annule, ses
      *    demandes repartent au prochain paiement (chqcancel.cbl).
      ******************************************************************
       1600-CANCEL-CHEQUE-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-CHQ-NUM EQUAL ZERO
              MOVE 'Veuillez saisir le numero du cheque.'
                 TO SC-MESSAGE
              GO TO END-1600-CANCEL-CHEQUE
           END-IF.
           MOVE SC-CHQ-NUM TO WS-CXL-NUM.
           MOVE 'ANNULE' TO WS-CXL-STATUS.
           PERFORM 1810-SQL-CONNECTION-START
                 THRU END-1810-SQL-CONNECTION.
           CALL 'chqcancel' USING WS-CXL-NUM, WS-CXL-STATUS,
               WS-CXL-RC
           END-CALL.
           PERFORM 1820-SQL-DISCONNECTION-START
                 THRU END-1820-SQL-DISCONNECTION.
           IF  WS-CXL-RC NOT EQUAL '0'
              MOVE 'Cheque inconnu ou deja encaisse/annule/perime.'
                 TO SC-MESSAGE
              GO TO END-1600-CANCEL-CHEQUE
           END-IF.
           MOVE 'CHEQUE ANNULE, DEMANDES REMISES AU PAIEMENT.'
              TO SC-MESSAGE.
           PERFORM 1700-OUTSTANDING-START
              THRU END-1700-OUTSTANDING.
       END-1600-CANCEL-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Total des cheques en circulation (EMIS), a rapprocher
      *    du solde du compte bancaire.
      ******************************************************************
       1700-OUTSTANDING-START.
           INITIALIZE SC-OUTSTANDING.
           PERFORM 1810-SQL-CONNECTION-START
                 THRU END-1810-SQL-CONNECTION.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CHEQUE_REGISTER (
                   CHQ_NUM         INT,
                   UUID_CUSTOMER   VARCHAR(36),
                   CHQ_PAYEE       VARCHAR(45),
                   CHQ_AMOUNT      NUMERIC(9),
                   CHQ_GROSS       NUMERIC(9),
                   CHQ_ISSUE_DATE  VARCHAR(10),
                   CHQ_STATUS      VARCHAR(10),
                   CHQ_STATUS_DATE VARCHAR(10),
                   CHQ_PAYMENT_REF VARCHAR(16)
               )
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(CHQ_AMOUNT), 0)
                 INTO :SQL-CHQ-OUT-NB, :SQL-CHQ-OUT-SUM
                 FROM CHEQUE_REGISTER
                 WHERE CHQ_STATUS = 'EMIS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CHEQUES EN CIRCULATION' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1820-SQL-DISCONNECTION-START
                 THRU END-1820-SQL-DISCONNECTION.
           MOVE SQL-CHQ-OUT-NB TO WS-Z-NB.
           MOVE SQL-CHQ-OUT-SUM TO WS-Z-AMOUNT.
           STRING 'Cheques en circulation : ' FUNCTION TRIM(WS-Z-NB)
               ' pour ' FUNCTION TRIM(WS-Z-AMOUNT) ' EUR'
               DELIMITED BY SIZE INTO SC-OUTSTANDING
           END-STRING.
       END-1700-OUTSTANDING.
           EXIT.

      ******************************************************************
      *    [RD] Ouvre la connexion utilisee par claimchq.cbl et
      *    chqcancel.cbl, qui ne la gerent pas eux-memes.
      ******************************************************************
       1810-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1810-SQL-CONNECTION.
           EXIT.

      ******************************************************************
      *    [RD] Valide et ferme la connexion ouverte en 1810.
      ******************************************************************
       1820-SQL-DISCONNECTION-START.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DISCONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1820-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS                       *
      ******************************************************************
       9200-ERROR-MESSAGE-START.
           INITIALIZE SC-MESSAGE.
           STRING
               'ERREUR DE SAISIE, VEUILLEZ SELECTIONNER VOTRE CHOIX'
               SPACE 'AVEC "O"'
               DELIMITED BY SIZE
               INTO SC-MESSAGE
           END-STRING.
       END-9200-ERROR-MESSAGE.
           EXIT.

       9020-SQL-ERROR-START.
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
       END-9020-SQL-ERROR.
           STOP RUN.

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution ;   *
      *    sans configuration, refus clair de demarrer.                *
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
