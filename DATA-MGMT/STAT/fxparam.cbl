      ******************************************************************
      * Gestion du referentiel des taux de change.                     *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Les soins recus a l'etranger etaient saisis en euros apres  *
      *    conversion a la calculatrice, au taux trouve par            *
      *    l'operateur. Cet ecran entretient le referentiel            *
      *    EXCHANGE_RATE (devise ISO, date d'effet, unites de devise   *
      *    pour 1 EUR) : rembsave.cbl convertit le montant en devise   *
      *    au taux en vigueur a la date des soins (derniere date       *
      *    d'effet anterieure ou egale) et conserve devise, montant    *
      *    d'origine et taux sur la demande. Chaque enregistrement     *
      *    ou suppression ecrit une ligne au journal PARAM_AUDIT.      *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxparam RECURSIVE.
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
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-VALIDATE         PIC X(01)   VALUE SPACE .
       01  SC-DELETE           PIC X(01)   VALUE SPACE .
       01  SC-LOAD             PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    zones de saisie du taux
       01  SC-CURRENCY         PIC X(03)   VALUE SPACES .
       01  SC-DATE             PIC 9(08)   VALUE ZERO .
       01  SC-RATE             PIC 9(05)V9(06) VALUE ZERO .
       01  SC-RATE-SINCE       PIC X(10)   VALUE SPACES .
      *    identifiant pour l'audit des parametres (PARAM_AUDIT).
       01  SC-AUDIT-USER       PIC X(10)   VALUE SPACES .

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .
       01  WS-Z-RATE               PIC Z(04)9.9(06)           .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-CURRENCY            PIC X(03)   VALUE SPACES      .
       01  SQL-DATE                PIC X(10)   VALUE SPACES      .
       01  SQL-RATE                PIC 9(05)V9(06) VALUE ZERO    .
       01  SQL-RATE-SINCE          PIC X(10)   VALUE SPACES      .
      *    journal d'audit des parametres.
       01  SQL-AUDIT-USER          PIC X(10)   VALUE SPACES      .
       01  SQL-AUDIT-TABLE         PIC X(20)   VALUE SPACES      .
       01  SQL-AUDIT-TS            PIC X(19)   VALUE SPACES      .
       01  SQL-AUDIT-KEY           PIC X(30)   VALUE SPACES      .
       01  SQL-AUDIT-OLD           PIC X(60)   VALUE SPACES      .
       01  SQL-AUDIT-NEW           PIC X(60)   VALUE SPACES      .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-fx-rate-param.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           STOP RUN.

      ******************************************************************
      *    [RD] Cree au besoin le referentiel des taux de change.
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-DELETE SC-LOAD
                      SC-MESSAGE SC-CURRENCY SC-DATE SC-RATE
                      SC-RATE-SINCE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS EXCHANGE_RATE (
                 RATE_CURRENCY VARCHAR(3),
                 RATE_DATE     VARCHAR(10),
                 RATE_VALUE    NUMERIC(11,6)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION EXCHANGE_RATE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-FX-RATE-PARAM
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-LOAD) EQUAL 'O' THEN
              PERFORM 1500-LOAD-RATE-START
                   THRU END-1500-LOAD-RATE
              MOVE SPACE TO SC-LOAD
           ELSE IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-RATE-START
                   THRU END-1600-SAVE-RATE
              MOVE SPACE TO SC-VALIDATE
           ELSE IF FUNCTION UPPER-CASE(SC-DELETE) EQUAL 'O' THEN
              PERFORM 1700-DELETE-RATE-START
                   THRU END-1700-DELETE-RATE
              MOVE SPACE TO SC-DELETE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Controle commun devise / date et cle SQL.
      ******************************************************************
       1300-CHECK-KEY-START.
           INITIALIZE SC-MESSAGE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CURRENCY))
              TO SQL-CURRENCY.
           IF  SQL-CURRENCY EQUAL SPACES OR SQL-CURRENCY EQUAL 'EUR'
              MOVE 'Veuillez saisir une devise autre que EUR.'
                 TO SC-MESSAGE
              GO TO END-1300-CHECK-KEY
           END-IF.
           IF  SC-DATE EQUAL ZERO
              MOVE 'Veuillez saisir la date d''effet (AAAAMMJJ).'
                 TO SC-MESSAGE
              GO TO END-1300-CHECK-KEY
           END-IF.
           INITIALIZE SQL-DATE.
           STRING SC-DATE(1:4) '-' SC-DATE(5:2) '-' SC-DATE(7:2)
              DELIMITED BY SIZE INTO SQL-DATE
           END-STRING.
       END-1300-CHECK-KEY.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le taux en vigueur a la date saisie (derniere
      *    date d'effet anterieure ou egale), celui qu'appliquera la
      *    saisie des demandes pour des soins a cette date.
      ******************************************************************
       1500-LOAD-RATE-START.
           PERFORM 1300-CHECK-KEY-START
                 THRU END-1300-CHECK-KEY.
           IF  SC-MESSAGE NOT = SPACES
              GO TO END-1500-LOAD-RATE
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              SELECT RATE_VALUE, RATE_DATE
                 INTO :SQL-RATE, :SQL-RATE-SINCE
                 FROM EXCHANGE_RATE
                 WHERE RATE_CURRENCY = :SQL-CURRENCY
                   AND RATE_DATE <= :SQL-DATE
                 ORDER BY RATE_DATE DESC
                 LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN
              MOVE 'Aucun taux en vigueur a cette date.' TO SC-MESSAGE
              MOVE ZERO TO SC-RATE
              MOVE SPACES TO SC-RATE-SINCE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-1500-LOAD-RATE
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE EXCHANGE_RATE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE SQL-RATE TO SC-RATE.
           MOVE SQL-RATE-SINCE TO SC-RATE-SINCE.
           MOVE 'TAUX CHARGE.' TO SC-MESSAGE.
       END-1500-LOAD-RATE.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre le taux de la devise a la date d'effet
      *    saisie (mise a jour si la date existe deja).
      ******************************************************************
       1600-SAVE-RATE-START.
           PERFORM 1300-CHECK-KEY-START
                 THRU END-1300-CHECK-KEY.
           IF  SC-MESSAGE NOT = SPACES
              GO TO END-1600-SAVE-RATE
           END-IF.
           IF  SC-RATE EQUAL ZERO
              MOVE 'Veuillez saisir le taux (devise pour 1 EUR).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RATE
           END-IF.
           IF  SC-AUDIT-USER EQUAL SPACES
              MOVE 'Veuillez saisir votre identifiant.' TO SC-MESSAGE
              GO TO END-1600-SAVE-RATE
           END-IF.
           MOVE SC-RATE TO SQL-RATE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
      *    [RD] ancienne valeur relue pour la ligne d'audit.
           MOVE SPACES TO SQL-AUDIT-OLD.
           EXEC SQL
              SELECT 'taux ' || CAST(RATE_VALUE AS VARCHAR)
                 INTO :SQL-AUDIT-OLD
                 FROM EXCHANGE_RATE
                 WHERE RATE_CURRENCY = :SQL-CURRENCY
                   AND RATE_DATE = :SQL-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE AVANT AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE EXCHANGE_RATE
                 SET RATE_VALUE = :SQL-RATE
                 WHERE RATE_CURRENCY = :SQL-CURRENCY
                   AND RATE_DATE = :SQL-DATE
           END-EXEC.
           IF  SQLCODE = FIN
              EXEC SQL
                 INSERT INTO EXCHANGE_RATE
                    (RATE_CURRENCY, RATE_DATE, RATE_VALUE)
                    VALUES (:SQL-CURRENCY, :SQL-DATE, :SQL-RATE)
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ EXCHANGE_RATE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SC-RATE TO WS-Z-RATE.
           INITIALIZE SQL-AUDIT-NEW.
           STRING 'taux ' FUNCTION TRIM(WS-Z-RATE)
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE SQL-DATE TO SC-RATE-SINCE.
           MOVE 'TAUX ENREGISTRE.' TO SC-MESSAGE.
       END-1600-SAVE-RATE.
           EXIT.

      ******************************************************************
      *    [RD] Supprime le taux de la devise a la date d'effet saisie.
      ******************************************************************
       1700-DELETE-RATE-START.
           PERFORM 1300-CHECK-KEY-START
                 THRU END-1300-CHECK-KEY.
           IF  SC-MESSAGE NOT = SPACES
              GO TO END-1700-DELETE-RATE
           END-IF.
           IF  SC-AUDIT-USER EQUAL SPACES
              MOVE 'Veuillez saisir votre identifiant.' TO SC-MESSAGE
              GO TO END-1700-DELETE-RATE
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           MOVE SPACES TO SQL-AUDIT-OLD.
           EXEC SQL
              SELECT 'taux ' || CAST(RATE_VALUE AS VARCHAR)
                 INTO :SQL-AUDIT-OLD
                 FROM EXCHANGE_RATE
                 WHERE RATE_CURRENCY = :SQL-CURRENCY
                   AND RATE_DATE = :SQL-DATE
           END-EXEC.
           IF  SQLCODE = FIN
              MOVE 'Aucun taux a cette date d''effet.' TO SC-MESSAGE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-1700-DELETE-RATE
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE AVANT AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              DELETE FROM EXCHANGE_RATE
                 WHERE RATE_CURRENCY = :SQL-CURRENCY
                   AND RATE_DATE = :SQL-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'SUPPRESSION EXCHANGE_RATE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE 'supprime' TO SQL-AUDIT-NEW.
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE ZERO TO SC-RATE.
           MOVE SPACES TO SC-RATE-SINCE.
           MOVE 'TAUX SUPPRIME.' TO SC-MESSAGE.
       END-1700-DELETE-RATE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne d'audit avant/apres au journal des
      *    parametres (PARAM_AUDIT), signee de l'identifiant saisi et
      *    horodatee, meme modele que benefparam.cbl.
      ******************************************************************
       8000-WRITE-PARAM-AUDIT-START.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-AUDIT-USER))
              TO SQL-AUDIT-USER.
           MOVE 'EXCHANGE_RATE' TO SQL-AUDIT-TABLE.
           INITIALIZE SQL-AUDIT-KEY.
           STRING SQL-CURRENCY ' ' SQL-DATE
              DELIMITED BY SIZE INTO SQL-AUDIT-KEY
           END-STRING.
           INITIALIZE SQL-AUDIT-TS.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-AUDIT-TS
           END-STRING.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_AUDIT (
                 AUDIT_USER  VARCHAR(10),
                 AUDIT_TS    VARCHAR(19),
                 AUDIT_TABLE VARCHAR(20),
                 AUDIT_KEY   VARCHAR(30),
                 AUDIT_OLD   VARCHAR(60),
                 AUDIT_NEW   VARCHAR(60)
              )
           END-EXEC.
           EXEC SQL
              INSERT INTO PARAM_AUDIT
                 (AUDIT_USER, AUDIT_TS, AUDIT_TABLE, AUDIT_KEY,
                  AUDIT_OLD, AUDIT_NEW)
                 VALUES
                 (:SQL-AUDIT-USER, :SQL-AUDIT-TS, :SQL-AUDIT-TABLE,
                  :SQL-AUDIT-KEY, :SQL-AUDIT-OLD, :SQL-AUDIT-NEW)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'ECRITURE PARAM_AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-8000-WRITE-PARAM-AUDIT.
           EXIT.

       2000-SQL-CONNECTION-START.
      *    [RD] parametres de connexion lus dans la configuration
      *    centralisee (getconf.cbl).
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
       END-2000-SQL-CONNECTION.
           EXIT.

       2100-SQL-DISCONNECTION-START.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DISCONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-2100-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS                       *
      ******************************************************************
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
