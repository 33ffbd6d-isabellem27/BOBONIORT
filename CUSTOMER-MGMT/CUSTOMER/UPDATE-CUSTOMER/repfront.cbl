      ******************************************************************
      * Representant legal de l'adherent (mineur ou majeur protege).   *
      *    Programme precedent: vue 360 de l'adherent (mem360.cbl)     *
      *    Programme suivant : vue 360 de l'adherent (mem360.cbl)      *
      *    Saisie de la mesure de protection de l'adherent dans la     *
      *    table CUSTOMER_REPRESENTATIVE (getrep.cbl) : type de mesure *
      *    (administration legale d'un mineur, tutelle, curatelle,     *
      *    habilitation familiale, sauvegarde de justice), nom,        *
      *    adresse et coordonnees du representant, reference de la    *
      *    decision du juge, periode de validite et etendue du         *
      *    pouvoir. La decision scannee est classee dans le dossier    *
      *    de l'adherent (CUSTOMER_DOCUMENT, type COURT_ORDER, meme    *
      *    numerotation que docsave.cbl) et rattachee a la mesure.     *
      *    Une mesure est identifiee par sa date de debut : la         *
      *    ressaisir la modifie, une mainlevee se saisit comme date de *
      *    fin. Tant que la mesure est en vigueur, les documents       *
      *    sortants sont adresses au representant.                     *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. repfront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-VALIDATE         PIC X(01)   VALUE SPACE .
       01  SC-LOAD             PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    adherent et mesure en vigueur affiches en tete
       01  SC-MEMBER-LINE      PIC X(80)   VALUE SPACES .
       01  SC-STATUS-LINE      PIC X(120)  VALUE SPACES .

      *    zones de saisie de la mesure
       01  SC-TYPE             PIC X(12)   VALUE SPACES .
       01  SC-NAME             PIC X(40)   VALUE SPACES .
       01  SC-ADRESS1          PIC X(50)   VALUE SPACES .
       01  SC-ADRESS2          PIC X(50)   VALUE SPACES .
       01  SC-ZIPCODE          PIC X(15)   VALUE SPACES .
       01  SC-TOWN             PIC X(30)   VALUE SPACES .
       01  SC-PHONE            PIC X(10)   VALUE SPACES .
       01  SC-MAIL             PIC X(50)   VALUE SPACES .
       01  SC-COURT-REF        PIC X(30)   VALUE SPACES .
       01  SC-VALID-FROM       PIC 9(08)   VALUE ZERO .
       01  SC-VALID-TO         PIC 9(08)   VALUE ZERO .
       01  SC-SCOPE            PIC X(01)   VALUE 'R' .
       01  SC-DOC-FILE         PIC X(50)   VALUE SPACES .
       01  SC-DOC-NUM          PIC 9(08)   VALUE ZERO .

      *    lecture de la mesure en vigueur (getrep.cbl)
       01  WS-REPRESENTATIVE.
           05 WS-REP-CUS-UUID     PIC X(36).
           05 WS-REP-DATE         PIC X(10).
           05 WS-REP-TYPE         PIC X(12).
           05 WS-REP-TYPE-LABEL   PIC X(30).
           05 WS-REP-NAME         PIC X(40).
           05 WS-REP-ADRESS1      PIC X(50).
           05 WS-REP-ADRESS2      PIC X(50).
           05 WS-REP-ZIPCODE      PIC X(15).
           05 WS-REP-TOWN         PIC X(30).
           05 WS-REP-PHONE        PIC X(10).
           05 WS-REP-MAIL         PIC X(50).
           05 WS-REP-COURT-REF    PIC X(30).
           05 WS-REP-VALID-FROM   PIC X(10).
           05 WS-REP-VALID-TO     PIC X(10).
           05 WS-REP-SCOPE        PIC X(01).
           05 WS-REP-SCOPE-LABEL  PIC X(30).
           05 WS-REP-DOC-NUM      PIC 9(08).
           05 WS-REP-RC           PIC X(01).

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-CUS-UUID            PIC X(36)   VALUE SPACES      .
       01  SQL-LASTNAME            PIC X(20)   VALUE SPACES      .
       01  SQL-FIRSTNAME           PIC X(20)   VALUE SPACES      .
       01  SQL-TYPE                PIC X(12)   VALUE SPACES      .
       01  SQL-NAME                PIC X(40)   VALUE SPACES      .
       01  SQL-ADRESS1             PIC X(50)   VALUE SPACES      .
       01  SQL-ADRESS2             PIC X(50)   VALUE SPACES      .
       01  SQL-ZIPCODE             PIC X(15)   VALUE SPACES      .
       01  SQL-TOWN                PIC X(30)   VALUE SPACES      .
       01  SQL-PHONE               PIC X(10)   VALUE SPACES      .
       01  SQL-MAIL                PIC X(50)   VALUE SPACES      .
       01  SQL-COURT-REF           PIC X(30)   VALUE SPACES      .
       01  SQL-VALID-FROM          PIC X(10)   VALUE SPACES      .
       01  SQL-VALID-TO            PIC X(10)   VALUE SPACES      .
       01  SQL-SCOPE               PIC X(01)   VALUE SPACE       .
       01  SQL-DOC-NUM             PIC 9(08)   VALUE 0           .
      *    classement de la decision du juge (comme docsave.cbl)
       01  SQL-LOCK-KEY            PIC X(15)   VALUE SPACES      .
       01  SQL-MAX-DOC-NUM         PIC 9(08)   VALUE 0           .
       01  SQL-DOC-DATE            PIC X(08)   VALUE SPACES      .
       01  SQL-DOC-FILENAME        PIC X(50)   VALUE SPACES      .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           03 LK-CUS-REST        PIC X(400).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-representative.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-CUSTOMER.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Garantit les tables utilisees et charge la derniere    *
      *    mesure saisie pour l'adherent.                              *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-LOAD SC-MESSAGE
                      SC-DOC-FILE.
           MOVE LK-CUS-UUID TO SQL-CUS-UUID.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS CUSTOMER_DOCUMENT (
                  UUID_CUSTOMER    VARCHAR(36),
                  DOCUMENT_NUM     INT,
                  DOCUMENT_DATE    VARCHAR(08),
                  DOCUMENT_TYPE    VARCHAR(20),
                  DOCUMENT_FILENAME VARCHAR(50)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION CUSTOMER_DOCUMENT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           INITIALIZE SQL-LASTNAME SQL-FIRSTNAME.
           EXEC SQL
              SELECT CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME
                 INTO :SQL-LASTNAME, :SQL-FIRSTNAME
                 FROM CUSTOMER
                 WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           INITIALIZE SC-MEMBER-LINE.
           STRING 'Adherent : ' FUNCTION TRIM(SQL-LASTNAME) SPACE
                  FUNCTION TRIM(SQL-FIRSTNAME)
              DELIMITED BY SIZE INTO SC-MEMBER-LINE
           END-STRING.
      *    [RD] l'appel de getrep.cbl cree la table au besoin.
           PERFORM 1450-STATUS-LINE-START
                 THRU END-1450-STATUS-LINE.
           PERFORM 1400-READ-LAST-START
                 THRU END-1400-READ-LAST.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-REPRESENTATIVE
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-LOAD) EQUAL 'O' THEN
              PERFORM 1500-LOAD-REP-START
                   THRU END-1500-LOAD-REP
              MOVE SPACE TO SC-LOAD
           ELSE IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-REP-START
                   THRU END-1600-SAVE-REP
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Derniere mesure saisie (en vigueur ou non) dans les    *
      *    zones de saisie ; aucune mesure = fiche vierge.             *
      ******************************************************************
       1400-READ-LAST-START.
           INITIALIZE SC-TYPE SC-NAME SC-ADRESS1 SC-ADRESS2 SC-ZIPCODE
                      SC-TOWN SC-PHONE SC-MAIL SC-COURT-REF
                      SC-VALID-FROM SC-VALID-TO SC-DOC-NUM.
           MOVE 'R' TO SC-SCOPE.
           EXEC SQL
              SELECT REP_TYPE, REP_NAME,
                     COALESCE(REP_ADRESS1, ''),
                     COALESCE(REP_ADRESS2, ''),
                     COALESCE(REP_ZIPCODE, ''),
                     COALESCE(REP_TOWN, ''),
                     COALESCE(REP_PHONE, ''),
                     COALESCE(REP_MAIL, ''),
                     COALESCE(REP_COURT_REF, ''),
                     REP_VALID_FROM,
                     COALESCE(REP_VALID_TO, ''),
                     COALESCE(REP_SCOPE, 'R'),
                     COALESCE(REP_DOCUMENT_NUM, 0)
                 INTO :SQL-TYPE, :SQL-NAME, :SQL-ADRESS1,
                      :SQL-ADRESS2, :SQL-ZIPCODE, :SQL-TOWN,
                      :SQL-PHONE, :SQL-MAIL, :SQL-COURT-REF,
                      :SQL-VALID-FROM, :SQL-VALID-TO, :SQL-SCOPE,
                      :SQL-DOC-NUM
                 FROM CUSTOMER_REPRESENTATIVE
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 ORDER BY REP_VALID_FROM DESC
                 LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN
              GO TO END-1400-READ-LAST
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE MESURE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-TYPE TO SC-TYPE.
           MOVE SQL-NAME TO SC-NAME.
           MOVE SQL-ADRESS1 TO SC-ADRESS1.
           MOVE SQL-ADRESS2 TO SC-ADRESS2.
           MOVE SQL-ZIPCODE TO SC-ZIPCODE.
           MOVE SQL-TOWN TO SC-TOWN.
           MOVE SQL-PHONE TO SC-PHONE.
           MOVE SQL-MAIL TO SC-MAIL.
           MOVE SQL-COURT-REF TO SC-COURT-REF.
           MOVE SQL-SCOPE TO SC-SCOPE.
           MOVE SQL-DOC-NUM TO SC-DOC-NUM.
           IF  SQL-VALID-FROM NOT = SPACES
              STRING SQL-VALID-FROM(1:4) SQL-VALID-FROM(6:2)
                     SQL-VALID-FROM(9:2)
                 DELIMITED BY SIZE INTO SC-VALID-FROM
              END-STRING
           END-IF.
           IF  SQL-VALID-TO NOT = SPACES
              STRING SQL-VALID-TO(1:4) SQL-VALID-TO(6:2)
                     SQL-VALID-TO(9:2)
                 DELIMITED BY SIZE INTO SC-VALID-TO
              END-STRING
           END-IF.
       END-1400-READ-LAST.
           EXIT.

      ******************************************************************
      *    [RD] Ligne d'etat : mesure en vigueur aujourd'hui.          *
      ******************************************************************
       1450-STATUS-LINE-START.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE SQL-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           INITIALIZE SC-STATUS-LINE.
           IF  WS-REP-RC EQUAL '0'
              STRING 'MESURE EN VIGUEUR : '
                     FUNCTION TRIM(WS-REP-TYPE-LABEL)
                     ' - ' FUNCTION TRIM(WS-REP-NAME)
                     ' - ' FUNCTION TRIM(WS-REP-SCOPE-LABEL)
                     ' - depuis le ' WS-REP-VALID-FROM
                 DELIMITED BY SIZE INTO SC-STATUS-LINE
              END-STRING
           ELSE
              MOVE 'Aucune mesure de protection en vigueur.'
                 TO SC-STATUS-LINE
           END-IF.
       END-1450-STATUS-LINE.
           EXIT.

       1500-LOAD-REP-START.
           INITIALIZE SC-MESSAGE SC-DOC-FILE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1450-STATUS-LINE-START
                 THRU END-1450-STATUS-LINE.
           PERFORM 1400-READ-LAST-START
                 THRU END-1400-READ-LAST.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           IF  SC-TYPE EQUAL SPACES
              MOVE 'Aucune mesure saisie pour cet adherent.'
                 TO SC-MESSAGE
           ELSE
              MOVE 'MESURE CHARGEE.' TO SC-MESSAGE
           END-IF.
       END-1500-LOAD-REP.
           EXIT.

      ******************************************************************
      *    [RD] Controle et enregistre la mesure saisie ; la decision  *
      *    du juge eventuellement designee est classee au dossier et   *
      *    rattachee a la mesure dans la meme transaction.             *
      ******************************************************************
       1600-SAVE-REP-START.
           INITIALIZE SC-MESSAGE.
           MOVE FUNCTION UPPER-CASE(SC-TYPE) TO SC-TYPE.
           MOVE FUNCTION UPPER-CASE(SC-SCOPE) TO SC-SCOPE.
           IF  SC-TYPE NOT = 'MINEUR' AND SC-TYPE NOT = 'TUTELLE'
              AND SC-TYPE NOT = 'CURATELLE'
              AND SC-TYPE NOT = 'HABILITATION'
              AND SC-TYPE NOT = 'SAUVEGARDE'
              MOVE 'Type de mesure inconnu.' TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.
           IF  SC-NAME EQUAL SPACES
              MOVE 'Veuillez saisir le nom du representant.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.
           IF  SC-ADRESS1 EQUAL SPACES OR SC-ZIPCODE EQUAL SPACES
              OR SC-TOWN EQUAL SPACES
              MOVE 'Adresse du representant incomplete.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.
      *    [RD] l'administration legale d'un mineur decoule de
      *    l'autorite parentale : pas de decision du juge exigee.
           IF  SC-COURT-REF EQUAL SPACES AND SC-TYPE NOT = 'MINEUR'
              MOVE 'Reference de la decision du juge obligatoire.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.
           IF  SC-SCOPE NOT = 'R' AND SC-SCOPE NOT = 'A'
              AND SC-SCOPE NOT = 'B'
              MOVE 'Etendue du pouvoir : R, A ou B.' TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.
           IF  FUNCTION TEST-DATE-YYYYMMDD(SC-VALID-FROM) NOT = 0
              MOVE 'Date de debut de la mesure invalide (AAAAMMJJ).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.
           IF  SC-VALID-TO NOT = ZERO
              AND (FUNCTION TEST-DATE-YYYYMMDD(SC-VALID-TO) NOT = 0
                   OR SC-VALID-TO < SC-VALID-FROM)
              MOVE 'Date de fin invalide ou anterieure au debut.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-REP
           END-IF.

           MOVE SC-TYPE TO SQL-TYPE.
           MOVE SC-NAME TO SQL-NAME.
           MOVE SC-ADRESS1 TO SQL-ADRESS1.
           MOVE SC-ADRESS2 TO SQL-ADRESS2.
           MOVE SC-ZIPCODE TO SQL-ZIPCODE.
           MOVE SC-TOWN TO SQL-TOWN.
           MOVE SC-PHONE TO SQL-PHONE.
           MOVE SC-MAIL TO SQL-MAIL.
           MOVE SC-COURT-REF TO SQL-COURT-REF.
           MOVE SC-SCOPE TO SQL-SCOPE.
           INITIALIZE SQL-VALID-FROM SQL-VALID-TO.
           STRING SC-VALID-FROM(1:4) '-' SC-VALID-FROM(5:2) '-'
                  SC-VALID-FROM(7:2)
              DELIMITED BY SIZE INTO SQL-VALID-FROM
           END-STRING.
           IF  SC-VALID-TO NOT = ZERO
              STRING SC-VALID-TO(1:4) '-' SC-VALID-TO(5:2) '-'
                     SC-VALID-TO(7:2)
                 DELIMITED BY SIZE INTO SQL-VALID-TO
              END-STRING
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.

      *    [RD] decision du juge conservee si aucune nouvelle n'est
      *    designee.
           MOVE ZERO TO SQL-DOC-NUM.
           EXEC SQL
              SELECT COALESCE(REP_DOCUMENT_NUM, 0)
                 INTO :SQL-DOC-NUM
                 FROM CUSTOMER_REPRESENTATIVE
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                   AND REP_VALID_FROM = :SQL-VALID-FROM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE MESURE EXISTANTE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           IF  SC-DOC-FILE NOT = SPACES
              PERFORM 1700-REGISTER-DOC-START
                   THRU END-1700-REGISTER-DOC
           END-IF.

           EXEC SQL
              UPDATE CUSTOMER_REPRESENTATIVE
                 SET REP_TYPE = :SQL-TYPE,
                     REP_NAME = TRIM(:SQL-NAME),
                     REP_ADRESS1 = TRIM(:SQL-ADRESS1),
                     REP_ADRESS2 = TRIM(:SQL-ADRESS2),
                     REP_ZIPCODE = TRIM(:SQL-ZIPCODE),
                     REP_TOWN = TRIM(:SQL-TOWN),
                     REP_PHONE = TRIM(:SQL-PHONE),
                     REP_MAIL = TRIM(:SQL-MAIL),
                     REP_COURT_REF = TRIM(:SQL-COURT-REF),
                     REP_VALID_TO = NULLIF(TRIM(:SQL-VALID-TO), ''),
                     REP_SCOPE = :SQL-SCOPE,
                     REP_DOCUMENT_NUM = :SQL-DOC-NUM,
                     REP_UPDATE_DATE = CAST(CURRENT_DATE AS VARCHAR)
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                   AND REP_VALID_FROM = :SQL-VALID-FROM
           END-EXEC.
           IF  SQLCODE = FIN
              EXEC SQL
                 INSERT INTO CUSTOMER_REPRESENTATIVE
                    (UUID_CUSTOMER, REP_TYPE, REP_NAME, REP_ADRESS1,
                     REP_ADRESS2, REP_ZIPCODE, REP_TOWN, REP_PHONE,
                     REP_MAIL, REP_COURT_REF, REP_VALID_FROM,
                     REP_VALID_TO, REP_SCOPE, REP_DOCUMENT_NUM,
                     REP_UPDATE_DATE)
                    VALUES
                    (:SQL-CUS-UUID, :SQL-TYPE, TRIM(:SQL-NAME),
                     TRIM(:SQL-ADRESS1), TRIM(:SQL-ADRESS2),
                     TRIM(:SQL-ZIPCODE), TRIM(:SQL-TOWN),
                     TRIM(:SQL-PHONE), TRIM(:SQL-MAIL),
                     TRIM(:SQL-COURT-REF), :SQL-VALID-FROM,
                     NULLIF(TRIM(:SQL-VALID-TO), ''), :SQL-SCOPE,
                     :SQL-DOC-NUM, CAST(CURRENT_DATE AS VARCHAR))
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'ENREGISTREMENT MESURE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE SQL-DOC-NUM TO SC-DOC-NUM.
           INITIALIZE SC-DOC-FILE.
           PERFORM 1450-STATUS-LINE-START
                 THRU END-1450-STATUS-LINE.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE 'MESURE ENREGISTREE.' TO SC-MESSAGE.
       END-1600-SAVE-REP.
           EXIT.

      ******************************************************************
      *    [RD] Classe la decision du juge au dossier de l'adherent :  *
      *    numerotation sous verrou, comme docsave.cbl.                *
      ******************************************************************
       1700-REGISTER-DOC-START.
           MOVE 'DOCUMENT' TO SQL-LOCK-KEY.
           EXEC SQL
              SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-MAX-DOC-NUM.
           EXEC SQL
              SELECT COALESCE(MAX(DOCUMENT_NUM), 0)
                 INTO :SQL-MAX-DOC-NUM
                 FROM CUSTOMER_DOCUMENT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'NUMEROTATION DOCUMENT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           COMPUTE SQL-DOC-NUM = SQL-MAX-DOC-NUM + 1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-DOC-DATE.
           MOVE SC-DOC-FILE TO SQL-DOC-FILENAME.
           EXEC SQL
              INSERT INTO CUSTOMER_DOCUMENT
                  (UUID_CUSTOMER, DOCUMENT_NUM, DOCUMENT_DATE,
                   DOCUMENT_TYPE, DOCUMENT_FILENAME)
              VALUES
                  (:SQL-CUS-UUID, :SQL-DOC-NUM, :SQL-DOC-DATE,
                   'COURT_ORDER', TRIM(:SQL-DOC-FILENAME))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CLASSEMENT DECISION DU JUGE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1700-REGISTER-DOC.
           EXIT.

       2000-SQL-CONNECTION-START.
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
      *    [RD] charge la connexion depuis la configuration            *
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
