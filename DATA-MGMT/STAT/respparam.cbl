      ******************************************************************
      * Gestion des regles du contrat responsable.                     *
      *    Programme precedent: Menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : Menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Permet de modifier les planchers et plafonds du cahier des  *
      *    charges du contrat responsable (taux minimal du medecin     *
      *    traitant, ticket moderateur, plafond des depassements       *
      *    OPTAM, plafonds optiques, panier 100% Sante) lus par        *
      *    respchk.cbl, sans modifier de programme a chaque reforme.   *
      *    Chaque enregistrement relance le controle de tous les       *
      *    contrats et ecrit une ligne au journal d'audit des          *
      *    parametres (PARAM_AUDIT).                                   *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. respparam RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-VALIDATE         PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    zones d'affichage et de saisie des regles
       01  SC-MT-MIN-RATE          PIC 999     VALUE ZERO .
       01  SC-MIN-RATE             PIC 999     VALUE ZERO .
       01  SC-MAX-DOCTOR-RATE      PIC 999     VALUE ZERO .
       01  SC-CAP-S-GLASSES        PIC 9(05)   VALUE ZERO .
       01  SC-CAP-P-GLASSES        PIC 9(05)   VALUE ZERO .
       01  SC-BASKET-REQUIRED      PIC X(01)   VALUE SPACE .
      *    identifiant pour l'audit des parametres (PARAM_AUDIT).
       01  SC-AUDIT-USER           PIC X(10)   VALUE SPACES .

      *    Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB              PIC X(80)                  .

      *    controle des contrats apres enregistrement (respchk.cbl)
       01  WS-RC-MODE              PIC X(01)   VALUE 'A'      .
       01  WS-RC-UUID              PIC X(36)   VALUE SPACES   .
       01  WS-RC-NB-CHECKED        PIC 9(05)   VALUE ZERO     .
       01  WS-RC-NB-NONRESP        PIC 9(05)   VALUE ZERO     .
       01  WS-RC-REASON            PIC X(40)   VALUE SPACES   .
       01  WS-RC-RC                PIC X(01)   VALUE SPACE    .
       01  WS-Z-CHECKED            PIC Z(04)9                 .
       01  WS-Z-NONRESP            PIC Z(04)9                 .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      * parametres pour connexion a la base
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

      * compteur pour la creation/amorcage de RESP_PARAM
       01  SQL-CNT                 PIC 9(09)   VALUE 0           .

      * regles courantes du contrat responsable
       01  SQL-MT-MIN-RATE         PIC 9(03)   VALUE 0           .
       01  SQL-MIN-RATE            PIC 9(03)   VALUE 0           .
       01  SQL-MAX-DOCTOR-RATE     PIC 9(03)   VALUE 0           .
       01  SQL-CAP-S-GLASSES       PIC 9(05)   VALUE 0           .
       01  SQL-CAP-P-GLASSES       PIC 9(05)   VALUE 0           .
       01  SQL-BASKET-REQUIRED     PIC X(01)   VALUE SPACE       .
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
       COPY 'screen-resp-param.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-DISPLAY-SCREEN-START
                    THRU END-1000-PREPARE-DISPLAY-SCREEN.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           STOP RUN.

      ******************************************************************
      *    [RD] Cree et amorce au besoin la table RESP_PARAM (par
      *    respchk.cbl), puis charge les regles pour pre-remplir
      *    l'ecran.
      ******************************************************************
       1000-PREPARE-DISPLAY-SCREEN-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-MESSAGE
                      SC-MT-MIN-RATE SC-MIN-RATE SC-MAX-DOCTOR-RATE
                      SC-CAP-S-GLASSES SC-CAP-P-GLASSES
                      SC-BASKET-REQUIRED.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1006-CREATE-RESP-PARAM-TAB-START
                 THRU END-1006-CREATE-RESP-PARAM-TAB.
           PERFORM 1300-PREPARE-TABLE-PARAM-START
                 THRU END-1300-PREPARE-TABLE-PARAM.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE-DISPLAY-SCREEN.
           EXIT.

      ******************************************************************
      *    [RD] Creation de la table RESP_PARAM si elle n'existe pas
      *    encore, amorcee avec les valeurs du cahier des charges en
      *    vigueur (meme definition que respchk.cbl).
      ******************************************************************
       1006-CREATE-RESP-PARAM-TAB-START.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS RESP_PARAM (
                 PARAM_NUM            INT,
                 RESP_MT_MIN_RATE     INT DEFAULT 100,
                 RESP_MIN_RATE        INT DEFAULT 100,
                 RESP_MAX_DOCTOR_RATE INT DEFAULT 200,
                 RESP_CAP_S_GLASSES   INT DEFAULT 420,
                 RESP_CAP_P_GLASSES   INT DEFAULT 700,
                 RESP_BASKET_REQUIRED VARCHAR(1) DEFAULT '1'
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION RESP_PARAM' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-CNT FROM RESP_PARAM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COMPTAGE RESP_PARAM' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           IF  SQL-CNT = 0
              EXEC SQL
                 INSERT INTO RESP_PARAM (PARAM_NUM) VALUES (1)
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'AMORCAGE RESP_PARAM' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START
                      THRU END-9020-SQL-ERROR
              END-IF
              EXEC SQL COMMIT WORK END-EXEC
           END-IF.
       END-1006-CREATE-RESP-PARAM-TAB.
           EXIT.

       1300-PREPARE-TABLE-PARAM-START.
           EXEC SQL
              SELECT COALESCE(RESP_MT_MIN_RATE, 100),
                     COALESCE(RESP_MIN_RATE, 100),
                     COALESCE(RESP_MAX_DOCTOR_RATE, 200),
                     COALESCE(RESP_CAP_S_GLASSES, 420),
                     COALESCE(RESP_CAP_P_GLASSES, 700),
                     COALESCE(RESP_BASKET_REQUIRED, '1')
                 INTO :SQL-MT-MIN-RATE, :SQL-MIN-RATE,
                      :SQL-MAX-DOCTOR-RATE, :SQL-CAP-S-GLASSES,
                      :SQL-CAP-P-GLASSES, :SQL-BASKET-REQUIRED
                 FROM RESP_PARAM
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE RESP_PARAM' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-MT-MIN-RATE TO SC-MT-MIN-RATE.
           MOVE SQL-MIN-RATE TO SC-MIN-RATE.
           MOVE SQL-MAX-DOCTOR-RATE TO SC-MAX-DOCTOR-RATE.
           MOVE SQL-CAP-S-GLASSES TO SC-CAP-S-GLASSES.
           MOVE SQL-CAP-P-GLASSES TO SC-CAP-P-GLASSES.
           IF  SQL-BASKET-REQUIRED EQUAL '1'
              MOVE 'O' TO SC-BASKET-REQUIRED
           ELSE
              MOVE 'N' TO SC-BASKET-REQUIRED
           END-IF.
       END-1300-PREPARE-TABLE-PARAM.
           EXIT.

      ******************************************************************
      *    SK- Boucle d'affichage de la gestion de l'ecran en cas
      *    d'erreur de saisie de l'utilisateur
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-RESP-PARAM
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

      ******************************************************************
      *    [RD] Bouton "Valider" : enregistre les regles saisies, sans
      *    quitter l'ecran, puis efface le choix pour permettre une
      *    nouvelle saisie.
      ******************************************************************
       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-PARAM-START
                   THRU END-1600-SAVE-PARAM
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre les regles saisies dans RESP_PARAM, puis
      *    relance le controle de tous les contrats (respchk.cbl) :
      *    le nombre de contrats non responsables est affiche.
      ******************************************************************
       1600-SAVE-PARAM-START.
           IF  SC-AUDIT-USER EQUAL SPACES
              MOVE 'Veuillez saisir votre identifiant.' TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
           IF  SC-MT-MIN-RATE > SC-MAX-DOCTOR-RATE
              MOVE 'Le taux maxi medecin doit couvrir le taux mini.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-BASKET-REQUIRED)
              TO SC-BASKET-REQUIRED.
           IF  SC-BASKET-REQUIRED NOT = 'O'
           AND SC-BASKET-REQUIRED NOT = 'N'
              MOVE 'Panier 100% Sante exige : O ou N.' TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
      *    ancienne valeur relue juste avant la mise a jour, pour la
      *    ligne d'audit.
           MOVE SPACES TO SQL-AUDIT-OLD.
           EXEC SQL
              SELECT 'mt ' || CAST(RESP_MT_MIN_RATE AS VARCHAR)
                  || ' tm ' || CAST(RESP_MIN_RATE AS VARCHAR)
                  || ' optam ' || CAST(RESP_MAX_DOCTOR_RATE
                  AS VARCHAR)
                  || ' vs ' || CAST(RESP_CAP_S_GLASSES AS VARCHAR)
                  || ' vc ' || CAST(RESP_CAP_P_GLASSES AS VARCHAR)
                  || ' panier ' || RESP_BASKET_REQUIRED
                 INTO :SQL-AUDIT-OLD
                 FROM RESP_PARAM
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'LECTURE AVANT AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SC-MT-MIN-RATE TO SQL-MT-MIN-RATE.
           MOVE SC-MIN-RATE TO SQL-MIN-RATE.
           MOVE SC-MAX-DOCTOR-RATE TO SQL-MAX-DOCTOR-RATE.
           MOVE SC-CAP-S-GLASSES TO SQL-CAP-S-GLASSES.
           MOVE SC-CAP-P-GLASSES TO SQL-CAP-P-GLASSES.
           IF  SC-BASKET-REQUIRED EQUAL 'O'
              MOVE '1' TO SQL-BASKET-REQUIRED
           ELSE
              MOVE '0' TO SQL-BASKET-REQUIRED
           END-IF.
           EXEC SQL
              UPDATE RESP_PARAM
                 SET RESP_MT_MIN_RATE = :SQL-MT-MIN-RATE,
                     RESP_MIN_RATE = :SQL-MIN-RATE,
                     RESP_MAX_DOCTOR_RATE = :SQL-MAX-DOCTOR-RATE,
                     RESP_CAP_S_GLASSES = :SQL-CAP-S-GLASSES,
                     RESP_CAP_P_GLASSES = :SQL-CAP-P-GLASSES,
                     RESP_BASKET_REQUIRED = :SQL-BASKET-REQUIRED
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ RESP_PARAM' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    ligne d'audit avant/apres.
           MOVE '1' TO SQL-AUDIT-KEY.
           INITIALIZE SQL-AUDIT-NEW.
           STRING 'mt ' SC-MT-MIN-RATE
              ' tm ' SC-MIN-RATE
              ' optam ' SC-MAX-DOCTOR-RATE
              ' vs ' SC-CAP-S-GLASSES
              ' vc ' SC-CAP-P-GLASSES
              ' panier ' SQL-BASKET-REQUIRED
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           MOVE 'RESP_PARAM' TO SQL-AUDIT-TABLE.
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
      *    controle de tous les contrats selon les nouvelles regles.
           MOVE 'A' TO WS-RC-MODE.
           MOVE SPACES TO WS-RC-UUID.
           CALL 'respchk' USING WS-RC-MODE WS-RC-UUID
                WS-RC-NB-CHECKED WS-RC-NB-NONRESP WS-RC-REASON
                WS-RC-RC
           END-CALL.
           IF  WS-RC-RC NOT = '0'
              EXEC SQL ROLLBACK WORK END-EXEC
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'ERREUR AU CONTROLE DES CONTRATS - NON ENREGISTRE.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE WS-RC-NB-CHECKED TO WS-Z-CHECKED.
           MOVE WS-RC-NB-NONRESP TO WS-Z-NONRESP.
           INITIALIZE SC-MESSAGE.
           STRING 'REGLES ENREGISTREES. CONTRATS CONTROLES '
              FUNCTION TRIM(WS-Z-CHECKED)
              ', NON RESPONSABLES ' FUNCTION TRIM(WS-Z-NONRESP)
              DELIMITED BY SIZE INTO SC-MESSAGE
           END-STRING.
       END-1600-SAVE-PARAM.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne d'audit avant/apres au
      *    journal des parametres (PARAM_AUDIT), signee de
      *    l'identifiant saisi et horodatee ; la table est creee au
      *    besoin, meme modele dans chaque ecran de parametrage.
      ******************************************************************
       8000-WRITE-PARAM-AUDIT-START.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-AUDIT-USER))
              TO SQL-AUDIT-USER.
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
