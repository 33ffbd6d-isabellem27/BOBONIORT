      ******************************************************************
      * Gestion du catalogue des produits (table PRODUCT).             *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Les paliers de garanties etaient des prefixes en dur dans   *
      *    une vingtaine de programmes. Ils sont desormais lus dans    *
      *    la table PRODUCT (getprod.cbl) : cet ecran cree et          *
      *    entretient un produit (prefixe du numero de contrat,        *
      *    libelle, periode de commercialisation, ordre d'affichage,   *
      *    nature, grille de garanties et de tarif, taux par defaut,   *
      *    compte comptable). Lancer une offre revient a saisir le     *
      *    produit ici, sa grille CLASSIC_REIMBURSEMENT et ses lignes  *
      *    COST_CONDITION ; fermer une offre revient a saisir sa date  *
      *    de fin, les contrats en cours n'etant pas touches.          *
      *    Controles : prefixe unique et non modifiable tant que des   *
      *    contrats le portent, colonne de taux historique (1 a 4)     *
      *    attribuee a un seul produit, grille existante pour un       *
      *    produit de nature C. Chaque enregistrement ecrit une ligne  *
      *    avant/apres au journal d'audit des parametres               *
      *    (PARAM_AUDIT, audparam.cbl).                                *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      * MAJ RD le 15/10/2026 Nature R (regime reglemente, C2S)         *
      *    acceptee : produit sans grille, hors souscription.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodparam RECURSIVE.
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

      *    zones de saisie du produit
       01  SC-CODE             PIC X(10)   VALUE SPACES .
       01  SC-PREFIX           PIC X(03)   VALUE SPACES .
       01  SC-LABEL            PIC X(20)   VALUE SPACES .
       01  SC-START-DATE       PIC 9(08)   VALUE ZERO .
       01  SC-END-DATE         PIC 9(08)   VALUE ZERO .
       01  SC-ORDER            PIC 9(02)   VALUE ZERO .
       01  SC-KIND             PIC X(01)   VALUE 'C' .
       01  SC-GRID-NUM         PIC 9(02)   VALUE ZERO .
       01  SC-RATE-SLOT        PIC 9(01)   VALUE ZERO .
       01  SC-BENEFIT-RATE     PIC 9(03)   VALUE ZERO .
       01  SC-COMM-RATE        PIC 9(03)   VALUE ZERO .
       01  SC-ACCOUNT          PIC X(10)   VALUE SPACES .
       01  SC-AUDIT-USER       PIC X(10)   VALUE SPACES .

      *    produit lu par getprod.cbl (creation de la table au besoin)
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-CODE                PIC X(10)   VALUE SPACES      .
       01  SQL-PREFIX              PIC X(03)   VALUE SPACES      .
       01  SQL-OLD-PREFIX          PIC X(03)   VALUE SPACES      .
       01  SQL-LABEL               PIC X(20)   VALUE SPACES      .
       01  SQL-START-DATE          PIC X(10)   VALUE SPACES      .
       01  SQL-END-DATE            PIC X(10)   VALUE SPACES      .
       01  SQL-ORDER               PIC 9(02)   VALUE 0           .
       01  SQL-KIND                PIC X(01)   VALUE SPACE       .
       01  SQL-GRID-NUM            PIC 9(02)   VALUE 0           .
       01  SQL-RATE-SLOT           PIC 9(01)   VALUE 0           .
       01  SQL-BENEFIT-RATE        PIC 9(03)   VALUE 0           .
       01  SQL-COMM-RATE           PIC 9(03)   VALUE 0           .
       01  SQL-ACCOUNT             PIC X(10)   VALUE SPACES      .
       01  SQL-COUNT               PIC 9(06)   VALUE 0           .
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
       COPY 'screen-product-param.cpy'.

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
      *    [RD] La table PRODUCT est creee et garnie des paliers       *
      *    historiques par getprod.cbl au premier appel.               *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-LOAD SC-MESSAGE
                      SC-CODE SC-PREFIX SC-LABEL SC-START-DATE
                      SC-END-DATE SC-ORDER SC-GRID-NUM SC-RATE-SLOT
                      SC-BENEFIT-RATE SC-COMM-RATE SC-ACCOUNT.
           MOVE 'C' TO SC-KIND.
           INITIALIZE WS-PRODUCT.
           MOVE 'R' TO WS-PRD-FUNCTION.
           MOVE 1 TO WS-PRD-RANK.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC EQUAL '9'
              MOVE 'LECTURE DU CATALOGUE PRODUCT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-PRODUCT-PARAM
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-LOAD) EQUAL 'O' THEN
              PERFORM 1500-LOAD-PRODUCT-START
                   THRU END-1500-LOAD-PRODUCT
              MOVE SPACE TO SC-LOAD
           ELSE IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-PRODUCT-START
                   THRU END-1600-SAVE-PRODUCT
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

       1500-LOAD-PRODUCT-START.
           INITIALIZE SC-MESSAGE.
           INITIALIZE WS-PRODUCT.
           MOVE 'C' TO WS-PRD-FUNCTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CODE))
              TO WS-PRD-CODE.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC EQUAL '1'
              MOVE 'Code inconnu : Valider pour creer le produit.'
                 TO SC-MESSAGE
              GO TO END-1500-LOAD-PRODUCT
           END-IF.
           IF  WS-PRD-RC NOT = '0'
              MOVE 'LECTURE PRODUCT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE WS-PRD-PREFIX TO SC-PREFIX.
           MOVE WS-PRD-LABEL TO SC-LABEL.
           MOVE ZERO TO SC-START-DATE SC-END-DATE.
           IF  WS-PRD-START-DATE NOT = SPACES
              STRING WS-PRD-START-DATE(1:4) WS-PRD-START-DATE(6:2)
                     WS-PRD-START-DATE(9:2)
                 DELIMITED BY SIZE INTO SC-START-DATE
              END-STRING
           END-IF.
           IF  WS-PRD-END-DATE NOT = SPACES
              STRING WS-PRD-END-DATE(1:4) WS-PRD-END-DATE(6:2)
                     WS-PRD-END-DATE(9:2)
                 DELIMITED BY SIZE INTO SC-END-DATE
              END-STRING
           END-IF.
           MOVE WS-PRD-ORDER TO SC-ORDER.
           MOVE WS-PRD-KIND TO SC-KIND.
           MOVE WS-PRD-GRID-NUM TO SC-GRID-NUM.
           MOVE WS-PRD-RATE-SLOT TO SC-RATE-SLOT.
           MOVE WS-PRD-BENEFIT-RATE TO SC-BENEFIT-RATE.
           MOVE WS-PRD-COMM-RATE TO SC-COMM-RATE.
           MOVE WS-PRD-ACCOUNT TO SC-ACCOUNT.
           IF  WS-PRD-ACTIVE EQUAL 'O'
              MOVE 'PRODUIT CHARGE (en vente).' TO SC-MESSAGE
           ELSE
              MOVE 'PRODUIT CHARGE (hors periode de vente).'
                 TO SC-MESSAGE
           END-IF.
       END-1500-LOAD-PRODUCT.
           EXIT.

       1600-SAVE-PRODUCT-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-AUDIT-USER EQUAL SPACES
              MOVE 'Veuillez saisir votre identifiant utilisateur.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           IF  SC-CODE EQUAL SPACES OR SC-LABEL EQUAL SPACES
              MOVE 'Veuillez saisir le code et le libelle du produit.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           IF  SC-PREFIX(1:1) EQUAL SPACE OR SC-PREFIX(2:1) EQUAL SPACE
              OR SC-PREFIX(3:1) EQUAL SPACE
              MOVE 'Le prefixe du numero de contrat fait 3 caracteres.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-KIND) TO SC-KIND.
           IF  SC-KIND NOT = 'C' AND SC-KIND NOT = 'S'
              AND SC-KIND NOT = 'R'
              MOVE 'Nature : C (type), S (sur mesure) ou R (C2S).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           IF  FUNCTION TEST-DATE-YYYYMMDD(SC-START-DATE) NOT = 0
              MOVE 'Date de debut de vente invalide (AAAAMMJJ).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           IF  SC-END-DATE NOT = ZERO
              AND (FUNCTION TEST-DATE-YYYYMMDD(SC-END-DATE) NOT = 0
                   OR SC-END-DATE < SC-START-DATE)
              MOVE 'Date de fin invalide ou anterieure au debut.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           IF  SC-RATE-SLOT > 4
              MOVE 'Colonne de taux : 0 a 4.' TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.
           IF  SC-ACCOUNT EQUAL SPACES
              MOVE 'Veuillez saisir le compte de produits.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-PRODUCT
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CODE))
              TO SQL-CODE.
           MOVE FUNCTION UPPER-CASE(SC-PREFIX) TO SQL-PREFIX.
           MOVE FUNCTION UPPER-CASE(SC-LABEL) TO SQL-LABEL.
           INITIALIZE SQL-START-DATE SQL-END-DATE.
           STRING SC-START-DATE(1:4) '-' SC-START-DATE(5:2) '-'
                  SC-START-DATE(7:2)
              DELIMITED BY SIZE INTO SQL-START-DATE
           END-STRING.
           IF  SC-END-DATE NOT = ZERO
              STRING SC-END-DATE(1:4) '-' SC-END-DATE(5:2) '-'
                     SC-END-DATE(7:2)
                 DELIMITED BY SIZE INTO SQL-END-DATE
              END-STRING
           END-IF.
           MOVE SC-ORDER TO SQL-ORDER.
           MOVE SC-KIND TO SQL-KIND.
           MOVE SC-GRID-NUM TO SQL-GRID-NUM.
           MOVE SC-RATE-SLOT TO SQL-RATE-SLOT.
           MOVE SC-BENEFIT-RATE TO SQL-BENEFIT-RATE.
           MOVE SC-COMM-RATE TO SQL-COMM-RATE.
           MOVE FUNCTION TRIM(SC-ACCOUNT) TO SQL-ACCOUNT.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1700-CHECK-PRODUCT-START
                 THRU END-1700-CHECK-PRODUCT.
           IF  SC-MESSAGE NOT = SPACES
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-1600-SAVE-PRODUCT
           END-IF.

      *    [RD] ancienne valeur relue juste avant la mise a jour, pour
      *    la ligne d'audit.
           MOVE SPACES TO SQL-AUDIT-OLD.
           EXEC SQL
              SELECT PRODUCT_PREFIX || ' ' || PRODUCT_LABEL
                  || ' ' || PRODUCT_START_DATE
                  || '/' || COALESCE(PRODUCT_END_DATE, '-')
                  || ' ' || PRODUCT_KIND
                  || ' g' || CAST(COALESCE(PRODUCT_GRID_NUM, 0)
                                  AS VARCHAR)
                  || ' c' || CAST(COALESCE(PRODUCT_RATE_SLOT, 0)
                                  AS VARCHAR)
                  || ' ' || COALESCE(PRODUCT_ACCOUNT, '')
                 INTO :SQL-AUDIT-OLD
                 FROM PRODUCT
                 WHERE PRODUCT_CODE = :SQL-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE AVANT AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE PRODUCT
                 SET PRODUCT_PREFIX = :SQL-PREFIX,
                     PRODUCT_LABEL = TRIM(:SQL-LABEL),
                     PRODUCT_START_DATE = :SQL-START-DATE,
                     PRODUCT_END_DATE = NULLIF(TRIM(:SQL-END-DATE), ''),
                     PRODUCT_ORDER = :SQL-ORDER,
                     PRODUCT_KIND = :SQL-KIND,
                     PRODUCT_GRID_NUM = :SQL-GRID-NUM,
                     PRODUCT_RATE_SLOT = :SQL-RATE-SLOT,
                     PRODUCT_BENEFIT_RATE = :SQL-BENEFIT-RATE,
                     PRODUCT_COMM_RATE = :SQL-COMM-RATE,
                     PRODUCT_ACCOUNT = TRIM(:SQL-ACCOUNT)
                 WHERE PRODUCT_CODE = :SQL-CODE
           END-EXEC.
           IF  SQLCODE = FIN
              EXEC SQL
                 INSERT INTO PRODUCT
                    (PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                     PRODUCT_START_DATE, PRODUCT_END_DATE,
                     PRODUCT_ORDER, PRODUCT_KIND, PRODUCT_GRID_NUM,
                     PRODUCT_RATE_SLOT, PRODUCT_BENEFIT_RATE,
                     PRODUCT_COMM_RATE, PRODUCT_ACCOUNT)
                    VALUES
                    (:SQL-CODE, :SQL-PREFIX, TRIM(:SQL-LABEL),
                     :SQL-START-DATE, NULLIF(TRIM(:SQL-END-DATE), ''),
                     :SQL-ORDER, :SQL-KIND, :SQL-GRID-NUM,
                     :SQL-RATE-SLOT, :SQL-BENEFIT-RATE,
                     :SQL-COMM-RATE, TRIM(:SQL-ACCOUNT))
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ PRODUCT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-CODE TO SQL-AUDIT-KEY.
           INITIALIZE SQL-AUDIT-NEW.
           STRING SQL-PREFIX ' ' FUNCTION TRIM(SQL-LABEL) ' '
              SQL-START-DATE '/' SQL-END-DATE ' ' SQL-KIND
              ' g' SQL-GRID-NUM ' c' SQL-RATE-SLOT ' ' SQL-ACCOUNT
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           MOVE 'PRODUCT' TO SQL-AUDIT-TABLE.
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE 'PRODUIT ENREGISTRE.' TO SC-MESSAGE.
       END-1600-SAVE-PRODUCT.
           EXIT.

      ******************************************************************
      *    [RD] Controles de coherence avec le reste du catalogue et   *
      *    les contrats ; un message non vide refuse l'enregistrement. *
      ******************************************************************
       1700-CHECK-PRODUCT-START.
      *    [RD] prefixe deja porte par un autre produit.
           MOVE ZERO TO SQL-COUNT.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-COUNT
                 FROM PRODUCT
                 WHERE PRODUCT_PREFIX = :SQL-PREFIX
                   AND PRODUCT_CODE <> :SQL-CODE
           END-EXEC.
           IF  SQL-COUNT > ZERO
              MOVE 'Prefixe deja utilise par un autre produit.'
                 TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCT
           END-IF.
      *    [RD] un prefixe porte par des contrats ne change plus :
      *    etats, factures et statistiques le retrouvent par ce
      *    prefixe.
           MOVE SPACES TO SQL-OLD-PREFIX.
           EXEC SQL
              SELECT PRODUCT_PREFIX INTO :SQL-OLD-PREFIX
                 FROM PRODUCT
                 WHERE PRODUCT_CODE = :SQL-CODE
           END-EXEC.
           IF  SQL-OLD-PREFIX NOT = SPACES
              AND SQL-OLD-PREFIX NOT = SQL-PREFIX
              MOVE ZERO TO SQL-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-COUNT
                    FROM CUSTOMER_REIMBURSEMENT
                    WHERE SUBSTRING(REIMBURSEMENT_NUM, 1, 3)
                          = :SQL-OLD-PREFIX
              END-EXEC
              IF  SQL-COUNT > ZERO
                 MOVE 'Prefixe porte par des contrats : non modifiable.'
                    TO SC-MESSAGE
                 GO TO END-1700-CHECK-PRODUCT
              END-IF
           END-IF.
      *    [RD] une colonne de taux historique pour un seul produit.
           IF  SQL-RATE-SLOT > ZERO
              MOVE ZERO TO SQL-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-COUNT
                    FROM PRODUCT
                    WHERE PRODUCT_RATE_SLOT = :SQL-RATE-SLOT
                      AND PRODUCT_CODE <> :SQL-CODE
              END-EXEC
              IF  SQL-COUNT > ZERO
                 MOVE 'Colonne de taux deja attribuee a un produit.'
                    TO SC-MESSAGE
                 GO TO END-1700-CHECK-PRODUCT
              END-IF
           END-IF.
      *    [RD] un contrat type a besoin de sa grille de garanties.
           IF  SQL-KIND EQUAL 'C'
              MOVE ZERO TO SQL-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-COUNT
                    FROM CLASSIC_REIMBURSEMENT
                    WHERE CLASSIC_REIMBURSEMENT_NUMBER = :SQL-GRID-NUM
              END-EXEC
              IF  SQL-COUNT EQUAL ZERO
                 MOVE 'Grille CLASSIC_REIMBURSEMENT inconnue.'
                    TO SC-MESSAGE
                 GO TO END-1700-CHECK-PRODUCT
              END-IF
           END-IF.
       END-1700-CHECK-PRODUCT.
           EXIT.

      ******************************************************************
      *    [RD] Ligne avant/apres au journal d'audit des parametres.   *
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
