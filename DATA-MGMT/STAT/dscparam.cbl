      ******************************************************************
      * Gestion des regles de remise sur cotisation (DISCOUNT_RULE).   *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Les remises votees par le conseil (fidelite, famille        *
      *    nombreuse, multi-contrats a la meme adresse) sont lues par  *
      *    discount.cbl dans la table DISCOUNT_RULE : cet ecran cree,  *
      *    modifie ou suspend une regle (type, seuil, pourcentage ou   *
      *    montant fixe, periode de validite, cumul avec les autres    *
      *    types) sans modifier de programme. Les nouvelles valeurs    *
      *    s'appliquent aux cotisations calculees a partir de          *
      *    l'enregistrement (souscription, changement de palier,       *
      *    recalcul annuel) ; les contrats deja remises ne sont pas    *
      *    recalcules ici. Chaque enregistrement ecrit une ligne       *
      *    avant/apres au journal d'audit des parametres               *
      *    (PARAM_AUDIT, audparam.cbl).                                *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dscparam RECURSIVE.
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

      *    zones de saisie de la regle
       01  SC-CODE             PIC X(10)   VALUE SPACES .
       01  SC-TYPE             PIC X(10)   VALUE SPACES .
       01  SC-LABEL            PIC X(30)   VALUE SPACES .
       01  SC-CONDITION        PIC 9(03)   VALUE ZERO .
       01  SC-PCT              PIC 9(03)   VALUE ZERO .
       01  SC-AMOUNT           PIC 9(04)   VALUE ZERO .
       01  SC-VALID-FROM       PIC 9(08)   VALUE ZERO .
       01  SC-VALID-TO         PIC 9(08)   VALUE ZERO .
       01  SC-COMBINE          PIC X(01)   VALUE 'O' .
       01  SC-ACTIVE           PIC X(01)   VALUE 'O' .
       01  SC-AUDIT-USER       PIC X(10)   VALUE SPACES .

      *    regles affichees (huit au plus, par type puis code)
       01  SC-RULE-1           PIC X(100)  VALUE SPACES .
       01  SC-RULE-2           PIC X(100)  VALUE SPACES .
       01  SC-RULE-3           PIC X(100)  VALUE SPACES .
       01  SC-RULE-4           PIC X(100)  VALUE SPACES .
       01  SC-RULE-5           PIC X(100)  VALUE SPACES .
       01  SC-RULE-6           PIC X(100)  VALUE SPACES .
       01  SC-RULE-7           PIC X(100)  VALUE SPACES .
       01  SC-RULE-8           PIC X(100)  VALUE SPACES .
       01  WS-RULE-LINE        PIC X(100)  VALUE SPACES .
       01  WS-ROW-IDX          PIC 9(02)   VALUE ZERO .
       01  WS-Z-COND           PIC ZZ9 .
       01  WS-Z-PCT            PIC ZZ9 .
       01  WS-Z-AMOUNT         PIC ZZZ9 .

      *    appel de discount.cbl pour creer et amorcer la table
       01  WS-DISCOUNT.
           05 WS-DSC-FUNCTION     PIC X(01).
           05 WS-DSC-UUID         PIC X(36).
           05 WS-DSC-GROSS        PIC 9(05).
           05 WS-DSC-CHILD-COST   PIC 9(05).
           05 WS-DSC-NBCHILDREN   PIC 9(03).
           05 WS-DSC-YEARS        PIC 9(03).
           05 WS-DSC-HOUSEHOLD    PIC 9(03).
           05 WS-DSC-LOYALTY      PIC 9(05).
           05 WS-DSC-FAMILY       PIC 9(05).
           05 WS-DSC-MULTI        PIC 9(05).
           05 WS-DSC-TOTAL        PIC 9(05).
           05 WS-DSC-NET          PIC 9(05).
           05 WS-DSC-RC           PIC X(01).

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-CODE                PIC X(10)   VALUE SPACES      .
       01  SQL-TYPE                PIC X(10)   VALUE SPACES      .
       01  SQL-LABEL               PIC X(30)   VALUE SPACES      .
       01  SQL-CONDITION           PIC 9(03)   VALUE 0           .
       01  SQL-PCT                 PIC 9(03)   VALUE 0           .
       01  SQL-AMOUNT              PIC 9(04)   VALUE 0           .
       01  SQL-VALID-FROM          PIC X(10)   VALUE SPACES      .
       01  SQL-VALID-TO            PIC X(10)   VALUE SPACES      .
       01  SQL-COMBINE             PIC X(01)   VALUE SPACE       .
       01  SQL-ACTIVE              PIC X(01)   VALUE SPACE       .
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
       COPY 'screen-discount-param.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] La table DISCOUNT_RULE est creee et garnie des regles  *
      *    votees par discount.cbl au premier appel : un calcul a      *
      *    blanc suffit a la garantir avant l'affichage.               *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-LOAD SC-MESSAGE
                      SC-CODE SC-TYPE SC-LABEL SC-CONDITION SC-PCT
                      SC-AMOUNT SC-VALID-FROM SC-VALID-TO.
           MOVE 'O' TO SC-COMBINE.
           MOVE 'O' TO SC-ACTIVE.
           INITIALIZE WS-DISCOUNT.
           MOVE 'C' TO WS-DSC-FUNCTION.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           IF  WS-DSC-RC NOT = '0'
              MOVE 'LECTURE DES REGLES DE REMISE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1050-LOAD-RULES-START
                 THRU END-1050-LOAD-RULES.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

      ******************************************************************
      *    [RD] Liste des regles enregistrees, pour reperer le code a  *
      *    charger ; l'etoile marque une regle suspendue ou hors de    *
      *    sa periode de validite.                                     *
      ******************************************************************
       1050-LOAD-RULES-START.
           INITIALIZE SC-RULE-1 SC-RULE-2 SC-RULE-3 SC-RULE-4
                      SC-RULE-5 SC-RULE-6 SC-RULE-7 SC-RULE-8.
           MOVE ZERO TO WS-ROW-IDX.
           EXEC SQL
              DECLARE CRS-DSCRULE CURSOR FOR
              SELECT DISCOUNT_CODE, DISCOUNT_TYPE,
                     COALESCE(DISCOUNT_LABEL, ''),
                     COALESCE(DISCOUNT_CONDITION, 0),
                     COALESCE(DISCOUNT_PCT, 0),
                     COALESCE(DISCOUNT_AMOUNT, 0),
                     COALESCE(DISCOUNT_COMBINE, '1'),
                     CASE WHEN COALESCE(DISCOUNT_ACTIVE, '1') = '1'
                           AND (DISCOUNT_VALID_FROM IS NULL
                            OR DISCOUNT_VALID_FROM
                               <= CAST(CURRENT_DATE AS VARCHAR))
                           AND (DISCOUNT_VALID_TO IS NULL
                            OR DISCOUNT_VALID_TO
                               >= CAST(CURRENT_DATE AS VARCHAR))
                          THEN '1' ELSE '0' END
              FROM DISCOUNT_RULE
              ORDER BY DISCOUNT_TYPE, DISCOUNT_CODE
              LIMIT 8
           END-EXEC.
           EXEC SQL OPEN CRS-DSCRULE END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'OUVERTURE CRS-DSCRULE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
              EXEC SQL
                 FETCH CRS-DSCRULE
                 INTO :SQL-CODE, :SQL-TYPE, :SQL-LABEL,
                      :SQL-CONDITION, :SQL-PCT, :SQL-AMOUNT,
                      :SQL-COMBINE, :SQL-ACTIVE
              END-EXEC
              IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
                 MOVE 'LECTURE CRS-DSCRULE' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START
                      THRU END-9020-SQL-ERROR
              END-IF
              IF  SQLCODE = ZERO
                 PERFORM 1060-FORMAT-RULE-START
                      THRU END-1060-FORMAT-RULE
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-DSCRULE END-EXEC.
       END-1050-LOAD-RULES.
           EXIT.

       1060-FORMAT-RULE-START.
           ADD 1 TO WS-ROW-IDX.
           MOVE SQL-CONDITION TO WS-Z-COND.
           MOVE SQL-PCT TO WS-Z-PCT.
           MOVE SQL-AMOUNT TO WS-Z-AMOUNT.
           INITIALIZE WS-RULE-LINE.
           IF  SQL-ACTIVE EQUAL '1'
              MOVE ' ' TO WS-RULE-LINE(1:1)
           ELSE
              MOVE '*' TO WS-RULE-LINE(1:1)
           END-IF.
           STRING SQL-CODE ' ' SQL-TYPE ' seuil ' WS-Z-COND
              ' ' WS-Z-PCT ' pct + ' WS-Z-AMOUNT ' eur'
              ' cumul ' SQL-COMBINE ' - ' FUNCTION TRIM(SQL-LABEL)
              DELIMITED BY SIZE INTO WS-RULE-LINE(2:99)
           END-STRING.
           EVALUATE WS-ROW-IDX
              WHEN 1 MOVE WS-RULE-LINE TO SC-RULE-1
              WHEN 2 MOVE WS-RULE-LINE TO SC-RULE-2
              WHEN 3 MOVE WS-RULE-LINE TO SC-RULE-3
              WHEN 4 MOVE WS-RULE-LINE TO SC-RULE-4
              WHEN 5 MOVE WS-RULE-LINE TO SC-RULE-5
              WHEN 6 MOVE WS-RULE-LINE TO SC-RULE-6
              WHEN 7 MOVE WS-RULE-LINE TO SC-RULE-7
              WHEN 8 MOVE WS-RULE-LINE TO SC-RULE-8
           END-EVALUATE.
       END-1060-FORMAT-RULE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-DISCOUNT-PARAM
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-LOAD) EQUAL 'O' THEN
              PERFORM 1500-LOAD-RULE-START
                   THRU END-1500-LOAD-RULE
              MOVE SPACE TO SC-LOAD
           ELSE IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-RULE-START
                   THRU END-1600-SAVE-RULE
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Charge la regle du code saisi dans les zones de saisie.*
      ******************************************************************
       1500-LOAD-RULE-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-CODE EQUAL SPACES
              MOVE 'Veuillez saisir le code de la regle.'
                 TO SC-MESSAGE
              GO TO END-1500-LOAD-RULE
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CODE))
              TO SQL-CODE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           INITIALIZE SQL-TYPE SQL-LABEL SQL-VALID-FROM SQL-VALID-TO.
           EXEC SQL
              SELECT DISCOUNT_TYPE, COALESCE(DISCOUNT_LABEL, ''),
                     COALESCE(DISCOUNT_CONDITION, 0),
                     COALESCE(DISCOUNT_PCT, 0),
                     COALESCE(DISCOUNT_AMOUNT, 0),
                     COALESCE(DISCOUNT_VALID_FROM, ''),
                     COALESCE(DISCOUNT_VALID_TO, ''),
                     COALESCE(DISCOUNT_COMBINE, '1'),
                     COALESCE(DISCOUNT_ACTIVE, '1')
                 INTO :SQL-TYPE, :SQL-LABEL, :SQL-CONDITION,
                      :SQL-PCT, :SQL-AMOUNT, :SQL-VALID-FROM,
                      :SQL-VALID-TO, :SQL-COMBINE, :SQL-ACTIVE
                 FROM DISCOUNT_RULE
                 WHERE DISCOUNT_CODE = :SQL-CODE
           END-EXEC.
           IF  SQLCODE = FIN
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'Code inconnu : Valider pour creer la regle.'
                 TO SC-MESSAGE
              GO TO END-1500-LOAD-RULE
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE DISCOUNT_RULE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE SQL-TYPE TO SC-TYPE.
           MOVE SQL-LABEL TO SC-LABEL.
           MOVE SQL-CONDITION TO SC-CONDITION.
           MOVE SQL-PCT TO SC-PCT.
           MOVE SQL-AMOUNT TO SC-AMOUNT.
           MOVE ZERO TO SC-VALID-FROM SC-VALID-TO.
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
           IF  SQL-COMBINE EQUAL '1'
              MOVE 'O' TO SC-COMBINE
           ELSE
              MOVE 'N' TO SC-COMBINE
           END-IF.
           IF  SQL-ACTIVE EQUAL '1'
              MOVE 'O' TO SC-ACTIVE
              MOVE 'REGLE CHARGEE.' TO SC-MESSAGE
           ELSE
              MOVE 'N' TO SC-ACTIVE
              MOVE 'REGLE CHARGEE (suspendue).' TO SC-MESSAGE
           END-IF.
       END-1500-LOAD-RULE.
           EXIT.

      ******************************************************************
      *    [RD] Controle puis enregistre (ou remplace) la regle.       *
      ******************************************************************
       1600-SAVE-RULE-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-AUDIT-USER EQUAL SPACES
              MOVE 'Veuillez saisir votre identifiant utilisateur.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           IF  SC-CODE EQUAL SPACES OR SC-LABEL EQUAL SPACES
              MOVE 'Veuillez saisir le code et le libelle de la regle.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-TYPE)) TO SC-TYPE.
           IF  SC-TYPE NOT = 'FIDELITE' AND SC-TYPE NOT = 'FAMILLE'
              AND SC-TYPE NOT = 'MULTI'
              MOVE 'Type : FIDELITE, FAMILLE ou MULTI.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           IF  SC-CONDITION = ZERO AND SC-TYPE NOT = 'FIDELITE'
              MOVE 'Seuil obligatoire (rang d''enfant ou nb contrats).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           IF  SC-PCT > 100
              MOVE 'Le pourcentage ne peut depasser 100.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           IF  SC-PCT = ZERO AND SC-AMOUNT = ZERO
              MOVE 'Saisir un pourcentage ou un montant fixe.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           IF  FUNCTION TEST-DATE-YYYYMMDD(SC-VALID-FROM) NOT = 0
              MOVE 'Date de debut de validite invalide (AAAAMMJJ).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           IF  SC-VALID-TO NOT = ZERO
              AND (FUNCTION TEST-DATE-YYYYMMDD(SC-VALID-TO) NOT = 0
                   OR SC-VALID-TO < SC-VALID-FROM)
              MOVE 'Date de fin invalide ou anterieure au debut.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-COMBINE) TO SC-COMBINE.
           MOVE FUNCTION UPPER-CASE(SC-ACTIVE) TO SC-ACTIVE.
           IF  (SC-COMBINE NOT = 'O' AND SC-COMBINE NOT = 'N')
              OR (SC-ACTIVE NOT = 'O' AND SC-ACTIVE NOT = 'N')
              MOVE 'Cumulable et active : O ou N.' TO SC-MESSAGE
              GO TO END-1600-SAVE-RULE
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-CODE))
              TO SQL-CODE.
           MOVE SC-TYPE TO SQL-TYPE.
           MOVE SC-LABEL TO SQL-LABEL.
           MOVE SC-CONDITION TO SQL-CONDITION.
           MOVE SC-PCT TO SQL-PCT.
           MOVE SC-AMOUNT TO SQL-AMOUNT.
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
           IF  SC-COMBINE EQUAL 'O'
              MOVE '1' TO SQL-COMBINE
           ELSE
              MOVE '0' TO SQL-COMBINE
           END-IF.
           IF  SC-ACTIVE EQUAL 'O'
              MOVE '1' TO SQL-ACTIVE
           ELSE
              MOVE '0' TO SQL-ACTIVE
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.

      *    [RD] ancienne valeur relue juste avant la mise a jour, pour
      *    la ligne d'audit.
           MOVE SPACES TO SQL-AUDIT-OLD.
           EXEC SQL
              SELECT DISCOUNT_TYPE
                  || ' s' || CAST(COALESCE(DISCOUNT_CONDITION, 0)
                                  AS VARCHAR)
                  || ' ' || CAST(COALESCE(DISCOUNT_PCT, 0) AS VARCHAR)
                  || '% +' || CAST(COALESCE(DISCOUNT_AMOUNT, 0)
                                   AS VARCHAR)
                  || ' ' || COALESCE(DISCOUNT_VALID_FROM, '-')
                  || '/' || COALESCE(DISCOUNT_VALID_TO, '-')
                  || ' c' || COALESCE(DISCOUNT_COMBINE, '1')
                  || ' a' || COALESCE(DISCOUNT_ACTIVE, '1')
                 INTO :SQL-AUDIT-OLD
                 FROM DISCOUNT_RULE
                 WHERE DISCOUNT_CODE = :SQL-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE AVANT AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE DISCOUNT_RULE
                 SET DISCOUNT_TYPE = :SQL-TYPE,
                     DISCOUNT_LABEL = TRIM(:SQL-LABEL),
                     DISCOUNT_CONDITION = :SQL-CONDITION,
                     DISCOUNT_PCT = :SQL-PCT,
                     DISCOUNT_AMOUNT = :SQL-AMOUNT,
                     DISCOUNT_VALID_FROM = :SQL-VALID-FROM,
                     DISCOUNT_VALID_TO
                        = NULLIF(TRIM(:SQL-VALID-TO), ''),
                     DISCOUNT_COMBINE = :SQL-COMBINE,
                     DISCOUNT_ACTIVE = :SQL-ACTIVE
                 WHERE DISCOUNT_CODE = :SQL-CODE
           END-EXEC.
           IF  SQLCODE = FIN
              EXEC SQL
                 INSERT INTO DISCOUNT_RULE
                    (DISCOUNT_CODE, DISCOUNT_TYPE, DISCOUNT_LABEL,
                     DISCOUNT_CONDITION, DISCOUNT_PCT, DISCOUNT_AMOUNT,
                     DISCOUNT_VALID_FROM, DISCOUNT_VALID_TO,
                     DISCOUNT_COMBINE, DISCOUNT_ACTIVE)
                    VALUES
                    (:SQL-CODE, :SQL-TYPE, TRIM(:SQL-LABEL),
                     :SQL-CONDITION, :SQL-PCT, :SQL-AMOUNT,
                     :SQL-VALID-FROM, NULLIF(TRIM(:SQL-VALID-TO), ''),
                     :SQL-COMBINE, :SQL-ACTIVE)
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ DISCOUNT_RULE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-CODE TO SQL-AUDIT-KEY.
           INITIALIZE SQL-AUDIT-NEW.
           STRING FUNCTION TRIM(SQL-TYPE) ' s' SQL-CONDITION ' '
              SQL-PCT '% +' SQL-AMOUNT ' ' SQL-VALID-FROM '/'
              SQL-VALID-TO ' c' SQL-COMBINE ' a' SQL-ACTIVE
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           MOVE 'DISCOUNT_RULE' TO SQL-AUDIT-TABLE.
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1050-LOAD-RULES-START
                 THRU END-1050-LOAD-RULES.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE 'REGLE ENREGISTREE.' TO SC-MESSAGE.
       END-1600-SAVE-RULE.
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
