      *    flux CPAM (doublons, cpamback.cbl) apparaissent dans la    *
      *    file et se decident comme les demandes RECU : approbation  *
      *    (liberation) ou refus motive.                               *
      * MAJ RD le 15/10/2026 Feuilles de soins : la demande ouverte    *
      *    affiche sa feuille et son rang ; avec Toute la feuille = O, *
      *    la decision s'applique a chaque ligne encore a decider de   *
      *    la feuille (memes controles que ligne a ligne). Les pieces  *
      *    jointes a une ligne valent pour toute la feuille.           *
      * MAJ RD le 15/10/2026 Reseau de soins : une demande facturee    *
      *    par un partenaire au-dela du prix negocie                   *
      *    (CLAIM_NET_OVERCHARGE, rembsave.cbl) est signalee a         *
      *    l'ouverture, avec le prix negocie, avant la decision.       *
      *    Programme precedent: menu remboursement (rembmenu.cbl)      *
      *    Programme suivant : menu remboursement (rembmenu.cbl)       *
      *                                                                *
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-Z-NET-PRICE       PIC Z(04)9.
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-OPEN-CHOICE       PIC X(01).
       01  WS-DECIDE-CHOICE     PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-CLM-INDEX         PIC 9(01) VALUE 0.
      *    [RD] le 15/10/2026 : decision sur toute la feuille de
      *    soins : lignes a decider, decision saisie a reporter sur
      *    chacune et bilan.
       01  SC-WHOLE-SHEET       PIC X(01) VALUE SPACE.
       01  WS-SHEET-CNT         PIC 9(03) VALUE ZERO.
       01  WS-SHEET-IDX         PIC 9(03) VALUE ZERO.
       01  WS-SHEET-TAB.
           03 WS-SHEET-CLAIM    PIC 9(08) OCCURS 99.
       01  WS-SHEET-DECIDE      PIC X(01) VALUE SPACE.
       01  WS-SHEET-REASON      PIC X(40) VALUE SPACES.
       01  WS-SHEET-NUM-ED      PIC Z(07)9.
       01  WS-SHEET-OK          PIC 9(03) VALUE ZERO.
       01  WS-SHEET-KO          PIC 9(03) VALUE ZERO.
       01  WS-SHEET-OK-ED       PIC ZZ9.
       01  WS-SHEET-KO-ED       PIC ZZ9.

      *    [RD] saisies du gestionnaire : demande a ouvrir, decision
      *    (A = approuver, R = refuser), motif et identifiant.
           03 WS-OPEN-CATEGORY  PIC X(20).
           03 WS-OPEN-AMOUNT    PIC 9(05).
           03 WS-OPEN-OWED      PIC 9(05).
           03 WS-OPEN-SHEET     PIC 9(08).
           03 WS-OPEN-LINE      PIC 9(03).

      *    [RD] file des cinq demandes RECU les plus anciennes.
       01  WS-QUEUE-ROW-1.
       01  SQL-BL-FLAG          PIC X(01).
       01  SQL-SENIOR-CNT       PIC 9(03).
       01  SQL-EVT-DATE         PIC X(10).
      *    [RD] le 15/10/2026 : depassement du prix negocie du reseau.
       01  SQL-NET-OVERCHARGE   PIC X(01).
       01  SQL-NET-PRICE        PIC 9(05).
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-RULE-CNT         PIC 9(03) VALUE 0.
       01  SQL-MISSING-CNT      PIC 9(03) VALUE 0.
       01  SQL-MISSING-TYPE     PIC X(20).
      *    [RD] le 15/10/2026 : feuille de soins de la demande.
       01  SQL-SHEET-NUM        PIC 9(08) VALUE ZERO.
       01  SQL-LINE-NUM         PIC 9(03) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               ADD COLUMN IF NOT EXISTS CLAIM_BLACKLISTED
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
      *    [RD] le 15/10/2026 : marque de depassement du prix negocie
      *    du reseau de soins (rembsave.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NET_PRICE INT
                   DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NET_OVERCHARGE
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REVIEWER_PARAM (
                   REVIEWER_USER   VARCHAR(10),
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : rattachement des lignes a leur
      *    feuille de soins (clmsheet.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_SHEET_NUM INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_LINE_NUM INTEGER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes feuille de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_ANOM_PARAM (
                  PARAM_NUM        INT,
                   THRU 1300-OPEN-CLAIM-START-EXIT
               MOVE SPACES TO WS-OPEN-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-DECIDE-CHOICE) EQUAL 'O' THEN
      *    [RD] le 15/10/2026 : decision de toute la feuille ou de la
      *    seule ligne ouverte.
               IF FUNCTION UPPER-CASE(SC-WHOLE-SHEET) EQUAL 'O' THEN
                   PERFORM 1600-DECIDE-SHEET-START
                       THRU 1600-DECIDE-SHEET-START-EXIT
               ELSE
                   PERFORM 1400-DECIDE-CLAIM-START
                       THRU 1400-DECIDE-CLAIM-START-EXIT
               END-IF
               MOVE SPACES TO WS-DECIDE-CHOICE SC-WHOLE-SHEET
           ELSE IF FUNCTION UPPER-CASE(WS-DECOMPTE-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1500-MAKE-DECOMPTE-START
                      CUSTOMER_CLAIM.CLAIM_OWED,
                      COALESCE(CUSTOMER_CLAIM.CLAIM_CAPTURED_BY, ''),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_REVIEWER, ''),
                      CUSTOMER_CLAIM.CLAIM_STATUS,
                      COALESCE(CUSTOMER_CLAIM.CLAIM_SHEET_NUM, 0),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_LINE_NUM, 0),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_NET_OVERCHARGE,
                               '0'),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_NET_PRICE, 0)
               INTO :SQL-CLM-DATE, :SQL-CLM-NAME, :SQL-CLM-CATEGORY,
                    :SQL-CLM-AMOUNT, :SQL-CLM-OWED,
                    :SQL-CAPTURED-BY, :SQL-REVIEWER1,
                    :SQL-OPEN-STATUS, :SQL-SHEET-NUM, :SQL-LINE-NUM,
                    :SQL-NET-OVERCHARGE, :SQL-NET-PRICE
               FROM CUSTOMER_CLAIM
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER
           MOVE SQL-CLM-CATEGORY TO WS-OPEN-CATEGORY.
           MOVE SQL-CLM-AMOUNT TO WS-OPEN-AMOUNT.
           MOVE SQL-CLM-OWED TO WS-OPEN-OWED.
           MOVE SQL-SHEET-NUM TO WS-OPEN-SHEET.
           MOVE SQL-LINE-NUM TO WS-OPEN-LINE.
           MOVE 'Demande chargee, saisir la decision (A/R).'
               TO WS-ERROR-MESSAGE.
      *    [RD] le 15/10/2026 : facture au-dela du prix negocie du
      *    reseau de soins : a verifier avant de decider.
           IF SQL-NET-OVERCHARGE EQUAL '1' THEN
               MOVE SQL-NET-PRICE TO WS-Z-NET-PRICE
               INITIALIZE WS-ERROR-MESSAGE
               STRING 'Demande chargee - PRIX RESEAU DEPASSE (negocie '
                   FUNCTION TRIM(WS-Z-NET-PRICE) ' EUR).'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1300-OPEN-CLAIM-START-EXIT.
           EXIT.

      *    plus les regles '*' communes) aux pieces presentes dans
      *    CLAIM_DOCUMENT ; toute piece manquante bloque
      *    l'approbation, avec son type dans le message.
      *    [RD] le 15/10/2026 : une piece jointe a l'une des lignes
      *    de la feuille de soins vaut pour toutes ses lignes (une
      *    seule facture pour la visite).
       1450-CHECK-REQUIRED-DOCS-START.
           MOVE WS-OPEN-NUM TO SQL-CLM-NUM.
           MOVE WS-OPEN-SHEET TO SQL-SHEET-NUM.
           MOVE WS-OPEN-CATEGORY TO SQL-CLM-CATEGORY.
           MOVE ZERO TO SQL-MISSING-CNT.
           MOVE SPACES TO SQL-MISSING-TYPE.
                      OR R.RULE_CATEGORY = '*')
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIM_DOCUMENT D
                       WHERE D.DOC_TYPE = R.RULE_DOC_TYPE
                         AND (D.CLAIM_NUM = :SQL-CLM-NUM
                              OR D.CLAIM_NUM IN
                                 (SELECT L.CLAIM_NUM
                                    FROM CUSTOMER_CLAIM L
                                   WHERE :SQL-SHEET-NUM > 0
                                     AND L.CLAIM_SHEET_NUM
                                         = :SQL-SHEET-NUM)))
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur controle des pieces justificatives.'
       1500-MAKE-DECOMPTE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-DECIDE-SHEET-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : applique la decision saisie a toutes
      *    les lignes encore a decider (RECU, SUSPENS, APPROUVE1) de
      *    la feuille de soins de la demande ouverte. Chaque ligne
      *    passe par l'ouverture et la decision habituelles (pieces,
      *    separation des roles, liste noire, double approbation) ;
      *    une ligne bloquee reste a decider individuellement.
       1600-DECIDE-SHEET-START.
           IF WS-OPEN-NUM EQUAL ZERO THEN
               MOVE 'Veuillez d''abord ouvrir une demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-DECIDE-SHEET-START-EXIT
           END-IF.
           IF WS-OPEN-SHEET EQUAL ZERO THEN
               MOVE 'Demande hors feuille de soins : decision ligne.'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-DECIDE-SHEET-START-EXIT
           END-IF.
           MOVE WS-OPEN-SHEET TO SQL-SHEET-NUM WS-SHEET-NUM-ED.
           MOVE SC-DECISION TO WS-SHEET-DECIDE.
           MOVE SC-REASON TO WS-SHEET-REASON.
           INITIALIZE WS-SHEET-TAB.
           MOVE ZERO TO WS-SHEET-CNT WS-SHEET-OK WS-SHEET-KO.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               DECLARE CRS-SHEET CURSOR FOR
               SELECT CLAIM_NUM
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_SHEET_NUM = :SQL-SHEET-NUM
                 AND CLAIM_STATUS IN ('RECU', 'SUSPENS', 'APPROUVE1')
               ORDER BY CLAIM_LINE_NUM, CLAIM_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-SHEET END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur ouverture curseur feuille de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-SHEET INTO :SQL-CLM-NUM
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture feuille de soins.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               IF SQLCODE NOT = FIN AND WS-SHEET-CNT < 99 THEN
                   ADD 1 TO WS-SHEET-CNT
                   MOVE SQL-CLM-NUM TO WS-SHEET-CLAIM(WS-SHEET-CNT)
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-SHEET END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           PERFORM 1610-DECIDE-SHEET-LINE-START
               THRU 1610-DECIDE-SHEET-LINE-START-EXIT
               VARYING WS-SHEET-IDX FROM 1 BY 1
               UNTIL WS-SHEET-IDX > WS-SHEET-CNT.

           MOVE WS-SHEET-OK TO WS-SHEET-OK-ED.
           MOVE WS-SHEET-KO TO WS-SHEET-KO-ED.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'FEUILLE ' FUNCTION TRIM(WS-SHEET-NUM-ED)
                  ' : ' FUNCTION TRIM(WS-SHEET-OK-ED)
                  ' LIGNE(S) DECIDEE(S), '
                  FUNCTION TRIM(WS-SHEET-KO-ED)
                  ' BLOQUEE(S).'
                  DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE WS-OPEN-CLAIM SC-CLAIM-NUM SC-DECISION
               SC-REASON.
       1600-DECIDE-SHEET-START-EXIT.
           EXIT.

      ******************************************************************
      *    1610-DECIDE-SHEET-LINE-START.                               *
      ******************************************************************
      *    [RD] le 15/10/2026 : ouvre puis decide une ligne de la
      *    feuille avec la decision saisie pour la feuille.
       1610-DECIDE-SHEET-LINE-START.
           MOVE WS-SHEET-CLAIM(WS-SHEET-IDX) TO SC-CLAIM-NUM.
           MOVE WS-SHEET-DECIDE TO SC-DECISION.
           MOVE WS-SHEET-REASON TO SC-REASON.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM 1300-OPEN-CLAIM-START
               THRU 1300-OPEN-CLAIM-START-EXIT.
           IF WS-OPEN-NUM EQUAL ZERO THEN
               ADD 1 TO WS-SHEET-KO
               GO TO 1610-DECIDE-SHEET-LINE-START-EXIT
           END-IF.
           PERFORM 1400-DECIDE-CLAIM-START
               THRU 1400-DECIDE-CLAIM-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL 'DECISION ENREGISTREE.'
              OR WS-ERROR-MESSAGE EQUAL
                 'PREMIERE APPROBATION - SECONDE REQUISE.' THEN
               ADD 1 TO WS-SHEET-OK
           ELSE
               ADD 1 TO WS-SHEET-KO
           END-IF.
       1610-DECIDE-SHEET-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
