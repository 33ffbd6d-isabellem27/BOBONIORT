      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Le nouvel IBAN leve le soupcon pose par   *
      *    un virement rejete (virback.cbl) et remet au paiement les   *
      *    demandes et credits dont le virement avait ete rejete.      *
      * MAJ RD le 15/10/2026 IBAN propre d'un ayant droit (depfront):  *
      *    la file indique le beneficiaire de la demande ; approuvee, *
      *    elle pose l'IBAN sur CUSTOMER_DEPENDENT et leve le soupcon *
      *    de l'ayant droit, sans toucher a la fiche de l'adherent.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ibanappr RECURSIVE.
           03 WS-Q1-OLD         PIC X(34).
           03 WS-Q1-NEW         PIC X(34).
           03 WS-Q1-DATE        PIC X(10).
           03 WS-Q1-FOR         PIC X(30).
       01  WS-Q-ROW-2.
           03 WS-Q2-SECU        PIC 9(15).
           03 WS-Q2-OLD         PIC X(34).
           03 WS-Q2-NEW         PIC X(34).
           03 WS-Q2-DATE        PIC X(10).
           03 WS-Q2-FOR         PIC X(30).
       01  WS-Q-ROW-3.
           03 WS-Q3-SECU        PIC 9(15).
           03 WS-Q3-OLD         PIC X(34).
           03 WS-Q3-NEW         PIC X(34).
           03 WS-Q3-DATE        PIC X(10).
           03 WS-Q3-FOR         PIC X(30).

      ******************************************************************
      * Declaration des variables correspondant a sql
       01  SQL-REQ-DATE         PIC X(10).
       01  SQL-APPROVER         PIC X(10).
       01  SQL-NB-EXPIRED       PIC 9(05).
      *    [RD] le 15/10/2026 : ayant droit de la demande (0 pour
      *    l'adherent lui-meme) et libelle du beneficiaire.
       01  SQL-DEP-NUM          PIC 9(08).
       01  SQL-REQ-FOR          PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                   APPROVAL_DATE  VARCHAR(10)
               )
           END-EXEC.
      *    [RD] le 15/10/2026 : demandes portant sur l'IBAN d'un
      *    ayant droit (depfront.cbl) ; 0 pour l'adherent.
           EXEC SQL
               ALTER TABLE IBAN_PENDING
               ADD COLUMN IF NOT EXISTS DEPENDENT_NUM INT DEFAULT 0
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DEPENDENT (
                   UUID_CUSTOMER        VARCHAR(36),
                   DEPENDENT_NUM        INT,
                   DEPENDENT_RELATION   VARCHAR(10),
                   DEPENDENT_LASTNAME   VARCHAR(20),
                   DEPENDENT_FIRSTNAME  VARCHAR(20),
                   DEPENDENT_BIRTH_DATE VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN VARCHAR(34)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_ENC BYTEA
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_SUSPECT
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           MOVE ZERO TO SQLCODE.

      *    [RD] expiration apres cinq jours sans revue : la demande
      *    est marquee EXPIRE et signalee a l'administrateur.
               SELECT CUSTOMER.CUSTOMER_CODE_SECU,
                      IBAN_PENDING.OLD_IBAN,
                      IBAN_PENDING.NEW_IBAN,
                      IBAN_PENDING.REQUEST_DATE,
                      CASE WHEN COALESCE(IBAN_PENDING.DEPENDENT_NUM,
                                0) = 0
                           THEN 'ADHERENT'
                           ELSE 'AYANT DROIT ' || TRIM(COALESCE(
                                CUSTOMER_DEPENDENT.DEPENDENT_FIRSTNAME,
                                ''))
                      END
               FROM IBAN_PENDING
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER
                    = IBAN_PENDING.UUID_CUSTOMER
               LEFT JOIN CUSTOMER_DEPENDENT
                   ON CUSTOMER_DEPENDENT.UUID_CUSTOMER
                    = IBAN_PENDING.UUID_CUSTOMER
                  AND CUSTOMER_DEPENDENT.DEPENDENT_NUM
                    = IBAN_PENDING.DEPENDENT_NUM
               WHERE IBAN_PENDING.PENDING_STATUS = 'EN_ATTENTE'
               ORDER BY IBAN_PENDING.REQUEST_DATE
               LIMIT 3
               EXEC SQL
                   FETCH CRS-IBQ
                   INTO :SQL-CUS-SECU, :SQL-OLD-IBAN,
                        :SQL-NEW-IBAN, :SQL-REQ-DATE,
                        :SQL-REQ-FOR
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE FIN TO SQLCODE
                   MOVE SQL-OLD-IBAN TO WS-Q1-OLD
                   MOVE SQL-NEW-IBAN TO WS-Q1-NEW
                   MOVE SQL-REQ-DATE TO WS-Q1-DATE
                   MOVE SQL-REQ-FOR TO WS-Q1-FOR
               WHEN 2
                   MOVE SQL-CUS-SECU TO WS-Q2-SECU
                   MOVE SQL-OLD-IBAN TO WS-Q2-OLD
                   MOVE SQL-NEW-IBAN TO WS-Q2-NEW
                   MOVE SQL-REQ-DATE TO WS-Q2-DATE
                   MOVE SQL-REQ-FOR TO WS-Q2-FOR
               WHEN 3
                   MOVE SQL-CUS-SECU TO WS-Q3-SECU
                   MOVE SQL-OLD-IBAN TO WS-Q3-OLD
                   MOVE SQL-NEW-IBAN TO WS-Q3-NEW
                   MOVE SQL-REQ-DATE TO WS-Q3-DATE
                   MOVE SQL-REQ-FOR TO WS-Q3-FOR
           END-EVALUATE.
       1020-CHARGE-ROW-START-EXIT.
           EXIT.
               THRU 2000-SQL-CONNECTION-START-EXIT.

           MOVE SC-SECU TO SQL-CUS-SECU.
           INITIALIZE SQL-CUS-UUID SQL-DEP-NUM.
           EXEC SQL
               ALTER TABLE IBAN_PENDING
               ADD COLUMN IF NOT EXISTS DEPENDENT_NUM INT DEFAULT 0
           END-EXEC.
      *    [RD] le 15/10/2026 : une demande d'ayant droit et une
      *    demande de l'adherent peuvent coexister pour un meme secu :
      *    la plus ancienne est decidee d'abord.
           EXEC SQL
               SELECT IBAN_PENDING.UUID_CUSTOMER,
                      IBAN_PENDING.NEW_IBAN,
                      COALESCE(IBAN_PENDING.DEPENDENT_NUM, 0)
               INTO :SQL-CUS-UUID, :SQL-NEW-IBAN, :SQL-DEP-NUM
               FROM IBAN_PENDING
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_IBAN_ENC BYTEA
           END-EXEC.
      *    [RD] le 15/10/2026 : soupcon sur l'IBAN apres rejet d'un
      *    virement (virback.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_IBAN_SUSPECT
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MEMBER_CREDIT (
                   UUID_CUSTOMER      VARCHAR(36),
                   CREDIT_NUM         INT,
                   CREDIT_DATE        VARCHAR(10),
                   CREDIT_AMOUNT      NUMERIC(9,2),
                   CREDIT_ORIGIN_UUID VARCHAR(36),
                   CREDIT_STATUS      VARCHAR(10),
                   CREDIT_USED_DATE   VARCHAR(10)
               )
           END-EXEC.
      *    [RD] le 15/10/2026 : demande d'un ayant droit approuvee :
      *    l'IBAN est pose sur l'ayant droit seul (le coffre est
      *    vide, datprot.cbl rechiffrera la nouvelle valeur) et son
      *    soupcon est leve ; la fiche de l'adherent n'est pas
      *    touchee.
           IF FUNCTION UPPER-CASE(SC-DECISION) EQUAL 'A'
              AND SQL-DEP-NUM NOT = ZERO THEN
               EXEC SQL
                   ALTER TABLE CUSTOMER_DEPENDENT
                   ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN VARCHAR(34)
               END-EXEC
               EXEC SQL
                   ALTER TABLE CUSTOMER_DEPENDENT
                   ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_ENC BYTEA
               END-EXEC
               EXEC SQL
                   ALTER TABLE CUSTOMER_DEPENDENT
                   ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_SUSPECT
                       VARCHAR(1) DEFAULT '0'
               END-EXEC
               EXEC SQL
                   UPDATE CUSTOMER_DEPENDENT
                   SET DEPENDENT_IBAN = TRIM(:SQL-NEW-IBAN),
                       DEPENDENT_IBAN_ENC = NULL,
                       DEPENDENT_IBAN_SUSPECT = '0'
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND DEPENDENT_NUM = :SQL-DEP-NUM
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur application de l''IBAN ayant droit.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               EXEC SQL
                   UPDATE IBAN_PENDING
                   SET PENDING_STATUS = 'VALIDE',
                       APPROVED_BY = :SQL-APPROVER,
                       APPROVAL_DATE = CAST(CURRENT_DATE AS VARCHAR)
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND PENDING_STATUS = 'EN_ATTENTE'
                     AND COALESCE(DEPENDENT_NUM, 0) = :SQL-DEP-NUM
               END-EXEC
               MOVE 'IBAN DE L''AYANT DROIT APPLIQUE.'
                   TO WS-ERROR-MESSAGE
           ELSE
           IF FUNCTION UPPER-CASE(SC-DECISION) EQUAL 'A' THEN
      *        [RD] instantane de la fiche avant application, comme
      *        ucback.cbl avant toute modification.
                   GO TO 9020-SQL-ERROR-START
               END-IF

      *        [RD] le 15/10/2026 : le nouvel IBAN leve le soupcon ;
      *        les demandes dont le virement a ete rejete repartent
      *        au prochain paiement, sans date ni reference, et les
      *        credits dont le remboursement a ete rejete redeviennent
      *        disponibles (credremb.cbl).
               EXEC SQL
                   UPDATE CUSTOMER
                   SET CUSTOMER_IBAN_SUSPECT = '0'
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur levee du soupcon sur l''IBAN.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               EXEC SQL
                   UPDATE CUSTOMER_CLAIM
                   SET CLAIM_STATUS = 'APPROUVE',
                       CLAIM_PAID_DATE = '',
                       CLAIM_PAYMENT_REF = ''
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND CLAIM_STATUS = 'VIR-REJETE'
                     AND COALESCE(CLAIM_TIERS_PAYANT, '0') <> '1'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
                   MOVE 'Erreur remise au paiement des demandes.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               EXEC SQL
                   UPDATE MEMBER_CREDIT
                   SET CREDIT_STATUS = 'DISPONIBLE',
                       CREDIT_USED_DATE = ''
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND CREDIT_STATUS = 'VIR-REJETE'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
                   MOVE 'Erreur remise a disposition des credits.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF

               EXEC SQL
                   UPDATE IBAN_PENDING
                   SET PENDING_STATUS = 'VALIDE',
                       APPROVAL_DATE = CAST(CURRENT_DATE AS VARCHAR)
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND PENDING_STATUS = 'EN_ATTENTE'
                     AND COALESCE(DEPENDENT_NUM, 0) = 0
               END-EXEC
               MOVE 'NOUVEL IBAN APPLIQUE.' TO WS-ERROR-MESSAGE
           ELSE
                       APPROVAL_DATE = CAST(CURRENT_DATE AS VARCHAR)
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND PENDING_STATUS = 'EN_ATTENTE'
                     AND COALESCE(DEPENDENT_NUM, 0) = :SQL-DEP-NUM
               END-EXEC
               MOVE 'DEMANDE REJETEE - ANCIEN IBAN CONSERVE.'
                   TO WS-ERROR-MESSAGE
           END-IF
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur cloture de la demande.'
