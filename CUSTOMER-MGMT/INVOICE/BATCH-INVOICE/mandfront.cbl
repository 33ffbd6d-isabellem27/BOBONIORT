      *    premier prelevement, RCUR ensuite) et activite. La collecte *
      *    mensuelle (sepacoll.cbl) ne preleve que les adherents       *
      *    porteurs d'un mandat actif.                                 *
      * MAJ RD le 15/10/2026 Jour de prelevement choisi par            *
      *    l'adherent (MANDATE_DEBIT_DAY, 1 a 28, 0 = collecte         *
      *    standard) : l'echeance des factures (geneinvo.cbl) et la    *
      *    date de presentation (sepacoll.cbl) le suivent.             *
      * Auteur: RD                                                     *
      * Date de creation : le 22/08/2026                               *
      ******************************************************************
       01  SC-SIGN-DATE        PIC 9(08)   VALUE ZERO .
       01  SC-SEQUENCE         PIC X(04)   VALUE 'FRST' .
       01  SC-ACTIVE           PIC X(01)   VALUE '1' .
      *    [RD] le 15/10/2026 : jour de prelevement prefere.
       01  SC-DEBIT-DAY        PIC 9(02)   VALUE ZERO .

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .
       01  SQL-SIGN-DATE           PIC X(10)   VALUE SPACES      .
       01  SQL-SEQUENCE            PIC X(04)   VALUE SPACES      .
       01  SQL-ACTIVE              PIC X(01)   VALUE SPACE       .
       01  SQL-DEBIT-DAY           PIC 9(02)   VALUE ZERO        .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-LOAD SC-MESSAGE
                      SC-SECU SC-MANDATE-REF SC-SIGN-DATE
                      SC-DEBIT-DAY.
           MOVE 'FRST' TO SC-SEQUENCE.
           MOVE '1' TO SC-ACTIVE.
           PERFORM 2000-SQL-CONNECTION-START
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : jour de prelevement prefere, 0 pour
      *    les mandats existants (collecte standard).
           EXEC SQL
              ALTER TABLE CUSTOMER_MANDATE
                 ADD COLUMN IF NOT EXISTS MANDATE_DEBIT_DAY INT
                 DEFAULT 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'AJOUT MANDATE_DEBIT_DAY' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           END-IF.
           EXEC SQL
              SELECT MANDATE_REF, MANDATE_SIGN_DATE,
                     MANDATE_SEQUENCE, MANDATE_ACTIVE,
                     COALESCE(MANDATE_DEBIT_DAY, 0)
                 INTO :SQL-MANDATE-REF, :SQL-SIGN-DATE,
                      :SQL-SEQUENCE, :SQL-ACTIVE,
                      :SQL-DEBIT-DAY
                 FROM CUSTOMER_MANDATE
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           END-IF.
           MOVE SQL-SEQUENCE TO SC-SEQUENCE.
           MOVE SQL-ACTIVE TO SC-ACTIVE.
           MOVE SQL-DEBIT-DAY TO SC-DEBIT-DAY.
           MOVE 'MANDAT CHARGE.' TO SC-MESSAGE.
       END-1500-LOAD-MANDATE.
           EXIT.
              MOVE 'Sequence invalide : FRST ou RCUR.' TO SC-MESSAGE
              GO TO END-1600-SAVE-MANDATE
           END-IF.
      *    [RD] le 15/10/2026 : jour present dans tous les mois (pas
      *    de 29 a 31), 0 pour la date de collecte standard.
           IF  SC-DEBIT-DAY > 28
              MOVE 'Jour de prelevement invalide : 1 a 28, ou 0.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-MANDATE
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1400-FIND-MEMBER-START
           END-STRING.
           MOVE SC-SEQUENCE TO SQL-SEQUENCE.
           MOVE SC-ACTIVE TO SQL-ACTIVE.
           MOVE SC-DEBIT-DAY TO SQL-DEBIT-DAY.
           EXEC SQL
              UPDATE CUSTOMER_MANDATE
                 SET MANDATE_REF = :SQL-MANDATE-REF,
                     MANDATE_SIGN_DATE = :SQL-SIGN-DATE,
                     MANDATE_SEQUENCE = :SQL-SEQUENCE,
                     MANDATE_ACTIVE = :SQL-ACTIVE,
                     MANDATE_DEBIT_DAY = :SQL-DEBIT-DAY
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE = FIN
              EXEC SQL
                 INSERT INTO CUSTOMER_MANDATE
                    (UUID_CUSTOMER, MANDATE_REF, MANDATE_SIGN_DATE,
                     MANDATE_SEQUENCE, MANDATE_ACTIVE,
                     MANDATE_DEBIT_DAY)
                    VALUES
                    (:SQL-CUS-UUID, :SQL-MANDATE-REF, :SQL-SIGN-DATE,
                     :SQL-SEQUENCE, :SQL-ACTIVE, :SQL-DEBIT-DAY)
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
