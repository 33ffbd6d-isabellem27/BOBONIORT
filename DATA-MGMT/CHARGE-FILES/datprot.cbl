      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 IBAN propre des ayants droit              *
      *    (CUSTOMER_DEPENDENT, approuve par ibanappr.cbl) : chiffre   *
      *    dans DEPENDENT_IBAN_ENC et efface en clair de la meme      *
      *    facon ; compte dans le total des IBAN proteges.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datprot RECURSIVE.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-VAULT-KEY        PIC X(16) VALUE SPACES.
       01  SQL-NB-IBAN          PIC 9(06).
       01  SQL-NB-DEP-IBAN      PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               MOVE SQLERRD(3) TO SQL-NB-IBAN
           END-IF.

      *    [RD] le 15/10/2026 : IBAN propre des ayants droit, chiffre
      *    et efface de la meme facon.
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
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES DU COFFRE AYANTS DROIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-0000-MAIN
           END-IF.
           MOVE ZERO TO SQL-NB-DEP-IBAN.
           EXEC SQL
               UPDATE CUSTOMER_DEPENDENT
               SET DEPENDENT_IBAN_ENC =
                       pgp_sym_encrypt(TRIM(DEPENDENT_IBAN),
                                       TRIM(:SQL-VAULT-KEY)),
                   DEPENDENT_IBAN = ''
               WHERE COALESCE(DEPENDENT_IBAN, '') <> ''
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'CHIFFREMENT IBAN AYANTS DROIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-0000-MAIN
           END-IF.
           IF  SQLCODE = ZERO
               MOVE SQLERRD(3) TO SQL-NB-DEP-IBAN
           END-IF.
           ADD SQL-NB-DEP-IBAN TO SQL-NB-IBAN.

           EXEC SQL COMMIT WORK END-EXEC.
           MOVE SQL-NB-IBAN TO LK-NB-PROTECTED.
           MOVE ZERO TO SQLCODE.
