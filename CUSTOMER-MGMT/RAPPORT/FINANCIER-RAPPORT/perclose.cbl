      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Validation de la chaine de cloture        *
      *    mensuelle (closchain.cbl, table CLOSE_RUN) : la chaine      *
      *    produit les etats puis attend ; la cloture saisie ici par   *
      *    l'admin passe le mois de A_VALIDER a CLOTURE, avec son      *
      *    identifiant. Refus tant que la chaine du mois est en cours  *
      *    ou en echec ; la reouverture le repasse A_VALIDER.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. perclose RECURSIVE.
       01  SQL-ADMIN-ID         PIC X(10).
       01  SQL-TODAY            PIC X(10).
       01  SQL-CNT              PIC 9(06).
      *    [RD] le 15/10/2026 : etat de la chaine de cloture du mois.
       01  SQL-CLOSE-STATUS     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : suivi de la chaine de cloture
      *    mensuelle, meme definition que closchain.cbl.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLOSE_RUN (
                   CLOSE_PERIOD      VARCHAR(06),
                   CLOSE_STATUS      VARCHAR(10),
                   CLOSE_START       VARCHAR(19),
                   CLOSE_END         VARCHAR(19),
                   CLOSE_FAILED_STEP VARCHAR(20),
                   CLOSE_PACK        VARCHAR(60),
                   CLOSE_USER        VARCHAR(10),
                   CLOSE_DATE        VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table CLOSE_RUN.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1000-ENSURE-TABLE-START-EXIT.
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-CLOSE-PERIOD-START-EXIT
           END-IF.
      *    [RD] le 15/10/2026 : un mois passe par la chaine de
      *    cloture automatique n'est verrouille qu'une fois tous ses
      *    etats produits (A_VALIDER) ; un mois traite a la main,
      *    sans ligne CLOSE_RUN, reste clotuable comme avant.
           MOVE SPACES TO SQL-CLOSE-STATUS.
           EXEC SQL
               SELECT CLOSE_STATUS
               INTO :SQL-CLOSE-STATUS
               FROM CLOSE_RUN
               WHERE CLOSE_PERIOD = :SQL-MONTH
           END-EXEC.
           IF SQLCODE = 0
              AND (SQL-CLOSE-STATUS EQUAL 'EN_COURS'
                   OR SQL-CLOSE-STATUS EQUAL 'ECHEC') THEN
               MOVE 'Chaine de cloture du mois non terminee.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-CLOSE-PERIOD-START-EXIT
           END-IF.
           EXEC SQL
               INSERT INTO ACCOUNTING_PERIOD
                   (PERIOD_MONTH, PERIOD_STATUS, PERIOD_USER,
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : validation de la chaine de cloture.
           EXEC SQL
               UPDATE CLOSE_RUN
               SET CLOSE_STATUS = 'CLOTURE',
                   CLOSE_USER = :SQL-ADMIN-ID,
                   CLOSE_DATE = :SQL-TODAY
               WHERE CLOSE_PERIOD = :SQL-MONTH
                 AND CLOSE_STATUS = 'A_VALIDER'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur validation de la chaine de cloture.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : le mois rouvert attend a nouveau la
      *    validation de l'admin.
           EXEC SQL
               UPDATE CLOSE_RUN
               SET CLOSE_STATUS = 'A_VALIDER',
                   CLOSE_USER = :SQL-ADMIN-ID,
                   CLOSE_DATE = :SQL-TODAY
               WHERE CLOSE_PERIOD = :SQL-MONTH
                 AND CLOSE_STATUS = 'CLOTURE'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur reouverture de la chaine de cloture.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
