      *    toute facon ecartes par le controle d'echeance), et la     *
      *    position de reprise est consignee au journal               *
      *    (BATCH_RUN_JOURNAL.RUN_NOTE).                              *
      * MAJ RD le 15/10/2026 Portabilite des droits : un ancien        *
      *    salarie en periode de portabilite (PORTABILITY) n'est pas   *
      *    facture, meme detache de son groupe employeur.             *
      * MAJ RD le 15/10/2026 Un contrat dont la date d'effet           *
      *    (REIMBURSEMENT_START_DATE) n'est pas encore atteinte n'est  *
      *    pas facture ; la premiere facture suit la date d'effet.     *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bilinvo RECURSIVE.
       01  WS-MONTHS-ELAPSED     PIC S9(05) VALUE ZERO.
       01  WS-TODAY              PIC 9(08)  VALUE ZERO.
       01  WS-NB-TERMINATED      PIC 9(05)  VALUE ZERO.
      *    [RD] le 15/10/2026 : contrats a effet futur ignores.
       01  WS-NB-NOT-STARTED     PIC 9(05)  VALUE ZERO.
      *    [RD] le 03/09/2026 : point de reprise et commits par
      *    tranches de 500 adherents, comme cfback.cbl.
       01  WS-NB-SINCE-COMMIT    PIC 9(04)  VALUE ZERO.
       01  SQL-BILL-FREQ        PIC X(01).
       01  SQL-REIM-STATUS      PIC X(10).
       01  SQL-REIM-END-DATE    PIC X(10).
       01  SQL-REIM-START-DATE  PIC X(10).
       01  SQL-TODAY-D          PIC X(10).
       01  SQL-LAST-INV-DATE    PIC X(10).
       01  SQL-ANNUAL-DISCOUNT  PIC 9(02).
      *    ou batsched.cbl), qui peut avoir d'autres travaux en cours
      *    sur cette meme connexion : on ne la rouvre pas ici et on ne
      *    la ferme pas en fin de programme.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           INITIALIZE SQL-TODAY-D.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY-D
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_GROUP_SIRET
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : periodes de portabilite des anciens
      *    salaries, ecartees de la facturation.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PORTABILITY (
                   UUID_CUSTOMER      VARCHAR(36),
                   PORTA_SIRET        VARCHAR(14),
                   PORTA_START_DATE   VARCHAR(10),
                   PORTA_END_DATE     VARCHAR(10),
                   PORTA_MONTHS       NUMERIC(2),
                   PORTA_NEXT_CHECK   VARCHAR(10),
                   PORTA_STATUS       VARCHAR(10),
                   PORTA_CLOSE_DATE   VARCHAR(10),
                   PORTA_CLOSE_REASON VARCHAR(20)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PORTABILITY' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-0500-ENSURE-COLS.
           EXIT.

                 AND EXISTS (SELECT 1 FROM CUSTOMER_REIMBURSEMENT
                             WHERE CUSTOMER_REIMBURSEMENT.UUID_CUSTOMER
                                 = CUSTOMER.UUID_CUSTOMER)
      *          [RD] le 15/10/2026 : hors periode de portabilite.
                 AND NOT EXISTS (SELECT 1 FROM PORTABILITY
                     WHERE PORTABILITY.UUID_CUSTOMER
                         = CAST(CUSTOMER.UUID_CUSTOMER AS VARCHAR)
                       AND PORTABILITY.PORTA_STATUS = 'EN_COURS')
      *          [RD] le 03/09/2026 : a la relance, repart apres le
      *          dernier adherent du point de reprise du jour.
                 AND CAST(UUID_CUSTOMER AS VARCHAR)
               SELECT REIMBURSEMENT_COST,
                      COALESCE(REIMBURSEMENT_BILL_FREQ, 'M'),
                      COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS'),
                      COALESCE(REIMBURSEMENT_END_DATE, ''),
                      COALESCE(REIMBURSEMENT_START_DATE, '')
               INTO :SQL-REIM-COST, :SQL-BILL-FREQ,
                    :SQL-REIM-STATUS, :SQL-REIM-END-DATE,
                    :SQL-REIM-START-DATE
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :WS-CUS-UUID
               ORDER BY REIMBURSEMENT_CREATE_DATE DESC
               GO TO END-1100-FACTURE-UN-ADHERENT
           END-IF.

      *    [RD] le 15/10/2026 : un contrat signe pour une date d'effet
      *    future n'est facture qu'a partir de cette date.
           IF  SQL-REIM-START-DATE NOT = SPACES
              AND SQL-REIM-START-DATE > SQL-TODAY-D
               ADD 1 TO WS-NB-NOT-STARTED
               GO TO END-1100-FACTURE-UN-ADHERENT
           END-IF.

           EVALUATE SQL-BILL-FREQ
               WHEN 'T'
                   MOVE 3 TO WS-FREQ-MONTHS
           DISPLAY 'Factures generees          : ' WS-NB-INVOICE.
           DISPLAY 'Periodes non echues        : ' WS-NB-NOT-DUE.
           DISPLAY 'Contrats resilies ignores  : ' WS-NB-TERMINATED.
           DISPLAY 'Contrats a effet futur     : ' WS-NB-NOT-STARTED.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
           EXIT.
