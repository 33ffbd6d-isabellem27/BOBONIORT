      *    a l'appelant (GOBACK) au lieu d'arreter tout le run unit : *
      *    lance par l'ordonnanceur, un echec de la relance ne doit   *
      *    pas empecher les traitements suivants de la nuit.          *
      * MAJ [RD] le 15/10/2026 Relance des employeurs : les factures  *
      *    collectives (INVOICE_TYPE GROUPE, grpinvo.cbl) echues et    *
      *    non soldees passent OVERDUE et donnent lieu a un courrier   *
      *    propre, adresse a l'interlocuteur du groupe (GROUP_CONTACT) *
      *    sans suspension des garanties des salaries.                 *
      * MAJ [RD] le 15/10/2026 Les factures ANNULEE (retractation,     *
      *    termcont.cbl) ne sont jamais relancees.                     *
      * MAJ RD le 15/10/2026 Adresse invalide (courrier revenu NPAI,   *
      *    npaiupd.cbl) : ni relance ni suspension des garanties tant  *
      *    que la marque est posee ; les adherents ainsi retenus sont  *
      *    comptes au compte-rendu. La relance reprend d'elle-meme au  *
      *    changement d'adresse.                                       *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Contrats C2S (produit de nature R au      *
      *    catalogue) : jamais suspendus pour impayes, les garanties   *
      *    C2S restant dues pendant toute la periode de droits.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptover RECURSIVE.
       AUTHOR. Remi.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] le 15/10/2026 : courrier de relance employeur.
           SELECT F-GRPREM ASSIGN TO WS-GRPREM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-GRPREM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-GRPREM PIC X(80).

       WORKING-STORAGE SECTION.
      *    [RD] le 03/09/2026 : connexion lue dans la configuration
      *    d'exploitation centralisee (getconf.cbl).
       01  WS-NB-PLAN-OK          PIC 9(05)  VALUE ZERO.
       01  WS-NB-PLAN-BROKEN      PIC 9(05)  VALUE ZERO.
       01  WS-NB-SUSPENDED        PIC 9(05)  VALUE ZERO.
      *    [RD] le 15/10/2026 : adherents retenus, adresse NPAI.
       01  WS-NB-NPAI-HELD        PIC 9(05)  VALUE ZERO.
       01  WS-PLAN-CURRENT        PIC X(01)  VALUE 'N'.
       01  WS-INVOICE-UUID        PIC X(36).
       01  WS-REMAINING-AMOUNT    PIC 9(07)V99.
       01  WS-REPORT-LINE         PIC X(80)  VALUE SPACES.
      *    [RD] le 15/10/2026 : relance des factures collectives.
       01  WS-NB-GROUP-REMINDER   PIC 9(05)  VALUE ZERO.
       01  WS-GRPREM-PATH.
           03 WS-GRPREM-FOLDER    PIC X(28)
           VALUE './RAPPORT/RAPPORT-GENERATED/'.
           03 WS-GRPREM-PREFIX    PIC X(08)  VALUE 'RELANCE-'.
           03 WS-GRPREM-SIRET     PIC X(14).
           03 WS-GRPREM-SEP       PIC X(01)  VALUE '-'.
           03 WS-GRPREM-DATE      PIC 9(08).
           03 WS-GRPREM-FORMAT    PIC X(04)  VALUE '.dat'.
       01  WS-GRP-Z-NUM           PIC Z(07)9.
       01  WS-GRP-Z-AMOUNT        PIC Z(06)9.99.
       01  WS-GRP-Z-DUN           PIC Z9.
       01  WS-GRP-DASH            PIC X(80)  VALUE ALL '-'.

       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-DATE.
       01  SQL-PLAN-PAID-SUM    PIC 9(09)V99.
       01  SQL-SUSPEND-AFTER    PIC 9(02).
       01  SQL-NB-SUSPENDED     PIC 9(05).
       01  SQL-NB-NPAI-HELD     PIC 9(05).
      *    [RD] le 15/10/2026 : facture collective relancee.
       01  SQL-GRP-INVOICE-UUID PIC X(36).
       01  SQL-GRP-INVOICE-NUM  PIC 9(08).
       01  SQL-GRP-DUE-DATE     PIC X(10).
       01  SQL-GRP-RESIDUAL     PIC 9(09)V99.
       01  SQL-GRP-DUN-COUNT    PIC 9(02).
       01  SQL-GRP-SIRET        PIC X(14).
       01  SQL-GRP-NAME         PIC X(30).
       01  SQL-GRP-CONTACT      PIC X(30).

       01  SQL-CUSTOMER.
           03 SQL-CUS-UUID        PIC X(36).
           PERFORM 1200-SUSPEND-ARREARS-START
              THRU END-1200-SUSPEND-ARREARS.

           PERFORM 1250-COUNT-NPAI-HELD-START
              THRU END-1250-COUNT-NPAI-HELD.

      *    [RD] le 15/10/2026 : factures collectives des employeurs.
           PERFORM 1300-GROUP-OVERDUE-START
              THRU END-1300-GROUP-OVERDUE.

           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.

               ADD COLUMN IF NOT EXISTS INVOICE_DUN_COUNT
                   INTEGER DEFAULT 0
           END-EXEC.
      *    [RD] le 15/10/2026 : SIRET de l'employeur debiteur d'une
      *    facture collective (grpinvo.cbl).
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_GROUP_SIRET
                   VARCHAR(14)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_SUSPENDED
               ADD COLUMN IF NOT EXISTS CUSTOMER_DEATH_DATE
                   VARCHAR(10)
           END-EXEC.
      *    [RD] le 15/10/2026 : marque d'adresse invalide (NPAI,
      *    npaiupd.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI
                   VARCHAR(1) DEFAULT 'N'
           END-EXEC.
      *    [RD] le 22/08/2026 : journal des paiements, au cas ou la
      *    relance serait lancee avant toute saisie (payentry.cbl).
           EXEC SQL
      *    comparer a l'echeance des factures (INVOICE_DUE_DATE).      *
      ******************************************************************
       1060-LOAD-TODAY-START.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           MOVE WS-TODAY(7:2) TO WS-TODAY-DAY.
               FROM INVOICE
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER = INVOICE.UUID_CUSTOMER
               WHERE INVOICE.INVOICE_STATUS NOT IN ('PAID', 'PAID_LATE',
                                                    'ANNULEE')
      *          [RD] le 22/08/2026 : les avoirs (genecred.cbl) ne
      *          sont jamais relances.
                 AND COALESCE(INVOICE.INVOICE_TYPE, 'FACTURE')
                     <> 'AVOIR'
      *          [RD] le 22/08/2026 : aucune relance apres un deces.
                 AND CUSTOMER.CUSTOMER_DEATH_DATE IS NULL
      *          [RD] le 15/10/2026 : relance retenue tant que
      *          l'adresse est invalide (courrier revenu NPAI).
                 AND COALESCE(CUSTOMER.CUSTOMER_NPAI, 'N') <> 'O'
                 AND INVOICE.INVOICE_DUE_DATE IS NOT NULL
                 AND INVOICE.INVOICE_DUE_DATE < :SQL-TODAY
      *          [RD] solde reel : montant restant moins le journal
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_SUSPENDED = '1'
               WHERE COALESCE(REIMBURSEMENT_SUSPENDED, '0') = '0'
      *          [RD] le 15/10/2026 : pas de suspension tant que
      *          l'adresse est invalide (courrier revenu NPAI).
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER
                       WHERE CUSTOMER.UUID_CUSTOMER
                           = CUSTOMER_REIMBURSEMENT.UUID_CUSTOMER
                         AND COALESCE(CUSTOMER.CUSTOMER_NPAI, 'N')
                             = 'O')
      *          [RD] le 15/10/2026 : jamais de suspension d'un
      *          contrat C2S (nature 'R' au catalogue PRODUCT).
                 AND NOT EXISTS
                     (SELECT 1 FROM PRODUCT
                       WHERE PRODUCT.PRODUCT_PREFIX =
                             SUBSTRING(CUSTOMER_REIMBURSEMENT.
                             REIMBURSEMENT_NUM, 1, 3)
                         AND PRODUCT.PRODUCT_KIND = 'R')
                 AND EXISTS
                     (SELECT 1 FROM INVOICE
                       WHERE INVOICE.UUID_CUSTOMER
       END-1200-SUSPEND-ARREARS.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : compte les adherents dont une facture  *
      *    echue et non soldee n'a ete ni relancee ni suspendue parce  *
      *    que leur adresse est invalide (courrier revenu NPAI).       *
      ******************************************************************
       1250-COUNT-NPAI-HELD-START.
           MOVE ZERO TO SQL-NB-NPAI-HELD.
           EXEC SQL
               SELECT COUNT(DISTINCT CUSTOMER.UUID_CUSTOMER)
               INTO :SQL-NB-NPAI-HELD
               FROM INVOICE
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER = INVOICE.UUID_CUSTOMER
               WHERE COALESCE(CUSTOMER.CUSTOMER_NPAI, 'N') = 'O'
                 AND CUSTOMER.CUSTOMER_DEATH_DATE IS NULL
                 AND INVOICE.INVOICE_STATUS NOT IN ('PAID', 'PAID_LATE',
                                                    'ANNULEE')
                 AND COALESCE(INVOICE.INVOICE_TYPE, 'FACTURE')
                     <> 'AVOIR'
                 AND INVOICE.INVOICE_DUE_DATE IS NOT NULL
                 AND INVOICE.INVOICE_DUE_DATE < :SQL-TODAY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'COMPTAGE RETENUS NPAI' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SQL-NB-NPAI-HELD TO WS-NB-NPAI-HELD.
       END-1250-COUNT-NPAI-HELD.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : relance des employeurs. Parcourt les   *
      *    factures collectives (INVOICE_TYPE GROUPE) echues dont le   *
      *    solde au journal des paiements reste positif, les marque    *
      *    OVERDUE, incremente leur cycle de relance et ecrit un       *
      *    courrier adresse a l'interlocuteur du groupe. Aucune        *
      *    suspension : les salaries ne repondent pas de la part       *
      *    employeur.                                                  *
      ******************************************************************
       1300-GROUP-OVERDUE-START.
           EXEC SQL
               DECLARE CRSGRPOVER CURSOR FOR
               SELECT INVOICE.UUID_INVOICE,
                      INVOICE.INVOICE_NUMBER,
                      INVOICE.INVOICE_DUE_DATE,
                      INVOICE.INVOICE_INCOME
                      - COALESCE((SELECT SUM(P.PAYMENT_AMOUNT)
                                    FROM PAYMENT P
                                   WHERE P.UUID_INVOICE
                                       = INVOICE.UUID_INVOICE), 0),
                      COALESCE(INVOICE.INVOICE_DUN_COUNT, 0),
                      INVOICE.INVOICE_GROUP_SIRET,
                      COALESCE(EMPLOYER_GROUP.GROUP_NAME,
                               INVOICE.INVOICE_PAYER_NAME, ' '),
                      COALESCE(EMPLOYER_GROUP.GROUP_CONTACT, ' ')
               FROM INVOICE
               LEFT JOIN EMPLOYER_GROUP
                 ON EMPLOYER_GROUP.GROUP_SIRET
                    = INVOICE.INVOICE_GROUP_SIRET
               WHERE INVOICE.INVOICE_TYPE = 'GROUPE'
                 AND INVOICE.INVOICE_STATUS NOT IN ('PAID', 'PAID_LATE')
                 AND INVOICE.INVOICE_DUE_DATE IS NOT NULL
                 AND INVOICE.INVOICE_DUE_DATE < :SQL-TODAY
                 AND INVOICE.INVOICE_INCOME
                     - COALESCE((SELECT SUM(P2.PAYMENT_AMOUNT)
                                   FROM PAYMENT P2
                                  WHERE P2.UUID_INVOICE
                                      = INVOICE.UUID_INVOICE), 0) > 0
               ORDER BY INVOICE.INVOICE_NUMBER
           END-EXEC.

           EXEC SQL
               OPEN CRSGRPOVER
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OPEN CRSGRPOVER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSGRPOVER
                   INTO :SQL-GRP-INVOICE-UUID,
                        :SQL-GRP-INVOICE-NUM,
                        :SQL-GRP-DUE-DATE,
                        :SQL-GRP-RESIDUAL,
                        :SQL-GRP-DUN-COUNT,
                        :SQL-GRP-SIRET,
                        :SQL-GRP-NAME,
                        :SQL-GRP-CONTACT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-CHECKED
                       PERFORM 1310-RELANCE-GROUPE-START
                          THRU END-1310-RELANCE-GROUPE
                   WHEN 100
                       DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSGRPOVER :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSGRPOVER
           END-EXEC.
           MOVE ZERO TO SQLCODE.
       END-1300-GROUP-OVERDUE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : marque la facture collective en retard *
      *    et ecrit le courrier de relance de l'employeur.             *
      ******************************************************************
       1310-RELANCE-GROUPE-START.
           EXEC SQL
               UPDATE INVOICE
               SET INVOICE_STATUS = 'OVERDUE',
                   INVOICE_DUN_COUNT
                       = COALESCE(INVOICE_DUN_COUNT, 0) + 1
               WHERE UUID_INVOICE = :SQL-GRP-INVOICE-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'UPDATE FACTURE GROUPE OVERDUE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-OVERDUE.
           ADD 1 TO SQL-GRP-DUN-COUNT.

           MOVE SQL-GRP-SIRET TO WS-GRPREM-SIRET.
           MOVE WS-TODAY TO WS-GRPREM-DATE.
           MOVE SQL-GRP-INVOICE-NUM TO WS-GRP-Z-NUM.
           MOVE SQL-GRP-RESIDUAL TO WS-GRP-Z-AMOUNT.
           MOVE SQL-GRP-DUN-COUNT TO WS-GRP-Z-DUN.

           OPEN OUTPUT F-GRPREM.
           WRITE R-GRPREM FROM WS-GRP-DASH.
           MOVE 'MUTUELLE BOBONIORT - RELANCE FACTURE COLLECTIVE'
             TO R-GRPREM.
           WRITE R-GRPREM.
           WRITE R-GRPREM FROM WS-GRP-DASH.
           MOVE SPACES TO R-GRPREM.
           WRITE R-GRPREM.

           MOVE SPACES TO R-GRPREM.
           STRING 'Employeur           : '
                  FUNCTION TRIM(SQL-GRP-NAME)
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           STRING 'SIRET               : ' SQL-GRP-SIRET
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           STRING 'A l''attention de    : '
                  FUNCTION TRIM(SQL-GRP-CONTACT)
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           STRING 'Date du courrier    : '
                  WS-TODAY-DAY '/' WS-TODAY-MONTH '/' WS-TODAY-YEAR
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           WRITE R-GRPREM.

           MOVE SPACES TO R-GRPREM.
           STRING 'Sauf erreur de notre part, la facture collective '
                  'numero ' FUNCTION TRIM(WS-GRP-Z-NUM)
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           STRING 'echue le ' SQL-GRP-DUE-DATE(9:2) '/'
                  SQL-GRP-DUE-DATE(6:2) '/' SQL-GRP-DUE-DATE(1:4)
                  ' reste impayee pour un montant de '
                  FUNCTION TRIM(WS-GRP-Z-AMOUNT) ' EUR.'
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           STRING 'Relance numero      : '
                  FUNCTION TRIM(WS-GRP-Z-DUN)
                  DELIMITED BY SIZE INTO R-GRPREM
           END-STRING.
           WRITE R-GRPREM.
           MOVE SPACES TO R-GRPREM.
           WRITE R-GRPREM.
           MOVE 'Merci de regler ce solde par virement en rappelant le'
             TO R-GRPREM.
           WRITE R-GRPREM.
           MOVE 'numero de facture ou le SIRET dans le libelle.'
             TO R-GRPREM.
           WRITE R-GRPREM.
           WRITE R-GRPREM FROM WS-GRP-DASH.
           CLOSE F-GRPREM.

           ADD 1 TO WS-NB-GROUP-REMINDER.
           ADD 1 TO WS-NB-REMINDER.
       END-1310-RELANCE-GROUPE.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
               WS-NB-PLAN-BROKEN.
           DISPLAY 'Contrats suspendus pour impayes     : '
               WS-NB-SUSPENDED.
           DISPLAY 'Adherents retenus (adresse NPAI)    : '
               WS-NB-NPAI-HELD.
           DISPLAY 'Relances employeurs (collectives)   : '
               WS-NB-GROUP-REMINDER.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
           EXIT.
