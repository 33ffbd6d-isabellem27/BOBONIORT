      *    palier de contrat, region, statut de facture, demandes en  *
      *    attente et delai de carence en cours, passes par le        *
      *    nouveau parametre LK-WORKLIST-FILTERS (worklist.cbl).      *
      * MAJ RD le 15/10/2026 Critere "effet a venir" des listes de     *
      *    travail (LK-WL-STARTING) ; la carence court depuis la date  *
      *    d'effet du contrat (REIMBURSEMENT_START_DATE).              *
      * MAJ RD le 15/10/2026 Critere "adresse NPAI" des listes de      *
      *    travail (LK-WL-NPAI) : adherents dont le courrier revient.  *
      * MAJ RD le 15/10/2026 Critere "mes rappels dus" des listes de   *
      *    travail (LK-WL-FOLLOWUP, LK-WL-OPERATOR) : rappels promis   *
      *    par l'operateur, echus et non traites (CONTACT_LOG).        *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scexport.
       AUTHOR.       RD.
      *    [RD] le 22/08/2026 : exclusions pour refus de contact
       01  WS-NB-EXCLUDED       PIC 9(05) VALUE ZERO.

      *    [RD] le 15/10/2026 : garantie de la table des contacts.
       01  WS-CONTACT.
           05 WS-CTC-ACTION       PIC X(01).
           05 WS-CTC-CUS-UUID     PIC X(36).
           05 WS-CTC-NUM          PIC 9(08).
           05 WS-CTC-CHANNEL      PIC X(10).
           05 WS-CTC-OPERATOR     PIC X(10).
           05 WS-CTC-REASON       PIC X(10).
           05 WS-CTC-NOTE         PIC X(200).
           05 WS-CTC-FOLLOWUP     PIC X(10).
           05 WS-CTC-LINK-TYPE    PIC X(12).
           05 WS-CTC-LINK-REF     PIC X(20).
           05 WS-CTC-RC           PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE SPACES.
       01  USERNAME PIC  X(05) VALUE SPACES.
       01  SQL-WL-INV-STATUS    PIC X(10).
       01  SQL-WL-CLAIM-DAYS    PIC 9(03).
       01  SQL-WL-CARENCE       PIC X(01).
       01  SQL-WL-STARTING      PIC X(01).
       01  SQL-WL-NPAI          PIC X(01).
       01  SQL-WL-FOLLOWUP      PIC X(01).
       01  SQL-WL-OPERATOR      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 LK-WL-INV-STATUS   PIC X(10).
           05 LK-WL-CLAIM-DAYS   PIC 9(03).
           05 LK-WL-CARENCE      PIC X(01).
           05 LK-WL-STARTING     PIC X(01).
           05 LK-WL-NPAI         PIC X(01).
           05 LK-WL-FOLLOWUP     PIC X(01).
           05 LK-WL-OPERATOR     PIC X(10).

      ******************************************************************

      *    [RD] le 22/08/2026 : les criteres des listes de travail ne
      *    sont adresses que si l'appelant les a passes (code 6).
           INITIALIZE SQL-WL-TIER SQL-WL-REGION SQL-WL-INV-STATUS
                      SQL-WL-CARENCE SQL-WL-STARTING SQL-WL-NPAI
                      SQL-WL-FOLLOWUP SQL-WL-OPERATOR.
           MOVE ZERO TO SQL-WL-CLAIM-DAYS.
           IF  LK-REQUEST-CODE = 6
               MOVE LK-WL-TIER TO SQL-WL-TIER
               MOVE LK-WL-INV-STATUS TO SQL-WL-INV-STATUS
               MOVE LK-WL-CLAIM-DAYS TO SQL-WL-CLAIM-DAYS
               MOVE LK-WL-CARENCE TO SQL-WL-CARENCE
               MOVE LK-WL-STARTING TO SQL-WL-STARTING
               MOVE LK-WL-NPAI TO SQL-WL-NPAI
               MOVE LK-WL-FOLLOWUP TO SQL-WL-FOLLOWUP
               MOVE LK-WL-OPERATOR TO SQL-WL-OPERATOR
           END-IF.
       END-1000-HANDLE-CUSTOMER-ACCEPT.
           EXIT.
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WAITING_DAYS
                   INTEGER DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_STATUS VARCHAR(10)
               ADD COLUMN IF NOT EXISTS CLAIM_STATUS VARCHAR(10)
               DEFAULT 'RECU'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI VARCHAR(1)
               DEFAULT 'N'
           END-EXEC.
      *    [RD] le 15/10/2026 : table des contacts (rappels dus).
           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.

      *    Recherche en fonction du code_secu
           EXEC SQL
                            'EN_COURS') = 'EN_COURS'
                        AND COALESCE(R2.REIMBURSEMENT_WAITING_DAYS, 0)
                            > 0
                        AND TO_DATE(REPLACE(COALESCE(
                            R2.REIMBURSEMENT_START_DATE,
                            CAST(R2.REIMBURSEMENT_CREATE_DATE
                                 AS VARCHAR)), '-', ''), 'YYYYMMDD')
                            + R2.REIMBURSEMENT_WAITING_DAYS
                            > CURRENT_DATE))
               AND (TRIM(:SQL-WL-STARTING) = ''
                  OR EXISTS (SELECT 1 FROM CUSTOMER_REIMBURSEMENT R3
                      WHERE R3.UUID_CUSTOMER = C.UUID_CUSTOMER
                        AND COALESCE(R3.REIMBURSEMENT_STATUS,
                            'EN_COURS') = 'EN_COURS'
                        AND COALESCE(R3.REIMBURSEMENT_START_DATE, '')
                            > CAST(CURRENT_DATE AS VARCHAR)))
               AND (TRIM(:SQL-WL-NPAI) = ''
                  OR COALESCE(C.CUSTOMER_NPAI, 'N') = 'O')
               AND (TRIM(:SQL-WL-FOLLOWUP) = ''
                  OR EXISTS (SELECT 1 FROM CONTACT_LOG CT
                      WHERE CT.UUID_CUSTOMER
                            = CAST(C.UUID_CUSTOMER AS VARCHAR)
                        AND CT.CONTACT_FOLLOWUP_DATE
                            <= CAST(CURRENT_DATE AS VARCHAR)
                        AND COALESCE(CT.CONTACT_FOLLOWUP_DONE, 'N')
                            = 'N'
                        AND CT.CONTACT_OPERATOR
                            = TRIM(:SQL-WL-OPERATOR)))
           END-EXEC.
       END-2000-SQL-REQUEST.
           EXIT.
