      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      *                                                                *
      * MAJ RD le 15/10/2026 Critere "effet a venir" : contrats signes *
      *    dont la date d'effet (REIMBURSEMENT_START_DATE) n'est pas   *
      *    encore atteinte ; la carence court depuis cette date.       *
      * MAJ RD le 15/10/2026 Critere "adresse NPAI" : adherents dont   *
      *    le courrier revient (CUSTOMER_NPAI, npaiupd.cbl), a qui il  *
      *    faut trouver une nouvelle adresse.                          *
      * MAJ RD le 15/10/2026 Critere "mes rappels dus" : adherents a   *
      *    qui l'operateur de la session a promis un rappel, echu et   *
      *    non traite (CONTACT_LOG, contlog.cbl).                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. worklist RECURSIVE.
       01  SC-INV-STATUS        PIC X(10) VALUE SPACES.
       01  SC-CLAIM-DAYS        PIC 9(03) VALUE ZERO.
       01  SC-CARENCE           PIC X(01) VALUE SPACE.
       01  SC-STARTING          PIC X(01) VALUE SPACE.
       01  SC-NPAI              PIC X(01) VALUE SPACE.
       01  SC-FOLLOWUP          PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : operateur de la session (rappels dus).
       01  WS-OS-USER           PIC X(20) VALUE SPACES.
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

      *    [RD] criteres remis a scexport.cbl (code demande 6), dans
      *    la disposition attendue par son LK-WORKLIST-FILTERS.
           05 WS-WL-INV-STATUS  PIC X(10).
           05 WS-WL-CLAIM-DAYS  PIC 9(03).
           05 WS-WL-CARENCE     PIC X(01).
           05 WS-WL-STARTING    PIC X(01).
           05 WS-WL-NPAI        PIC X(01).
           05 WS-WL-FOLLOWUP    PIC X(01).
           05 WS-WL-OPERATOR    PIC X(10).

      *    [RD] identite vide : scexport n'en a pas besoin pour le
      *    code demande 6, mais son interface la requiert.
       01  SQL-WL-INV-STATUS    PIC X(10).
       01  SQL-WL-CLAIM-DAYS    PIC 9(03).
       01  SQL-WL-CARENCE       PIC X(01).
       01  SQL-WL-STARTING      PIC X(01).
       01  SQL-WL-NPAI          PIC X(01).
       01  SQL-WL-FOLLOWUP      PIC X(01).
       01  SQL-WL-OPERATOR      PIC X(10).
       01  SQL-TOTAL            PIC 9(05).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
           IF  SQL-WL-CARENCE NOT EQUAL 'O'
               MOVE SPACE TO SQL-WL-CARENCE
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-STARTING) TO SQL-WL-STARTING.
           IF  SQL-WL-STARTING NOT EQUAL 'O'
               MOVE SPACE TO SQL-WL-STARTING
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-NPAI) TO SQL-WL-NPAI.
           IF  SQL-WL-NPAI NOT EQUAL 'O'
               MOVE SPACE TO SQL-WL-NPAI
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-FOLLOWUP) TO SQL-WL-FOLLOWUP.
           IF  SQL-WL-FOLLOWUP NOT EQUAL 'O'
               MOVE SPACE TO SQL-WL-FOLLOWUP
           END-IF.
           PERFORM 2200-GET-OPERATOR-START
               THRU 2200-GET-OPERATOR-START-EXIT.
           MOVE WS-OS-USER(1:10) TO SQL-WL-OPERATOR.

           PERFORM 8000-SQL-CONNECTION-START
               THRU 8000-SQL-CONNECTION-START-EXIT.
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
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur comptage liste de travail.'
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
               ORDER BY C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME
           END-EXEC.

       2100-FORMAT-ONE-ROW-START-EXIT.
           EXIT.

      ******************************************************************
      *    [RD] Operateur de la session, tel qu'enregistre sur les
      *    contacts par contlog.cbl (compte USER en majuscules).
      ******************************************************************
       2200-GET-OPERATOR-START.
           MOVE SPACES TO WS-OS-USER.
           ACCEPT WS-OS-USER FROM ENVIRONMENT 'USER'.
           IF  WS-OS-USER EQUAL SPACES
               MOVE '(inconnu)' TO WS-OS-USER
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OS-USER) TO WS-OS-USER.
       2200-GET-OPERATOR-START-EXIT.
           EXIT.

      ******************************************************************
      *    [RD] Remet la liste a l'export de scexport.cbl (code
      *    demande 6) : memes criteres, fichier de contacts complet
           IF  WS-WL-CARENCE NOT EQUAL 'O'
               MOVE SPACE TO WS-WL-CARENCE
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-STARTING) TO WS-WL-STARTING.
           IF  WS-WL-STARTING NOT EQUAL 'O'
               MOVE SPACE TO WS-WL-STARTING
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-NPAI) TO WS-WL-NPAI.
           IF  WS-WL-NPAI NOT EQUAL 'O'
               MOVE SPACE TO WS-WL-NPAI
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-FOLLOWUP) TO WS-WL-FOLLOWUP.
           IF  WS-WL-FOLLOWUP NOT EQUAL 'O'
               MOVE SPACE TO WS-WL-FOLLOWUP
           END-IF.
           PERFORM 2200-GET-OPERATOR-START
               THRU 2200-GET-OPERATOR-START-EXIT.
           MOVE WS-OS-USER(1:10) TO WS-WL-OPERATOR.

           CALL 'scexport' USING WS-SCREEN-CUSTOMER, WS-REQUEST-CODE,
               WS-COUNT-CUSTOMER, WS-WORKLIST-FILTERS
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
      *    [RD] le 15/10/2026 : l'appel sans adherent de contlog.cbl
      *    garantit la table des contacts.
           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
       8200-ENSURE-COLUMNS-START-EXIT.
           EXIT.

