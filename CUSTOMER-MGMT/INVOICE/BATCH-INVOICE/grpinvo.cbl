      *    collective, et un fichier de retenues sur salaire par       *
      *    employeur (NIR, nom, retenue mensuelle) est produit pour    *
      *    le service paie, qui le reclamait chaque mois.              *
      * MAJ RD le 15/10/2026 Portabilite des droits : les anciens      *
      *    salaries en periode de portabilite (PORTABILITY, ouverte    *
      *    par grpmove.cbl) restent couverts sans etre factures a      *
      *    l'employeur ni retenus sur salaire.                         *
      * MAJ RD le 15/10/2026 Dispenses d'adhesion : la facture         *
      *    collective rapproche l'effectif declare par l'employeur     *
      *    (GROUP_STAFF, via grpmove.cbl) des salaries couverts et     *
      *    dispenses (GROUP_WAIVER) et liste les salaries ni couverts  *
      *    ni dispenses ; un rappel est adresse a l'employeur pour les *
      *    dispenses expirant dans les deux mois.                      *
      * MAJ RD le 15/10/2026 Creance employeur : la facture collective *
      *    du mois est enregistree dans INVOICE (type GROUPE, SIRET    *
      *    dans INVOICE_GROUP_SIRET) avec son numero et son echeance,  *
      *    une seule fois par groupe et par mois, pour etre reglee     *
      *    (grppay.cbl, bnkstmt.cbl), relancee (rptover.cbl) et        *
      *    suivie en balance agee et en comptabilite.                  *
      * MAJ RD le 15/10/2026 Tarification d'experience : le            *
      *    coefficient d'ajustement du groupe (GROUP_RATE_FACTOR, fixe *
      *    a l'etude de renouvellement grprenew.cbl et mis en vigueur  *
      *    par renewbat.cbl) s'applique a la cotisation de chaque      *
      *    salarie ; la facture est cumulee dans la synthese mensuelle *
      *    sur la ligne du groupe (SIRET passe a sumbill.cbl).         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grpinvo RECURSIVE.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *    [RD] le 15/10/2026 : rappel a l'employeur des dispenses
      *    d'adhesion arrivant a expiration.
           SELECT F-REMIND ASSIGN TO WS-REMIND-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
           RECORDING MODE IS F.
       01  R-PAY PIC X(80).

       FD  F-REMIND
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-REMIND PIC X(80).

       WORKING-STORAGE SECTION.
      *    [RD] le 03/09/2026 : connexion lue dans la configuration
      *    d'exploitation centralisee (getconf.cbl).
       01  WS-TOT-EMPLOYER      PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-EMPLOYEE      PIC 9(09)V99 VALUE ZERO.
       01  WS-Z-PART            PIC Z(06)9.99.
      *    [RD] le 15/10/2026 : rapprochement de l'effectif et rappel
      *    des dispenses expirant dans les deux mois.
       01  WS-REMIND-PATH.
           03 WS-REMIND-FOLDER  PIC X(19)
           VALUE './INVOICE/DISP-GRP-'.
           03 WS-REMIND-SIRET   PIC X(14).
           03 WS-REMIND-SEP     PIC X(01) VALUE '-'.
           03 WS-REMIND-DATE    PIC 9(08).
           03 WS-REMIND-FORMAT  PIC X(04) VALUE '.txt'.
       01  WS-REMIND-MONTHS     PIC 9(02) VALUE 2.
       01  WS-NB-GAP            PIC 9(05) VALUE ZERO.
       01  WS-Z-COUNT           PIC Z(04)9.
      *    [RD] le 15/10/2026 : facture collective enregistree.
       01  WS-INVOICE-NUM       PIC 9(08) VALUE ZERO.
       01  WS-Z-INVOICE-NUM     PIC Z(07)9.
       01  WS-BD-IN             PIC 9(08) VALUE ZERO.
       01  WS-BD-DAYS           PIC 9(03) VALUE ZERO.
       01  WS-BD-OUT            PIC 9(08) VALUE ZERO.
       01  WS-SB-MEASURE        PIC X(01) VALUE SPACE.
       01  WS-SB-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-SB-UUID           PIC X(36) VALUE SPACES.
      *    [RD] le 15/10/2026 : coefficient du groupe imprime.
       01  WS-Z-FACTOR          PIC 9.9999.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
      *    salarie pour le fichier de retenues sur salaire.
       01  SQL-EMPLOYER-SHARE   PIC 9(03).
       01  SQL-EMP-NIR          PIC X(15).
      *    [RD] le 15/10/2026 : effectif declare et dispenses.
       01  SQL-TODAY            PIC X(10).
       01  SQL-REMIND-MONTHS    PIC 9(02).
       01  SQL-REMIND-LIMIT     PIC X(10).
       01  SQL-CNT              PIC 9(06).
       01  SQL-STAFF-DATE       PIC X(10).
       01  SQL-WV-NIR           PIC X(15).
       01  SQL-WV-LASTNAME      PIC X(20).
       01  SQL-WV-FIRSTNAME     PIC X(20).
       01  SQL-WV-REASON        PIC X(12).
       01  SQL-WV-END           PIC X(10).
      *    [RD] le 15/10/2026 : enregistrement de la facture.
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-MAX-INVOICE-NUM  PIC 9(08).
       01  SQL-INVOICE-NUM      PIC 9(08).
       01  SQL-INVOICE-INCOME   PIC 9(09)V99.
       01  SQL-INVOICE-DUE-DATE PIC X(10).
       01  SQL-MONTH-PREFIX     PIC X(08).
       01  SQL-PAYMENT-TERM-MONTHS PIC 9(02) VALUE 2.
       01  SQL-TSA-RATE         PIC 9(02)V9(02) VALUE 13.27.
       01  SQL-TSA-AMOUNT       PIC 9(07)V9(02) VALUE 0.
      *    [RD] le 15/10/2026 : coefficient de tarification du groupe.
       01  SQL-RATE-FACTOR      PIC 9V9(04) VALUE 1.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

      *    [RD] le 15/10/2026 : date du jour et horizon du rappel des
      *    dispenses arrivant a expiration.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           MOVE WS-REMIND-MONTHS TO SQL-REMIND-MONTHS.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-TODAY, 'YYYY-MM-DD')
                          + MAKE_INTERVAL(months => :SQL-REMIND-MONTHS),
                          'YYYY-MM-DD')
               INTO :SQL-REMIND-LIMIT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur calcul horizon des dispenses.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : mois de facturation, pour ne pas
      *    enregistrer deux fois la facture d'un groupe.
           INITIALIZE SQL-MONTH-PREFIX.
           STRING SQL-TODAY(1:7) '%'
               DELIMITED BY SIZE INTO SQL-MONTH-PREFIX
           END-STRING.

           EXEC SQL
               DECLARE CRSGRP CURSOR FOR
               SELECT GROUP_SIRET, GROUP_NAME, GROUP_CONTACT,
                      COALESCE(GROUP_EMPLOYER_SHARE_PCT, 60),
                      COALESCE(GROUP_RATE_FACTOR, 1)
               FROM EMPLOYER_GROUP
               ORDER BY GROUP_NAME
           END-EXEC.
               EXEC SQL
                   FETCH CRSGRP
                   INTO :SQL-SIRET, :SQL-GROUP-NAME,
                        :SQL-GROUP-CONTACT, :SQL-EMPLOYER-SHARE,
                        :SQL-RATE-FACTOR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
      *    [RD] le 15/10/2026 : ajustement de tarification du groupe.
           IF SQL-RATE-FACTOR NOT = 1 THEN
               MOVE SQL-RATE-FACTOR TO WS-Z-FACTOR
               INITIALIZE R-PRINT
               STRING 'Coefficient du contrat collectif : '
                   WS-Z-FACTOR ' (applique aux cotisations)'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           MOVE 'SALARIES COUVERTS :' TO R-PRINT.
           WRITE R-PRINT.
                 AND CUSTOMER.CUSTOMER_ACTIVE = '1'
                 AND COALESCE(CUSTOMER_REIMBURSEMENT.
                     REIMBURSEMENT_STATUS, 'EN_COURS') = 'EN_COURS'
      *          [RD] le 15/10/2026 : hors anciens salaries en
      *          portabilite, couverts sans cotisation.
                 AND NOT EXISTS (SELECT 1 FROM PORTABILITY
                     WHERE PORTABILITY.UUID_CUSTOMER
                         = CAST(CUSTOMER.UUID_CUSTOMER AS VARCHAR)
                       AND PORTABILITY.PORTA_STATUS = 'EN_COURS')
               ORDER BY CUSTOMER.CUSTOMER_LASTNAME
           END-EXEC.
           EXEC SQL OPEN CRSEMP END-EXEC.
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-EMPLOYEE
      *                [RD] le 15/10/2026 : cotisation ajustee du
      *                coefficient du groupe.
                       IF SQL-RATE-FACTOR NOT = 1
                           COMPUTE SQL-EMP-COST ROUNDED =
                               SQL-EMP-COST * SQL-RATE-FACTOR
                       END-IF
                       ADD SQL-EMP-COST TO WS-GROUP-TOTAL
      *                [RD] le 03/09/2026 : partage de la cotisation
      *                du salarie entre employeur et retenue paie.
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
      *    [RD] le 15/10/2026 : la facture collective est enregistree
      *    comme creance de l'employeur, numero et echeance imprimes.
           PERFORM 3050-POST-INVOICE-START
              THRU 3050-POST-INVOICE-START-EXIT.
      *    [RD] le 15/10/2026 : rapprochement de l'effectif declare.
           PERFORM 3100-ROSTER-START
              THRU 3100-ROSTER-START-EXIT.
           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.
           CLOSE F-PAY.
           PERFORM 3200-WAIVER-REMINDER-START
              THRU 3200-WAIVER-REMINDER-START-EXIT.

           ADD 1 TO WS-NB-GROUP.
           MOVE ZERO TO SQLCODE.
       3000-INVOICE-ONE-GROUP-START-EXIT.
           EXIT.

      ******************************************************************
      *    3050-POST-INVOICE-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : enregistre la facture collective du
      *    mois dans INVOICE, au nom de l'employeur (type GROUPE, sans
      *    adherent), pour le total du par l'employeur. Le numero est
      *    attribue comme dans geneinvo.cbl (MAX + 1 sous le verrou
      *    'INVOICE'), l'echeance suit le delai de paiement et la taxe
      *    TSA est isolee au meme taux. Une facture deja enregistree
      *    ce mois-ci pour le groupe est reprise telle quelle : une
      *    relance du traitement ne cree pas de seconde creance.
       3050-POST-INVOICE-START.
           IF WS-GROUP-TOTAL EQUAL ZERO THEN
               GO TO 3050-POST-INVOICE-START-EXIT
           END-IF.
           MOVE ZERO TO SQL-INVOICE-NUM.
           MOVE SPACES TO SQL-INVOICE-DUE-DATE.
           EXEC SQL
               SELECT INVOICE_NUMBER, COALESCE(INVOICE_DUE_DATE, ' ')
               INTO :SQL-INVOICE-NUM, :SQL-INVOICE-DUE-DATE
               FROM INVOICE
               WHERE INVOICE_GROUP_SIRET = :SQL-SIRET
                 AND INVOICE_TYPE = 'GROUPE'
                 AND INVOICE_CREATE_DATE LIKE :SQL-MONTH-PREFIX
               ORDER BY INVOICE_NUMBER
               LIMIT 1
           END-EXEC.
           IF SQLCODE EQUAL ZERO THEN
               GO TO 3050-PRINT-REFERENCE
           END-IF.
           IF SQLCODE NOT EQUAL FIN THEN
               MOVE 'Erreur lecture de la facture du groupe.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] echeance : date du jour plus le delai de paiement,
      *    reportee au prochain jour ouvre (busdate.cbl).
           MOVE ZERO TO WS-BD-IN.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-TODAY, 'YYYY-MM-DD')
                   + MAKE_INTERVAL(months => :SQL-PAYMENT-TERM-MONTHS),
                   'YYYYMMDD')
               INTO :WS-BD-IN
           END-EXEC.
           MOVE ZERO TO WS-BD-DAYS.
           CALL 'busdate' USING BY REFERENCE
               WS-BD-IN, WS-BD-DAYS, WS-BD-OUT
           END-CALL.
           INITIALIZE SQL-INVOICE-DUE-DATE.
           STRING WS-BD-OUT(1:4) '-' WS-BD-OUT(5:2) '-'
               WS-BD-OUT(7:2)
               DELIMITED BY SIZE INTO SQL-INVOICE-DUE-DATE
           END-STRING.

           MOVE WS-GROUP-TOTAL TO SQL-INVOICE-INCOME.
           COMPUTE SQL-TSA-AMOUNT ROUNDED =
               SQL-INVOICE-INCOME * SQL-TSA-RATE
               / (100 + SQL-TSA-RATE).

           INITIALIZE SQL-LOCK-KEY.
           STRING 'INVOICE' DELIMITED BY SIZE INTO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-MAX-INVOICE-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(INVOICE_NUMBER), 0)
               INTO :SQL-MAX-INVOICE-NUM
               FROM INVOICE
           END-EXEC.
           COMPUTE SQL-INVOICE-NUM = SQL-MAX-INVOICE-NUM + 1.

           EXEC SQL
               INSERT INTO INVOICE (
                   UUID_CUSTOMER,
                   INVOICE_NUMBER,
                   INVOICE_INCOME,
                   INVOICE_EXPECT,
                   INVOICE_CREATE_DATE,
                   INVOICE_STATUS,
                   INVOICE_DUE_DATE,
                   INVOICE_TSA_AMOUNT,
                   INVOICE_TYPE,
                   INVOICE_PAYER_NAME,
                   INVOICE_GROUP_SIRET
               )
               VALUES (
                   NULL,
                   :SQL-INVOICE-NUM,
                   :SQL-INVOICE-INCOME,
                   0,
                   :SQL-TODAY,
                   'UNPAID',
                   :SQL-INVOICE-DUE-DATE,
                   :SQL-TSA-AMOUNT,
                   'GROUPE',
                   :SQL-GROUP-NAME,
                   :SQL-SIRET
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la facture du groupe.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] synthese mensuelle (sumbill.cbl) : montant emis, sans
      *    adherent (palier '---'), sur la ligne du groupe (SIRET).
           MOVE SQL-SIRET TO WS-SB-UUID.
           MOVE 'E' TO WS-SB-MEASURE.
           MOVE SQL-INVOICE-INCOME TO WS-SB-AMOUNT.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.

       3050-PRINT-REFERENCE.
           MOVE SQL-INVOICE-NUM TO WS-Z-INVOICE-NUM.
           INITIALIZE R-PRINT.
           STRING 'FACTURE NUMERO : ' FUNCTION TRIM(WS-Z-INVOICE-NUM)
               ' - A REGLER AVANT LE ' SQL-INVOICE-DUE-DATE
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Rappeler le numero de facture ou le SIRET dans le'
               ' libelle du virement.'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3050-POST-INVOICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    3100-ROSTER-START.                                          *
      ******************************************************************
      *    [RD] le 15/10/2026 : rapproche la derniere liste du
      *    personnel transmise par l'employeur des salaries couverts
      *    et des dispenses en cours, et liste les salaries ni
      *    couverts ni dispenses, a regulariser par l'employeur.
       3100-ROSTER-START.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           MOVE SPACES TO SQL-STAFF-DATE.
           EXEC SQL
               SELECT COALESCE(MAX(STAFF_LIST_DATE), ' ')
               INTO :SQL-STAFF-DATE
               FROM GROUP_STAFF
               WHERE STAFF_SIRET = :SQL-SIRET
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture de l''effectif declare.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-STAFF-DATE EQUAL SPACES THEN
               MOVE 'RAPPROCHEMENT DE L''EFFECTIF : aucune liste du'
                 & ' personnel transmise.' TO R-PRINT
               WRITE R-PRINT
               GO TO 3100-ROSTER-START-EXIT
           END-IF.

           INITIALIZE R-PRINT.
           STRING 'RAPPROCHEMENT DE L''EFFECTIF (liste du '
               SQL-STAFF-DATE ') :'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM GROUP_STAFF
               WHERE STAFF_SIRET = :SQL-SIRET
                 AND STAFF_LIST_DATE = :SQL-STAFF-DATE
           END-EXEC.
           MOVE SQL-CNT TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  Effectif declare            : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-NB-EMPLOYEE TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  Salaries couverts factures  : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM GROUP_WAIVER
               WHERE WAIVER_SIRET = :SQL-SIRET
                 AND WAIVER_STATUS = 'EN_COURS'
                 AND WAIVER_START_DATE <= :SQL-TODAY
                 AND COALESCE(WAIVER_END_DATE, '9999-12-31')
                     >= :SQL-TODAY
           END-EXEC.
           MOVE SQL-CNT TO WS-Z-COUNT.
           INITIALIZE R-PRINT.
           STRING '  Salaries dispenses          : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.

           MOVE ZERO TO WS-NB-GAP.
           MOVE '  Salaries ni couverts ni dispenses :' TO R-PRINT.
           WRITE R-PRINT.
           EXEC SQL
               DECLARE CRSGAP CURSOR FOR
               SELECT S.STAFF_NIR, S.STAFF_LASTNAME, S.STAFF_FIRSTNAME
               FROM GROUP_STAFF S
               WHERE S.STAFF_SIRET = :SQL-SIRET
                 AND S.STAFF_LIST_DATE = :SQL-STAFF-DATE
                 AND NOT EXISTS (SELECT 1 FROM CUSTOMER C
                     INNER JOIN CUSTOMER_REIMBURSEMENT R
                         ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
                     WHERE CAST(C.CUSTOMER_CODE_SECU AS VARCHAR)
                         = S.STAFF_NIR
                       AND C.CUSTOMER_GROUP_SIRET = S.STAFF_SIRET
                       AND C.CUSTOMER_ACTIVE = '1'
                       AND COALESCE(R.REIMBURSEMENT_STATUS,
                           'EN_COURS') = 'EN_COURS')
                 AND NOT EXISTS (SELECT 1 FROM GROUP_WAIVER W
                     WHERE W.WAIVER_SIRET = S.STAFF_SIRET
                       AND W.WAIVER_NIR = S.STAFF_NIR
                       AND W.WAIVER_STATUS = 'EN_COURS'
                       AND W.WAIVER_START_DATE <= :SQL-TODAY
                       AND COALESCE(W.WAIVER_END_DATE, '9999-12-31')
                           >= :SQL-TODAY)
               ORDER BY S.STAFF_LASTNAME
           END-EXEC.
           EXEC SQL OPEN CRSGAP END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSGAP
                   INTO :SQL-WV-NIR, :SQL-WV-LASTNAME,
                        :SQL-WV-FIRSTNAME
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-GAP
                       INITIALIZE R-PRINT
                       STRING '    - '
                           FUNCTION TRIM(SQL-WV-LASTNAME) SPACE
                           FUNCTION TRIM(SQL-WV-FIRSTNAME)
                           ' (NIR ' FUNCTION TRIM(SQL-WV-NIR) ')'
                           DELIMITED BY SIZE INTO R-PRINT
                       END-STRING
                       WRITE R-PRINT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSGAP :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSGAP END-EXEC.
           IF WS-NB-GAP EQUAL ZERO THEN
               MOVE '    aucun : l''effectif est en regle.' TO R-PRINT
           ELSE
               MOVE WS-NB-GAP TO WS-Z-COUNT
               INITIALIZE R-PRINT
               STRING '    soit ' FUNCTION TRIM(WS-Z-COUNT)
                   ' salarie(s) a affilier ou a dispenser.'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           END-IF.
           WRITE R-PRINT.
       3100-ROSTER-START-EXIT.
           EXIT.

      ******************************************************************
      *    3200-WAIVER-REMINDER-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : rappel a l'employeur des dispenses en
      *    cours expirant dans les deux mois : le salarie doit fournir
      *    un nouveau justificatif ou etre affilie a l'echeance.
       3200-WAIVER-REMINDER-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM GROUP_WAIVER
               WHERE WAIVER_SIRET = :SQL-SIRET
                 AND WAIVER_STATUS = 'EN_COURS'
                 AND WAIVER_END_DATE IS NOT NULL
                 AND WAIVER_END_DATE >= :SQL-TODAY
                 AND WAIVER_END_DATE <= :SQL-REMIND-LIMIT
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-CNT EQUAL ZERO THEN
               GO TO 3200-WAIVER-REMINDER-START-EXIT
           END-IF.

           MOVE SQL-SIRET TO WS-REMIND-SIRET.
           MOVE WS-BATCH-DATE TO WS-REMIND-DATE.
           OPEN OUTPUT F-REMIND.
           WRITE R-REMIND FROM WS-R-DASH.
           INITIALIZE R-REMIND.
           STRING 'RAPPEL - DISPENSES D''ADHESION A ECHEANCE - '
               WS-R-INSURANCE-NAME
               DELIMITED BY SIZE INTO R-REMIND
           END-STRING.
           WRITE R-REMIND.
           WRITE R-REMIND FROM WS-R-DASH.
           INITIALIZE R-REMIND.
           STRING 'Employeur : ' FUNCTION TRIM(SQL-GROUP-NAME)
               ' (SIRET ' FUNCTION TRIM(SQL-SIRET) ')'
               DELIMITED BY SIZE INTO R-REMIND
           END-STRING.
           WRITE R-REMIND.
           INITIALIZE R-REMIND.
           STRING 'A l''attention de : '
               FUNCTION TRIM(SQL-GROUP-CONTACT)
               DELIMITED BY SIZE INTO R-REMIND
           END-STRING.
           WRITE R-REMIND.
           WRITE R-REMIND FROM WS-R-SPACES-ALL.
           MOVE 'Les dispenses d''adhesion ci-dessous arrivent a'
             & ' echeance. Merci de nous' TO R-REMIND.
           WRITE R-REMIND.
           MOVE 'transmettre un justificatif a jour ou d''affilier'
             & ' le salarie a l''echeance.' TO R-REMIND.
           WRITE R-REMIND.
           WRITE R-REMIND FROM WS-R-SPACES-ALL.

           EXEC SQL
               DECLARE CRSWAIV CURSOR FOR
               SELECT WAIVER_NIR, WAIVER_LASTNAME, WAIVER_FIRSTNAME,
                      WAIVER_REASON, WAIVER_END_DATE
               FROM GROUP_WAIVER
               WHERE WAIVER_SIRET = :SQL-SIRET
                 AND WAIVER_STATUS = 'EN_COURS'
                 AND WAIVER_END_DATE IS NOT NULL
                 AND WAIVER_END_DATE >= :SQL-TODAY
                 AND WAIVER_END_DATE <= :SQL-REMIND-LIMIT
               ORDER BY WAIVER_END_DATE, WAIVER_LASTNAME
           END-EXEC.
           EXEC SQL OPEN CRSWAIV END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSWAIV
                   INTO :SQL-WV-NIR, :SQL-WV-LASTNAME,
                        :SQL-WV-FIRSTNAME, :SQL-WV-REASON,
                        :SQL-WV-END
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       INITIALIZE R-REMIND
                       STRING '  - ' FUNCTION TRIM(SQL-WV-LASTNAME)
                           SPACE FUNCTION TRIM(SQL-WV-FIRSTNAME)
                           ' (NIR ' FUNCTION TRIM(SQL-WV-NIR)
                           ') motif ' FUNCTION TRIM(SQL-WV-REASON)
                           ' expire le ' SQL-WV-END
                           DELIMITED BY SIZE INTO R-REMIND
                       END-STRING
                       WRITE R-REMIND
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSWAIV :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSWAIV END-EXEC.
           WRITE R-REMIND FROM WS-R-DASH.
           CLOSE F-REMIND.
       3200-WAIVER-REMINDER-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : table des periodes de portabilite,
      *    lue par le curseur des salaries.
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
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table PORTABILITY.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : dispenses d'adhesion et effectif
      *    declare, alimentes par grpmove.cbl.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GROUP_WAIVER (
                   WAIVER_SIRET       VARCHAR(14),
                   WAIVER_NIR         VARCHAR(15),
                   WAIVER_LASTNAME    VARCHAR(20),
                   WAIVER_FIRSTNAME   VARCHAR(20),
                   WAIVER_REASON      VARCHAR(12),
                   WAIVER_PROOF       VARCHAR(50),
                   WAIVER_START_DATE  VARCHAR(10),
                   WAIVER_END_DATE    VARCHAR(10),
                   WAIVER_STATUS      VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table GROUP_WAIVER.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GROUP_STAFF (
                   STAFF_SIRET        VARCHAR(14),
                   STAFF_NIR          VARCHAR(15),
                   STAFF_LASTNAME     VARCHAR(20),
                   STAFF_FIRSTNAME    VARCHAR(20),
                   STAFF_LIST_DATE    VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table GROUP_STAFF.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : colonnes de la facture collective
      *    enregistree, garanties pour les bases anterieures.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_TYPE VARCHAR(10)
                   DEFAULT 'FACTURE'
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_PAYER_NAME
                   VARCHAR(40)
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_GROUP_SIRET
                   VARCHAR(14)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur ajout colonne INVOICE_GROUP_SIRET.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : coefficient de tarification
      *    d'experience du groupe (grprenew.cbl), neutre a defaut.
           EXEC SQL
               ALTER TABLE EMPLOYER_GROUP
               ADD COLUMN IF NOT EXISTS GROUP_RATE_FACTOR
                   NUMERIC(5,4) DEFAULT 1
           END-EXEC.
      *    [RD] le 15/10/2026 : delai de paiement et taux de la taxe
      *    TSA (invparam.cbl), comme pour les factures adherents.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INVOICE_PARAM (
                  PARAM_NUM           INT,
                  PAYMENT_TERM_MONTHS INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS TSA_RATE_PCT
                   NUMERIC(5,2) DEFAULT 13.27
           END-EXEC.
           EXEC SQL
               SELECT PAYMENT_TERM_MONTHS,
                      COALESCE(TSA_RATE_PCT, 13.27)
               INTO :SQL-PAYMENT-TERM-MONTHS, :SQL-TSA-RATE
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des parametres de facturation.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

