      *    directement au praticien (claimpay.cbl) affiche un montant *
      *    a recevoir de zero pour l'adherent, avec la mention du     *
      *    reglement au praticien.                                    *
      * MAJ [RD] le 15/10/2026 Feuilles de soins : pour une ligne     *
      *    rattachee a une feuille (clmsheet.cbl), le decompte couvre *
      *    toute la feuille : une ligne par acte avec son statut,     *
      *    totaux et reste de droit par prestation. Le document est   *
      *    nomme et indexe sous le plus petit numero de la feuille.   *
      * MAJ [RD] le 15/10/2026 Soins a l'etranger : pour une demande  *
      *    saisie en devise, le decompte imprime le montant d'origine *
      *    en devise a cote du montant en euros, le taux de change    *
      *    applique et la base retenue pour les soins a l'etranger.   *
      * MAJ RD le 15/10/2026 Adherent mineur ou majeur protege : le  *
      *    decompte est adresse au representant legal en vigueur     *
      *    (getrep.cbl), pour le compte de l'adherent.               *
      * MAJ RD le 15/10/2026 Demande viree sur le compte propre d'un  *
      *    ayant droit (claimpay.cbl) : le decompte est adresse a     *
      *    l'ayant droit, pour le compte de l'adherent.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rembdecompte.
       01  WS-Z-CPAM            PIC Z(04)9.
       01  WS-Z-PERCENT         PIC ZZ9.
       01  WS-Z-LEFT            PIC Z(04)9.
      *    [RD] le 15/10/2026 : decompte d'une feuille de soins.
       01  WS-Z-SHEET           PIC Z(07)9.
       01  WS-Z-TOTAL           PIC Z(06)9.
       01  WS-SHEET-OWED        PIC 9(07) VALUE ZERO.
       01  WS-SHEET-RECEIVE     PIC 9(07) VALUE ZERO.
       01  WS-SHEET-TP          PIC X(01) VALUE 'N'.
      *    [RD] le 15/10/2026 : soins a l'etranger en devise.
       01  WS-Z-FX-AMOUNT       PIC Z(06)9.99.
       01  WS-Z-FX-RATE         PIC Z(04)9.9(06).
       01  WS-SHEET-ROW.
           03 WS-S-LINE         PIC Z9.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-CATEGORY     PIC X(20).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-AMOUNT       PIC Z(04)9.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-BRSS         PIC Z(04)9.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-PERCENT      PIC ZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-S-CPAM         PIC Z(04)9.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-OWED         PIC Z(04)9.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-STATUS       PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-S-TP           PIC X(02).

       01  WS-REPORT.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           VALUE 'Telephone : +33 1 23 45 67 89'.
           03 WS-R-INSURANCE-MAIL PIC X(32)
           VALUE 'Email     : contact@boboniort.fr'.
      *    [RD] le 15/10/2026 : mentions de la feuille de soins.
           03 WS-R-SHEET-NUM    PIC X(22)
           VALUE 'Feuille de soins    :'.
           03 WS-R-BENEFICIARY  PIC X(22)
           VALUE 'Beneficiaire        :'.
           03 WS-R-RPPS         PIC X(22)
           VALUE 'Praticien (RPPS)    :'.
           03 WS-R-SHEET-HEAD   PIC X(70)
           VALUE 'Lg Prestation           Fact.  Base Tx.  Cais. Remb
      -    '. Statut     TP'.
           03 WS-R-SHEET-TOTAL  PIC X(22)
           VALUE 'Total rembourse     :'.
           03 WS-R-TP-LINES     PIC X(46)
           VALUE 'TP : ligne reglee directement au praticien'.
      *    [RD] le 15/10/2026 : mentions des soins a l'etranger.
           03 WS-R-FX-AMOUNT    PIC X(22)
           VALUE 'Montant en devise   :'.
           03 WS-R-FX-RATE      PIC X(22)
           VALUE 'Taux de change      :'.
           03 WS-R-ABROAD       PIC X(22)
           VALUE 'Soins a l''etranger  :'.
           03 WS-R-ABROAD-F     PIC X(40)
           VALUE 'base de l''acte francais equivalent'.
           03 WS-R-ABROAD-S     PIC X(40)
           VALUE 'sans base Securite sociale'.

      ******************************************************************

      *    documents (docindex.cbl).
       01  SQL-DOC-PATH        PIC X(100) VALUE SPACES.
       01  SQL-DOC-DATE        PIC X(10)  VALUE SPACES.
      *    [RD] le 15/10/2026 : feuille de soins de la demande.
       01  SQL-SHEET-NUM       PIC 9(08)  VALUE ZERO.
       01  SQL-SHEET-FIRST     PIC 9(08)  VALUE ZERO.
       01  SQL-SHEET-BENEF     PIC X(40)  VALUE SPACES.
       01  SQL-SHEET-RPPS      PIC X(11)  VALUE SPACES.
       01  SQL-LINE-NUM        PIC 9(03)  VALUE ZERO.
       01  SQL-LINE-STATUS     PIC X(10)  VALUE SPACES.
      *    [RD] le 15/10/2026 : devise, montant d'origine, taux de
      *    change et base des soins a l'etranger.
       01  SQL-CURRENCY        PIC X(03)  VALUE 'EUR'.
       01  SQL-FX-AMOUNT       PIC 9(07)V99 VALUE ZERO.
       01  SQL-FX-RATE         PIC 9(05)V9(06) VALUE ZERO.
       01  SQL-ABROAD          PIC X(01)  VALUE 'N'.
      *    [RD] le 15/10/2026 : ayant droit regle sur son compte.
       01  SQL-PAID-DEP        PIC 9(08)  VALUE ZERO.
       01  SQL-DEP-LASTNAME    PIC X(20)  VALUE SPACES.
       01  SQL-DEP-FIRSTNAME   PIC X(20)  VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] le 15/10/2026 : representant legal en vigueur
      *    (getrep.cbl), destinataire du document.
       01  WS-REPRESENTATIVE.
           05 WS-REP-CUS-UUID     PIC X(36).
           05 WS-REP-DATE         PIC X(10).
           05 WS-REP-TYPE         PIC X(12).
           05 WS-REP-TYPE-LABEL   PIC X(30).
           05 WS-REP-NAME         PIC X(40).
           05 WS-REP-ADRESS1      PIC X(50).
           05 WS-REP-ADRESS2      PIC X(50).
           05 WS-REP-ZIPCODE      PIC X(15).
           05 WS-REP-TOWN         PIC X(30).
           05 WS-REP-PHONE        PIC X(10).
           05 WS-REP-MAIL         PIC X(50).
           05 WS-REP-COURT-REF    PIC X(30).
           05 WS-REP-VALID-FROM   PIC X(10).
           05 WS-REP-VALID-TO     PIC X(10).
           05 WS-REP-SCOPE        PIC X(01).
           05 WS-REP-SCOPE-LABEL  PIC X(30).
           05 WS-REP-DOC-NUM      PIC 9(08).
           05 WS-REP-RC           PIC X(01).
       01  WS-REP-LINE             PIC X(120).

      ******************************************************************

       LINKAGE SECTION.
           PERFORM 1000-SELECT-CLAIM-START
              THRU END-1000-SELECT-CLAIM.

      *    [RD] le 15/10/2026 : une ligne de feuille de soins donne
      *    le decompte de toute la feuille.
           IF  SQL-SHEET-NUM NOT = ZERO
               PERFORM 6000-WRITE-SHEET-START
                  THRU END-6000-WRITE-SHEET
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 2000-CALC-CEILING-LEFT-START
              THRU END-2000-CALC-CEILING-LEFT.

      *    [RD] Charge la demande et l'identite de l'adherent.         *
      ******************************************************************
       1000-SELECT-CLAIM-START.
      *    [RD] le 15/10/2026 : ayant droit regle (claimpay.cbl), pour
      *    les bases anterieures a cette evolution.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAID_TO_DEP INT DEFAULT 0
           END-EXEC.
           EXEC SQL
               SELECT CUSTOMER_CLAIM.UUID_CUSTOMER,
                      CUSTOMER.CUSTOMER_LASTNAME,
                      COALESCE(CUSTOMER_CLAIM.CLAIM_CPAM_PART, 0),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_PERCENT, 0),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_TIERS_PAYANT,
                      '0'),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_SHEET_NUM, 0),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_CURRENCY, 'EUR'),
                      COALESCE(
                        CUSTOMER_CLAIM.CLAIM_CURRENCY_AMOUNT, 0),
                      COALESCE(
                        CUSTOMER_CLAIM.CLAIM_EXCHANGE_RATE, 0),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_ABROAD, 'N'),
                      COALESCE(CUSTOMER_CLAIM.CLAIM_PAID_TO_DEP, 0)
               INTO :SQL-CUS-UUID, :SQL-CUS-LASTNAME,
                    :SQL-CUS-FIRSTNAME, :SQL-CLAIM-DATE,
                    :SQL-CATEGORY, :SQL-AMOUNT, :SQL-OWED,
                    :SQL-CLAIM-BRSS, :SQL-CLAIM-CPAM-PART,
                    :SQL-CLAIM-PERCENT, :SQL-TIERS-PAYANT,
                    :SQL-SHEET-NUM, :SQL-CURRENCY,
                    :SQL-FX-AMOUNT, :SQL-FX-RATE, :SQL-ABROAD,
                    :SQL-PAID-DEP
               FROM CUSTOMER_CLAIM
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER
      ******************************************************************
       5000-WRITE-DECOMPTE-START.
           MOVE SQL-CLAIM-NUM TO WS-PRINT-FILE.
           PERFORM 5010-WRITE-HEADER-START
              THRU END-5010-WRITE-HEADER.

           INITIALIZE R-PRINT.
           STRING WS-R-CLAIM-NUM SPACE SQL-CLAIM-NUM
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
      *    [RD] le 15/10/2026 : soins a l'etranger.
           PERFORM 5020-WRITE-ABROAD-START
              THRU END-5020-WRITE-ABROAD.

           MOVE SQL-CLAIM-BRSS TO WS-Z-BRSS.
           INITIALIZE R-PRINT.
               WRITE R-PRINT FROM WS-R-TP-NOTE
           END-IF.

           PERFORM 5050-WRITE-INDUS-START
              THRU END-5050-WRITE-INDUS.

           INITIALIZE R-PRINT.
           IF  WS-CLAIM-CEILING EQUAL ZERO
               STRING WS-R-LEFT SPACE WS-R-NO-CEILING
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           ELSE
               MOVE WS-CEILING-LEFT TO WS-Z-LEFT
               STRING WS-R-LEFT SPACE
                   FUNCTION TRIM(WS-Z-LEFT) ' euros'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           END-IF.
           WRITE R-PRINT.

           PERFORM 5090-WRITE-FOOTER-START
              THRU END-5090-WRITE-FOOTER.
       END-5000-WRITE-DECOMPTE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : ouvre le document et ecrit l'en-tete   *
      *    de l'organisme, commun au decompte d'une demande et a       *
      *    celui d'une feuille de soins.                               *
      ******************************************************************
       5010-WRITE-HEADER-START.
           OPEN OUTPUT F-PRINT.

           WRITE R-PRINT FROM WS-R-DASH.
           INITIALIZE R-PRINT.
           STRING
               '                          ' WS-R-TITLE
               DELIMITED BY SIZE
               INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.

           PERFORM 0800-LOAD-ORG-PROFILE-START
              THRU END-0800-LOAD-ORG-PROFILE.
           IF  WS-R-ORG-LOGO-1 NOT EQUAL SPACES
              WRITE R-PRINT FROM WS-R-ORG-LOGO-1
           END-IF.
           IF  WS-R-ORG-LOGO-2 NOT EQUAL SPACES
              WRITE R-PRINT FROM WS-R-ORG-LOGO-2
           END-IF.
           WRITE R-PRINT FROM WS-R-INSURANCE-NAME.
           WRITE R-PRINT FROM WS-R-INSURANCE-ADRESS-1.
           WRITE R-PRINT FROM WS-R-INSURANCE-ADRESS-2.
           IF  WS-R-INSURANCE-CONTACT NOT EQUAL SPACES
              WRITE R-PRINT FROM WS-R-INSURANCE-CONTACT
           END-IF.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.

      *    [RD] le 15/10/2026 : representant legal destinataire.
           PERFORM 5030-WRITE-ADDRESSEE-START
              THRU END-5030-WRITE-ADDRESSEE.
       END-5010-WRITE-HEADER.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : adherent mineur ou majeur protege -    *
      *    tant que la mesure est en vigueur (getrep.cbl), le document *
      *    est adresse a son representant legal, pour le compte de    *
      *    l'adherent.                                                 *
      ******************************************************************
       5030-WRITE-ADDRESSEE-START.
      *    [RD] le 15/10/2026 : demande viree a l'ayant droit.
           IF  SQL-PAID-DEP NOT EQUAL ZERO
               PERFORM 5040-WRITE-DEP-ADDRESSEE-START
                  THRU END-5040-WRITE-DEP-ADDRESSEE
               GO TO END-5030-WRITE-ADDRESSEE
           END-IF.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE SQL-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF  WS-REP-RC NOT EQUAL '0'
               GO TO END-5030-WRITE-ADDRESSEE
           END-IF.
           INITIALIZE R-PRINT.
           STRING 'Destinataire       : '
               FUNCTION TRIM(WS-REP-NAME)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING '                     '
               FUNCTION TRIM(WS-REP-ADRESS1)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           IF  WS-REP-ADRESS2 NOT EQUAL SPACES
               INITIALIZE R-PRINT
               STRING '                     '
                   FUNCTION TRIM(WS-REP-ADRESS2)
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
           INITIALIZE R-PRINT.
           STRING '                     '
               FUNCTION TRIM(WS-REP-ZIPCODE) SPACE
               FUNCTION TRIM(WS-REP-TOWN)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Pour le compte de  : '
               FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Mesure             : '
               FUNCTION TRIM(WS-REP-TYPE-LABEL)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           IF  WS-REP-COURT-REF NOT EQUAL SPACES
               STRING FUNCTION TRIM(R-PRINT) ' - decision '
                   FUNCTION TRIM(WS-REP-COURT-REF)
                   DELIMITED BY SIZE INTO WS-REP-LINE
               END-STRING
               MOVE WS-REP-LINE TO R-PRINT
           END-IF.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
       END-5030-WRITE-ADDRESSEE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : demande reglee sur le compte propre    *
      *    d'un ayant droit (claimpay.cbl) : le decompte lui est       *
      *    adresse, pour le compte de l'adherent.                      *
      ******************************************************************
       5040-WRITE-DEP-ADDRESSEE-START.
           MOVE SPACES TO SQL-DEP-LASTNAME SQL-DEP-FIRSTNAME.
           EXEC SQL
               SELECT DEPENDENT_LASTNAME, DEPENDENT_FIRSTNAME
               INTO :SQL-DEP-LASTNAME, :SQL-DEP-FIRSTNAME
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = CAST(:SQL-CUS-UUID AS VARCHAR)
                 AND DEPENDENT_NUM = :SQL-PAID-DEP
               LIMIT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE ZERO TO SQLCODE
               GO TO END-5040-WRITE-DEP-ADDRESSEE
           END-IF.
           INITIALIZE R-PRINT.
           STRING 'Destinataire       : '
               FUNCTION TRIM(SQL-DEP-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-DEP-LASTNAME) ' (ayant droit)'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Pour le compte de  : '
               FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'Reglement          : '
               'vire sur le compte de l''ayant droit'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
       END-5040-WRITE-DEP-ADDRESSEE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : avis d'indus ouverts de l'adherent.    *
      ******************************************************************
       5050-WRITE-INDUS-START.
      *    [RD] le 03/09/2026 : indus ouverts (readjud.cbl) : avis de
      *    recuperation par compensation sur les prochains virements.
           MOVE ZERO TO SQL-INDUS-LEFT.
               END-STRING
               WRITE R-PRINT
           END-IF.
       END-5050-WRITE-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : pied du document, fermeture et         *
      *    reference a l'index des documents.                          *
      ******************************************************************
       5090-WRITE-FOOTER-START.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           WRITE R-PRINT FROM WS-R-DASH.
           WRITE R-PRINT FROM WS-R-MESSAGE-THANK.
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-5090-WRITE-FOOTER.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : decompte d'une feuille de soins : une  *
      *    ligne par acte (y compris refuse, avec son statut), total   *
      *    rembourse, montant a recevoir hors lignes en tiers payant,  *
      *    puis reste de droit annuel pour chaque prestation de la     *
      *    feuille. Le document porte le plus petit numero de demande  *
      *    de la feuille, reference unique pour le paiement.           *
      ******************************************************************
       6000-WRITE-SHEET-START.
           MOVE SPACES TO SQL-SHEET-BENEF SQL-SHEET-RPPS.
           EXEC SQL
               SELECT COALESCE(SHEET_BENEFICIARY, ''),
                      COALESCE(SHEET_RPPS, '')
               INTO :SQL-SHEET-BENEF, :SQL-SHEET-RPPS
               FROM CLAIM_SHEET
               WHERE SHEET_NUM = :SQL-SHEET-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'LECTURE FEUILLE POUR DECOMPTE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO SQL-SHEET-FIRST.
           EXEC SQL
               SELECT MIN(CLAIM_NUM)
               INTO :SQL-SHEET-FIRST
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_SHEET_NUM = :SQL-SHEET-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'LIGNES FEUILLE POUR DECOMPTE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE SQL-SHEET-FIRST TO WS-PRINT-FILE.
           PERFORM 5010-WRITE-HEADER-START
              THRU END-5010-WRITE-HEADER.

           MOVE SQL-SHEET-NUM TO WS-Z-SHEET.
           INITIALIZE R-PRINT.
           STRING WS-R-SHEET-NUM SPACE FUNCTION TRIM(WS-Z-SHEET)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.

           INITIALIZE R-PRINT.
           STRING WS-R-CLAIM-DATE SPACE
               SQL-CLAIM-DATE(7:2) '/' SQL-CLAIM-DATE(5:2) '/'
               SQL-CLAIM-DATE(1:4)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.

           INITIALIZE R-PRINT.
           STRING WS-R-CUS-NAME SPACE
               FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.

           IF  SQL-SHEET-BENEF NOT = SPACES
               INITIALIZE R-PRINT
               STRING WS-R-BENEFICIARY SPACE
                   FUNCTION TRIM(SQL-SHEET-BENEF)
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
           IF  SQL-SHEET-RPPS NOT = SPACES
               INITIALIZE R-PRINT
               STRING WS-R-RPPS SPACE SQL-SHEET-RPPS
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           WRITE R-PRINT FROM WS-R-SHEET-HEAD.
           WRITE R-PRINT FROM WS-R-DASH.

           MOVE ZERO TO WS-SHEET-OWED WS-SHEET-RECEIVE.
           MOVE 'N' TO WS-SHEET-TP.
           EXEC SQL
               DECLARE CRSSHEET CURSOR FOR
               SELECT COALESCE(CLAIM_LINE_NUM, 0),
                      CLAIM_CATEGORY,
                      CLAIM_AMOUNT,
                      COALESCE(CLAIM_BRSS_BASE, 0),
                      COALESCE(CLAIM_CPAM_PART, 0),
                      COALESCE(CLAIM_PERCENT, 0),
                      CLAIM_OWED,
                      CLAIM_STATUS,
                      COALESCE(CLAIM_TIERS_PAYANT, '0'),
                      COALESCE(CLAIM_CURRENCY, 'EUR'),
                      COALESCE(CLAIM_CURRENCY_AMOUNT, 0),
                      COALESCE(CLAIM_EXCHANGE_RATE, 0),
                      COALESCE(CLAIM_ABROAD, 'N')
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_SHEET_NUM = :SQL-SHEET-NUM
               ORDER BY CLAIM_LINE_NUM, CLAIM_NUM
           END-EXEC.
           EXEC SQL OPEN CRSSHEET END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSSHEET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRSSHEET
                   INTO :SQL-LINE-NUM, :SQL-CATEGORY, :SQL-AMOUNT,
                        :SQL-CLAIM-BRSS, :SQL-CLAIM-CPAM-PART,
                        :SQL-CLAIM-PERCENT, :SQL-OWED,
                        :SQL-LINE-STATUS, :SQL-TIERS-PAYANT,
                        :SQL-CURRENCY, :SQL-FX-AMOUNT,
                        :SQL-FX-RATE, :SQL-ABROAD
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
                   MOVE 'LECTURE CURSEUR CRSSHEET' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               IF  SQLCODE NOT = FIN
                   PERFORM 6100-WRITE-SHEET-LINE-START
                      THRU END-6100-WRITE-SHEET-LINE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSSHEET END-EXEC.
           WRITE R-PRINT FROM WS-R-DASH.

           MOVE WS-SHEET-OWED TO WS-Z-TOTAL.
           INITIALIZE R-PRINT.
           STRING WS-R-SHEET-TOTAL SPACE
               FUNCTION TRIM(WS-Z-TOTAL) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE WS-SHEET-RECEIVE TO WS-Z-TOTAL.
           INITIALIZE R-PRINT.
           STRING WS-R-TO-RECEIVE SPACE
               FUNCTION TRIM(WS-Z-TOTAL) ' euros'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           IF  WS-SHEET-TP EQUAL 'O'
               WRITE R-PRINT FROM WS-R-TP-LINES
           END-IF.

           PERFORM 5050-WRITE-INDUS-START
              THRU END-5050-WRITE-INDUS.

           EXEC SQL
               DECLARE CRSSHCAT CURSOR FOR
               SELECT DISTINCT CLAIM_CATEGORY
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_SHEET_NUM = :SQL-SHEET-NUM
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CRSSHCAT END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSSHCAT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRSSHCAT INTO :SQL-CATEGORY
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
                   MOVE 'LECTURE CURSEUR CRSSHCAT' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               IF  SQLCODE NOT = FIN
                   PERFORM 6200-WRITE-SHEET-LEFT-START
                      THRU END-6200-WRITE-SHEET-LEFT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRSSHCAT END-EXEC.

           MOVE SQL-SHEET-FIRST TO SQL-CLAIM-NUM.
           PERFORM 5090-WRITE-FOOTER-START
              THRU END-5090-WRITE-FOOTER.
       END-6000-WRITE-SHEET.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : soins a l'etranger : montant d'origine *
      *    en devise, taux de change applique (unites de devise pour   *
      *    1 EUR, date des soins) et base retenue pour le calcul.      *
      ******************************************************************
       5020-WRITE-ABROAD-START.
           IF  SQL-CURRENCY NOT = 'EUR'
           AND SQL-CURRENCY NOT = SPACES
               MOVE SQL-FX-AMOUNT TO WS-Z-FX-AMOUNT
               INITIALIZE R-PRINT
               STRING WS-R-FX-AMOUNT SPACE
                   FUNCTION TRIM(WS-Z-FX-AMOUNT) SPACE SQL-CURRENCY
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
               MOVE SQL-FX-RATE TO WS-Z-FX-RATE
               INITIALIZE R-PRINT
               STRING WS-R-FX-RATE SPACE
                   FUNCTION TRIM(WS-Z-FX-RATE) SPACE SQL-CURRENCY
                   ' pour 1 EUR'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
               WRITE R-PRINT
           END-IF.
           INITIALIZE R-PRINT.
           EVALUATE SQL-ABROAD
               WHEN 'F'
                   STRING WS-R-ABROAD SPACE WS-R-ABROAD-F
                       DELIMITED BY SIZE INTO R-PRINT
                   END-STRING
                   WRITE R-PRINT
               WHEN 'S'
                   STRING WS-R-ABROAD SPACE WS-R-ABROAD-S
                       DELIMITED BY SIZE INTO R-PRINT
                   END-STRING
                   WRITE R-PRINT
           END-EVALUATE.
       END-5020-WRITE-ABROAD.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : une ligne d'acte de la feuille ; les   *
      *    lignes refusees ne comptent pas dans les totaux, les lignes *
      *    en tiers payant ne sont pas a recevoir par l'adherent.      *
      ******************************************************************
       6100-WRITE-SHEET-LINE-START.
           MOVE SQL-LINE-NUM TO WS-S-LINE.
           MOVE SQL-CATEGORY TO WS-S-CATEGORY.
           MOVE SQL-AMOUNT TO WS-S-AMOUNT.
           MOVE SQL-CLAIM-BRSS TO WS-S-BRSS.
           MOVE SQL-CLAIM-PERCENT TO WS-S-PERCENT.
           MOVE SQL-CLAIM-CPAM-PART TO WS-S-CPAM.
           MOVE SQL-OWED TO WS-S-OWED.
           MOVE SQL-LINE-STATUS TO WS-S-STATUS.
           MOVE SPACES TO WS-S-TP.
           IF  SQL-TIERS-PAYANT EQUAL '1'
               MOVE 'TP' TO WS-S-TP
               MOVE 'O' TO WS-SHEET-TP
           END-IF.
           WRITE R-PRINT FROM WS-SHEET-ROW.
      *    [RD] le 15/10/2026 : ligne de soins a l'etranger : montant
      *    en devise, taux et base sous la ligne de l'acte.
           PERFORM 5020-WRITE-ABROAD-START
              THRU END-5020-WRITE-ABROAD.
           IF  SQL-LINE-STATUS EQUAL 'REFUSE'
               GO TO END-6100-WRITE-SHEET-LINE
           END-IF.
           ADD SQL-OWED TO WS-SHEET-OWED.
           IF  SQL-TIERS-PAYANT NOT = '1'
               ADD SQL-OWED TO WS-SHEET-RECEIVE
           END-IF.
       END-6100-WRITE-SHEET-LINE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : reste de droit annuel d'une prestation *
      *    de la feuille (calcul de 2000-CALC-CEILING-LEFT).           *
      ******************************************************************
       6200-WRITE-SHEET-LEFT-START.
           PERFORM 2000-CALC-CEILING-LEFT-START
              THRU END-2000-CALC-CEILING-LEFT.
           INITIALIZE R-PRINT.
           IF  WS-CLAIM-CEILING EQUAL ZERO
               STRING WS-R-LEFT SPACE
                   FUNCTION TRIM(SQL-CATEGORY) SPACE
                   WS-R-NO-CEILING
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           ELSE
               MOVE WS-CEILING-LEFT TO WS-Z-LEFT
               STRING WS-R-LEFT SPACE
                   FUNCTION TRIM(SQL-CATEGORY) SPACE
                   FUNCTION TRIM(WS-Z-LEFT) ' euros'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           END-IF.
           WRITE R-PRINT.
       END-6200-WRITE-SHEET-LEFT.
           EXIT.

      ******************************************************************
