      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Avis de pre-notification SEPA             *
      *    (sepanotif.cbl) : troisieme balayage des avis non encore    *
      *    envoyes de SEPA_PRENOTIF, envoyes par courriel ou reportes  *
      *    sur la liste d'impression selon le consentement, puis       *
      *    dates et marques de leur canal pour sepacoll.cbl.           *
      * MAJ RD le 15/10/2026 Adherent mineur ou majeur protege : tant  *
      *    qu'une mesure est en vigueur (getrep.cbl), le document est  *
      *    envoye au representant legal (son courriel, sinon liste     *
      *    d'impression a son nom) et non a l'adherent.                *
      * MAJ RD le 15/10/2026 Adresse invalide (courrier revenu NPAI,   *
      *    npaiupd.cbl) : plus aucun document sur la liste             *
      *    d'impression pour l'adherent ; le courriel reste le seul    *
      *    canal, a defaut le document est retenu (issue NPAI) et      *
      *    compte a part.                                              *
      * MAJ RD le 15/10/2026 Conditions particulieres du contrat       *
      *    (condpart.cbl) : quatrieme balayage des versions emises     *
      *    dans la journee, referencees a l'index des documents.       *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maildoc RECURSIVE.

       01  WS-NB-SENT           PIC 9(05) VALUE ZERO.
       01  WS-NB-PRINT          PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : avis de prelevement traites.
       01  WS-NB-PRENOTIF       PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : documents retenus, adresse NPAI.
       01  WS-NB-NPAI           PIC 9(05) VALUE ZERO.

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

      ******************************************************************
      * Declaration des variables correspondant a sql
       01  SQL-CONSENT-EMAIL    PIC X(01).
       01  SQL-DOC-NAME         PIC X(60).
       01  SQL-OUTCOME          PIC X(10).
      *    [RD] le 15/10/2026 : canal d'envoi de l'avis SEPA.
       01  SQL-CHANNEL          PIC X(10).
      *    [RD] le 15/10/2026 : adresse invalide (NPAI) sur la fiche.
       01  SQL-NPAI             PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION USING LK-NB-SENT.
       0000-MAIN-START.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-PL-DATE.
           MOVE WS-TODAY TO SQL-TODAY.

              THRU END-2000-SWEEP-INVOICES.
           PERFORM 2100-SWEEP-REMINDERS-START
              THRU END-2100-SWEEP-REMINDERS.
           PERFORM 2200-SWEEP-PRENOTIF-START
              THRU END-2200-SWEEP-PRENOTIF.
           PERFORM 2300-SWEEP-SCHEDULES-START
              THRU END-2300-SWEEP-SCHEDULES.

           CLOSE F-PRINT-LIST.

           DISPLAY 'ENVOI DES DOCUMENTS TERMINE'.
           DISPLAY 'Courriels envoyes   : ' WS-NB-SENT.
           DISPLAY 'Reportes impression : ' WS-NB-PRINT.
           DISPLAY 'Avis prelevement    : ' WS-NB-PRENOTIF.
           DISPLAY 'Retenus adresse NPAI: ' WS-NB-NPAI.
       END-0000-MAIN.
           GOBACK.

               ADD COLUMN IF NOT EXISTS CUSTOMER_CONSENT_EMAIL
                   VARCHAR(1) DEFAULT '1'
           END-EXEC.
      *    [RD] le 15/10/2026 : marque d'adresse invalide (NPAI).
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI
                   VARCHAR(1) DEFAULT 'N'
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE
               ADD COLUMN IF NOT EXISTS INVOICE_STATUS VARCHAR(10)
               ADD COLUMN IF NOT EXISTS INVOICE_TYPE VARCHAR(10)
               DEFAULT 'FACTURE'
           END-EXEC.
      *    [RD] le 15/10/2026 : avis de pre-notification SEPA
      *    prepares par sepanotif.cbl.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEPA_PRENOTIF (
                   UUID_INVOICE      VARCHAR(36),
                   UUID_CUSTOMER     VARCHAR(36),
                   NOTIF_DOCUMENT    VARCHAR(60),
                   NOTIF_AMOUNT      NUMERIC(9,2),
                   NOTIF_DEBIT_DATE  VARCHAR(10),
                   NOTIF_CREATE_DATE VARCHAR(10),
                   NOTIF_SENT_DATE   VARCHAR(10),
                   NOTIF_CHANNEL     VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION SEPA_PRENOTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : index des documents (docindex.cbl).
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DOCUMENT_INDEX (
                   UUID_CUSTOMER VARCHAR(36),
                   DOC_TYPE      VARCHAR(12),
                   DOC_DATE      VARCHAR(10),
                   DOC_PATH      VARCHAR(100),
                   DOC_REF       INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION DOCUMENT_INDEX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-TABLES.
           EXIT.

               SELECT I.INVOICE_NUMBER, C.UUID_CUSTOMER,
                      C.CUSTOMER_FIRSTNAME, C.CUSTOMER_LASTNAME,
                      COALESCE(C.CUSTOMER_MAIL, ''),
                      COALESCE(C.CUSTOMER_CONSENT_EMAIL, '1'),
                      COALESCE(C.CUSTOMER_NPAI, 'N')
               FROM INVOICE I
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = I.UUID_CUSTOMER
                   FETCH MLCRS1
                   INTO :SQL-INV-NUM, :SQL-CUS-UUID,
                        :SQL-CUS-FIRSTNAME, :SQL-CUS-LASTNAME,
                        :SQL-CUS-MAIL, :SQL-CONSENT-EMAIL, :SQL-NPAI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
               SELECT I.INVOICE_NUMBER, C.UUID_CUSTOMER,
                      C.CUSTOMER_FIRSTNAME, C.CUSTOMER_LASTNAME,
                      COALESCE(C.CUSTOMER_MAIL, ''),
                      COALESCE(C.CUSTOMER_CONSENT_EMAIL, '1'),
                      COALESCE(C.CUSTOMER_NPAI, 'N')
               FROM INVOICE I
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = I.UUID_CUSTOMER
                   FETCH MLCRS2
                   INTO :SQL-INV-NUM, :SQL-CUS-UUID,
                        :SQL-CUS-FIRSTNAME, :SQL-CUS-LASTNAME,
                        :SQL-CUS-MAIL, :SQL-CONSENT-EMAIL, :SQL-NPAI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
       END-3100-BUILD-REMINDER-DOC.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : avis de pre-notification SEPA pas      *
      *    encore envoyes (sepanotif.cbl, dans INVOICE/INVOICE-        *
      *    GENERATED). L'envoi est date et son canal (COURRIEL ou      *
      *    COURRIER) note dans SEPA_PRENOTIF : sepacoll.cbl ne         *
      *    preleve qu'apres le delai d'avis compte depuis cette date.  *
      ******************************************************************
       2200-SWEEP-PRENOTIF-START.
           EXEC SQL
               DECLARE MLCRS3 CURSOR FOR
               SELECT N.NOTIF_DOCUMENT, C.UUID_CUSTOMER,
                      C.CUSTOMER_FIRSTNAME, C.CUSTOMER_LASTNAME,
                      COALESCE(C.CUSTOMER_MAIL, ''),
                      COALESCE(C.CUSTOMER_CONSENT_EMAIL, '1'),
                      COALESCE(C.CUSTOMER_NPAI, 'N')
               FROM SEPA_PRENOTIF N
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = N.UUID_CUSTOMER
               WHERE N.NOTIF_SENT_DATE IS NULL
               ORDER BY N.NOTIF_DOCUMENT
           END-EXEC.
           EXEC SQL OPEN MLCRS3 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH MLCRS3
                   INTO :SQL-DOC-NAME, :SQL-CUS-UUID,
                        :SQL-CUS-FIRSTNAME, :SQL-CUS-LASTNAME,
                        :SQL-CUS-MAIL, :SQL-CONSENT-EMAIL, :SQL-NPAI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3200-BUILD-PRENOTIF-DOC-START
                          THRU END-3200-BUILD-PRENOTIF-DOC
                       MOVE 'Avis de prelevement SEPA'
                          TO WS-MAIL-SUBJECT
                       MOVE SPACES TO SQL-OUTCOME
                       PERFORM 4000-SEND-ONE-START
                          THRU END-4000-SEND-ONE
                       PERFORM 4100-MARK-PRENOTIF-START
                          THRU END-4100-MARK-PRENOTIF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR MLCRS3 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE MLCRS3 END-EXEC.
       END-2200-SWEEP-PRENOTIF.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : conditions particulieres emises ce     *
      *    jour (condpart.cbl), lues a l'index des documents ; le      *
      *    chemin du document sert aussi de nom au journal.            *
      ******************************************************************
       2300-SWEEP-SCHEDULES-START.
           EXEC SQL
               DECLARE MLCRS4 CURSOR FOR
               SELECT TRIM(D.DOC_PATH), C.UUID_CUSTOMER,
                      C.CUSTOMER_FIRSTNAME, C.CUSTOMER_LASTNAME,
                      COALESCE(C.CUSTOMER_MAIL, ''),
                      COALESCE(C.CUSTOMER_CONSENT_EMAIL, '1'),
                      COALESCE(C.CUSTOMER_NPAI, 'N')
               FROM DOCUMENT_INDEX D
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = D.UUID_CUSTOMER
               WHERE D.DOC_TYPE = 'CONDPART'
                 AND REPLACE(D.DOC_DATE, '-', '') = :SQL-TODAY
               ORDER BY D.DOC_PATH
           END-EXEC.
           EXEC SQL OPEN MLCRS4 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH MLCRS4
                   INTO :SQL-DOC-NAME, :SQL-CUS-UUID,
                        :SQL-CUS-FIRSTNAME, :SQL-CUS-LASTNAME,
                        :SQL-CUS-MAIL, :SQL-CONSENT-EMAIL, :SQL-NPAI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       INITIALIZE WS-DOC-PATH WS-DOC-LABEL
                       MOVE SQL-DOC-NAME TO WS-DOC-LABEL
                       MOVE SQL-DOC-NAME TO WS-DOC-PATH
                       MOVE 'Vos conditions particulieres'
                          TO WS-MAIL-SUBJECT
                       MOVE SPACES TO SQL-OUTCOME
                       PERFORM 4000-SEND-ONE-START
                          THRU END-4000-SEND-ONE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR MLCRS4 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE MLCRS4 END-EXEC.
       END-2300-SWEEP-SCHEDULES.
           EXIT.

       3200-BUILD-PRENOTIF-DOC-START.
           INITIALIZE WS-DOC-PATH WS-DOC-LABEL.
           MOVE SQL-DOC-NAME TO WS-DOC-LABEL.
           STRING './INVOICE/INVOICE-GENERATED/'
               FUNCTION TRIM(WS-DOC-LABEL)
               DELIMITED BY SIZE INTO WS-DOC-PATH
           END-STRING.
       END-3200-BUILD-PRENOTIF-DOC.
           EXIT.

      ******************************************************************
      *    [RD] Traite le document courant : deja consigne = rien a
      *    faire ; fichier absent = pas genere ce soir ; sinon envoi
           END-IF.
           CLOSE F-DOC.

      *    [RD] le 15/10/2026 : mesure de protection en vigueur : le
      *    courriel du representant remplace celui de l'adherent (le
      *    consentement de l'adherent ne s'applique pas) ; sans
      *    courriel du representant, le document part a l'impression.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE SQL-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF  WS-REP-RC EQUAL '0'
               MOVE WS-REP-MAIL TO SQL-CUS-MAIL
               MOVE '1' TO SQL-CONSENT-EMAIL
           END-IF.

           IF  FUNCTION TRIM(SQL-CUS-MAIL) NOT EQUAL SPACES
               AND SQL-CONSENT-EMAIL NOT EQUAL '0'
               INITIALIZE WS-MAIL-CMD
               CALL 'SYSTEM' USING WS-MAIL-CMD
               MOVE 'ENVOYE' TO SQL-OUTCOME
               ADD 1 TO WS-NB-SENT
      *    [RD] le 15/10/2026 : adresse de l'adherent revenue NPAI et
      *    pas de courriel : rien ne part a l'impression ; l'issue
      *    NPAI trace le document retenu. Le representant en vigueur
      *    a sa propre adresse et n'est pas concerne.
           ELSE IF SQL-NPAI EQUAL 'O' AND WS-REP-RC NOT EQUAL '0'
               MOVE 'NPAI' TO SQL-OUTCOME
               ADD 1 TO WS-NB-NPAI
           ELSE
               INITIALIZE R-PRINT-LIST
               IF  WS-REP-RC EQUAL '0'
                   STRING FUNCTION TRIM(WS-REP-NAME) ' pour '
                       FUNCTION TRIM(SQL-CUS-LASTNAME) SPACE
                       FUNCTION TRIM(SQL-CUS-FIRSTNAME)
                       ' : ' FUNCTION TRIM(WS-DOC-PATH)
                       DELIMITED BY SIZE INTO R-PRINT-LIST
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(SQL-CUS-LASTNAME) SPACE
                       FUNCTION TRIM(SQL-CUS-FIRSTNAME)
                       ' : ' FUNCTION TRIM(WS-DOC-PATH)
                       DELIMITED BY SIZE INTO R-PRINT-LIST
                   END-STRING
               END-IF
               WRITE R-PRINT-LIST
               MOVE 'IMPRIMER' TO SQL-OUTCOME
               ADD 1 TO WS-NB-PRINT
           END-IF
           END-IF.

           EXEC SQL
       END-4000-SEND-ONE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : date l'envoi de l'avis SEPA courant ;  *
      *    sans issue (document absent) l'avis reste a envoyer.        *
      ******************************************************************
       4100-MARK-PRENOTIF-START.
           IF  SQL-OUTCOME EQUAL SPACES
               GO TO END-4100-MARK-PRENOTIF
           END-IF.
      *    [RD] le 15/10/2026 : avis retenu pour adresse NPAI : il
      *    est date et son canal NPAI note, pour que la relation
      *    reste tracee sans bloquer l'echeancier.
           IF  SQL-OUTCOME EQUAL 'ENVOYE'
               MOVE 'COURRIEL' TO SQL-CHANNEL
           ELSE IF SQL-OUTCOME EQUAL 'NPAI'
               MOVE 'NPAI' TO SQL-CHANNEL
           ELSE
               MOVE 'COURRIER' TO SQL-CHANNEL
           END-IF
           END-IF.
           EXEC SQL
               UPDATE SEPA_PRENOTIF
               SET NOTIF_SENT_DATE = :SQL-TODAY,
                   NOTIF_CHANNEL = :SQL-CHANNEL
               WHERE NOTIF_DOCUMENT = :SQL-DOC-NAME
                 AND UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ SEPA_PRENOTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-PRENOTIF.
       END-4100-MARK-PRENOTIF.
           EXIT.

       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
