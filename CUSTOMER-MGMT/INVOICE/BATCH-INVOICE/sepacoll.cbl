      *    les compteurs connus (meme technique de recopie que         *
      *    geneinvo.cbl). Le recapitulatif lisible des operateurs est  *
      *    conserve dans PREL-RECAP-AAAAMMJJ.dat.                      *
      * MAJ RD le 15/10/2026 Les factures ANNULEE (retractation,       *
      *    termcont.cbl) ne sont jamais prelevees.                     *
      * MAJ RD le 15/10/2026 Jour de prelevement choisi par            *
      *    l'adherent (MANDATE_DEBIT_DAY, mandfront.cbl) : sa facture  *
      *    attend que son echeance (geneinvo.cbl, au jour choisi)      *
      *    entre dans le delai de presentation (INVOICE_PARAM.         *
      *    SEPA_LEAD_DAYS jours ouvres, 2 par defaut, busdate.cbl).    *
      *    La remise porte un bloc de paiement (PmtInf) par jour de    *
      *    prelevement, et chaque operation est tracee dans le         *
      *    journal SEPA_COLLECT_LOG (sort reporte par retback.cbl)     *
      *    pour le taux de rejet par jour (dbtrej.cbl).                *
      * MAJ RD le 15/10/2026 Pre-notification SEPA : une facture n'est *
      *    presentee que si son avis (SEPA_PRENOTIF, sepanotif.cbl,    *
      *    envoye par maildoc.cbl) annonce le solde du, est parti au   *
      *    moins INVOICE_PARAM.SEPA_PRENOTIF_DAYS jours (14 par        *
      *    defaut) avant la date de presentation, et prevoit le        *
      *    prelevement au plus tard a cette date. Sinon elle attend.   *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Compteurs et bloc de paiement remis a     *
      *    zero a chaque appel : l'ordonnanceur enchaine plusieurs     *
      *    jours de rattrapage dans le meme passage.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sepacoll RECURSIVE.
       01  WS-COLLECT-DATE      PIC X(10)  VALUE SPACES.
       01  WS-END-TO-END        PIC X(25)  VALUE SPACES.
       01  WS-Z-SEQ             PIC Z(03)9.
      *    [RD] le 15/10/2026 : un bloc de paiement par jour de
      *    prelevement (99 = aucun bloc ouvert).
       01  WS-CUR-DEBIT-DAY     PIC 9(02)  VALUE 99.
       01  WS-PMTINF-OPEN       PIC X(01)  VALUE 'N'.
       01  WS-PMTINF-ID         PIC X(30)  VALUE SPACES.
       01  WS-NB-GROUPS         PIC 9(03)  VALUE ZERO.
       01  WS-NB-DEFERRED       PIC 9(05)  VALUE ZERO.
      *    [RD] le 15/10/2026 : factures en attente de leur avis.
       01  WS-NB-NO-NOTIF       PIC 9(05)  VALUE ZERO.
       01  WS-NOTIF-CUTOFF      PIC 9(08)  VALUE ZERO.

      *    [RD] identite du creancier (ORG_PROFILE, orgparam.cbl).
       01  WS-ORG-NAME          PIC X(40)
       01  SQL-MANDATE-REF      PIC X(20).
       01  SQL-MANDATE-SEQ      PIC X(04).
       01  SQL-COLLECT-REF      PIC X(16).
      *    [RD] le 15/10/2026 : jour de prelevement, echeance et
      *    delai de presentation.
       01  SQL-DEBIT-DAY        PIC 9(02)  VALUE ZERO.
       01  SQL-DUE-DATE         PIC X(10)  VALUE SPACES.
       01  SQL-COLLECT-DATE     PIC X(10)  VALUE SPACES.
       01  SQL-LEAD-DAYS        PIC 9(02)  VALUE 2.
      *    [RD] le 15/10/2026 : delai d'avis et date limite d'envoi.
       01  SQL-NOTIF-DAYS       PIC 9(02)  VALUE 14.
       01  SQL-NOTIF-CUTOFF     PIC X(08)  VALUE SPACES.
       01  SQL-NOTIF-CNT        PIC 9(05)  VALUE ZERO.
      *    [RD] le 03/09/2026 : identite du creancier (ORG_PROFILE).
       01  SQL-ORG-NAME         PIC X(40).
       01  SQL-ORG-SIREN        PIC X(09).
           PERFORM 1050-ENSURE-TABLES-START
              THRU END-1050-ENSURE-TABLES.

           PERFORM 1060-COLLECT-DATE-START
              THRU END-1060-COLLECT-DATE.

           PERFORM 2000-SWEEP-INVOICES-START
              THRU END-2000-SWEEP-INVOICES.

      *    [RD] Date du jour, fichiers de remise et d'exceptions.      *
      ******************************************************************
       1000-INITIALIZATION-START.
      *    [RD] le 15/10/2026 : rien ne doit rester de l'appel
      *    precedent (cumul de la remise, bloc encore ouvert).
           MOVE ZERO TO WS-NB-COLLECT.
           MOVE ZERO TO WS-TOTAL-COLLECT.
           MOVE ZERO TO WS-NB-GROUPS.
           MOVE ZERO TO WS-COLL-SEQ.
           MOVE ZERO TO WS-NB-EXCEPT.
           MOVE ZERO TO WS-NB-DEFERRED.
           MOVE ZERO TO WS-NB-NO-NOTIF.
           MOVE 'N' TO WS-PMTINF-OPEN.
           MOVE 99 TO WS-CUR-DEBIT-DAY.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-SEPA-DATE.
           MOVE WS-BATCH-DATE TO WS-EXCEPT-DATE.
           MOVE WS-BATCH-DATE TO WS-COLL-DATE.
               DELIMITED BY SIZE INTO WS-MSG-ID
           END-STRING.

      *    [RD] le 03/09/2026 : les operations vont dans un corps
      *    temporaire, l'en-tete XML n'est ecrit qu'une fois les
      *    compteurs connus (3000-CLOSE-FILES).
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

      *    [RD] le 15/10/2026 : jour de prelevement des mandats,
      *    delai de presentation et journal des presentations.
           EXEC SQL
               ALTER TABLE CUSTOMER_MANDATE
               ADD COLUMN IF NOT EXISTS MANDATE_DEBIT_DAY INT
               DEFAULT 0
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INVOICE_PARAM (
                   PARAM_NUM             INT,
                   PAYMENT_TERM_MONTHS   INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS SEPA_LEAD_DAYS INT DEFAULT 2
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEPA_COLLECT_LOG (
                   COLLECT_REF     VARCHAR(16),
                   UUID_INVOICE    VARCHAR(36),
                   UUID_CUSTOMER   VARCHAR(36),
                   DEBIT_DAY       INT,
                   COLLECT_DATE    VARCHAR(10),
                   COLLECT_AMOUNT  NUMERIC(9,2),
                   COLLECT_OUTCOME VARCHAR(10),
                   RETURN_DATE     VARCHAR(10),
                   RETURN_REASON   VARCHAR(20)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION JOURNAL DES PRESENTATIONS'
                   TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : avis de pre-notification
      *    (sepanotif.cbl) et leur delai.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS SEPA_PRENOTIF_DAYS INT
               DEFAULT 14
           END-EXEC.
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
               MOVE 'PREPARATION PRE-NOTIFICATIONS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1050-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : date de presentation a J+2 jours       *
      *    ouvres, pour que la banque ait toujours le delai exige      *
      *    (premiere presentation FRST comprise).                      *
      *    [RD] le 15/10/2026 : delai lu dans INVOICE_PARAM            *
      *    (SEPA_LEAD_DAYS, 2 jours ouvres par defaut). Une facture    *
      *    a jour de prelevement n'est remise que lorsque son          *
      *    echeance tombe au plus tard a cette date : elle est donc    *
      *    presentee pour son jour choisi (report ouvre compris).      *
      ******************************************************************
       1060-COLLECT-DATE-START.
           MOVE 2 TO SQL-LEAD-DAYS.
           EXEC SQL
               SELECT COALESCE(SEPA_LEAD_DAYS, 2)
               INTO :SQL-LEAD-DAYS
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 2 TO SQL-LEAD-DAYS
               MOVE ZERO TO SQLCODE
           END-IF.
           IF  SQL-LEAD-DAYS = ZERO
               MOVE 2 TO SQL-LEAD-DAYS
           END-IF.
           MOVE SQL-LEAD-DAYS TO WS-BD-DAYS.
           CALL 'busdate' USING BY REFERENCE
               WS-BATCH-DATE, WS-BD-DAYS, WS-BD-OUT
           END-CALL.
           INITIALIZE WS-COLLECT-DATE.
           STRING WS-BD-OUT(1:4) '-' WS-BD-OUT(5:2) '-'
                  WS-BD-OUT(7:2)
                  DELIMITED BY SIZE INTO WS-COLLECT-DATE
           END-STRING.
           MOVE WS-COLLECT-DATE TO SQL-COLLECT-DATE.

      *    [RD] le 15/10/2026 : un avis doit etre parti au plus tard
      *    le jour de presentation moins le delai d'avis.
           MOVE 14 TO SQL-NOTIF-DAYS.
           EXEC SQL
               SELECT COALESCE(SEPA_PRENOTIF_DAYS, 14)
               INTO :SQL-NOTIF-DAYS
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 14 TO SQL-NOTIF-DAYS
               MOVE ZERO TO SQLCODE
           END-IF.
           IF  SQL-NOTIF-DAYS = ZERO
               MOVE 14 TO SQL-NOTIF-DAYS
           END-IF.
           COMPUTE WS-NOTIF-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BD-OUT) - SQL-NOTIF-DAYS).
           MOVE WS-NOTIF-CUTOFF TO SQL-NOTIF-CUTOFF.
       END-1060-COLLECT-DATE.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt la derniere facture non soldee de chaque      *
      *    adherent (solde reel, journal des paiements deduit), sans   *
                      - COALESCE((SELECT SUM(P.PAYMENT_AMOUNT)
                                    FROM PAYMENT P
                                   WHERE P.UUID_INVOICE
                                       = INVOICE.UUID_INVOICE), 0),
      *               [RD] le 15/10/2026 : jour de prelevement du
      *               mandat actif (0 = collecte standard) et echeance.
                      COALESCE((SELECT MAX(M.MANDATE_DEBIT_DAY)
                                  FROM CUSTOMER_MANDATE M
                                 WHERE M.UUID_CUSTOMER
                                     = INVOICE.UUID_CUSTOMER
                                   AND M.MANDATE_ACTIVE = '1'), 0),
                      COALESCE(INVOICE.INVOICE_DUE_DATE, '')
               FROM INVOICE
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER = INVOICE.UUID_CUSTOMER
               WHERE INVOICE.INVOICE_STATUS NOT IN ('PAID', 'PAID_LATE',
                                                    'ANNULEE')
                 AND COALESCE(INVOICE.INVOICE_TYPE, 'FACTURE')
                     <> 'AVOIR'
                 AND INVOICE.INVOICE_COLLECT_REF IS NULL
                       ORDER BY I2.INVOICE_CREATE_DATE DESC,
                                I2.INVOICE_NUMBER DESC
                       LIMIT 1)
               ORDER BY 7
           END-EXEC.

           EXEC SQL
                        :SQL-CUS-LASTNAME,
                        :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-IBAN,
                        :SQL-RESIDUAL,
                        :SQL-DEBIT-DAY,
                        :SQL-DUE-DATE
               END-EXEC

               EVALUATE SQLCODE
      *    Apres un premier prelevement la sequence passe en RCUR.     *
      ******************************************************************
       2100-COLLECT-ONE-START.
      *    [RD] le 15/10/2026 : echeance au jour choisi pas encore
      *    dans le delai de presentation : la facture attend.
           IF  SQL-DEBIT-DAY > ZERO
               AND SQL-DUE-DATE NOT = SPACES
               AND SQL-DUE-DATE > WS-COLLECT-DATE
               ADD 1 TO WS-NB-DEFERRED
               GO TO END-2100-COLLECT-ONE
           END-IF.
           INITIALIZE SQL-MANDATE-REF SQL-MANDATE-SEQ.
           EXEC SQL
               SELECT MANDATE_REF, MANDATE_SEQUENCE
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : pas d'avis envoye dans le delai pour
      *    ce montant et cette date : la facture attend son avis.
           MOVE ZERO TO SQL-NOTIF-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NOTIF-CNT
               FROM SEPA_PRENOTIF
               WHERE UUID_INVOICE = :SQL-INVOICE-UUID
                 AND NOTIF_AMOUNT = :SQL-RESIDUAL
                 AND NOTIF_SENT_DATE IS NOT NULL
                 AND NOTIF_SENT_DATE <= :SQL-NOTIF-CUTOFF
                 AND NOTIF_DEBIT_DATE <= :SQL-COLLECT-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE SEPA_PRENOTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-NOTIF-CNT = ZERO
               ADD 1 TO WS-NB-NO-NOTIF
               GO TO END-2100-COLLECT-ONE
           END-IF.

      *    [RD] le 15/10/2026 : nouveau bloc de paiement a chaque
      *    changement de jour de prelevement (curseur trie).
           IF  SQL-DEBIT-DAY NOT = WS-CUR-DEBIT-DAY
               PERFORM 2200-OPEN-PMTINF-START
                  THRU END-2200-OPEN-PMTINF
           END-IF.

           ADD 1 TO WS-COLL-SEQ.
           MOVE WS-COLLECT-REF TO SQL-COLLECT-REF.
           MOVE SQL-RESIDUAL TO WS-Z-AMOUNT.
               FUNCTION TRIM(SQL-MANDATE-REF) ';'
               SQL-MANDATE-SEQ ';'
               FUNCTION TRIM(WS-Z-AMOUNT) ';'
               SQL-COLLECT-REF ';'
               SQL-DEBIT-DAY
               DELIMITED BY SIZE
               INTO REC-F-RECAP
           END-STRING.
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : trace au journal des presentations,
      *    le sort (PAYE / REJETE) y est reporte par retback.cbl.
           EXEC SQL
               INSERT INTO SEPA_COLLECT_LOG
                   (COLLECT_REF, UUID_INVOICE, UUID_CUSTOMER,
                    DEBIT_DAY, COLLECT_DATE, COLLECT_AMOUNT,
                    COLLECT_OUTCOME)
               VALUES
                   (:SQL-COLLECT-REF, :SQL-INVOICE-UUID, :SQL-CUS-UUID,
                    :SQL-DEBIT-DAY, :SQL-COLLECT-DATE, :SQL-RESIDUAL,
                    'PRESENTE')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT SEPA_COLLECT_LOG' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] premiere presentation faite : les suivantes sont RCUR.
           IF  SQL-MANDATE-SEQ EQUAL 'FRST'
               EXEC SQL
       END-2100-COLLECT-ONE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : ferme le bloc de paiement en cours et  *
      *    ouvre celui du jour de prelevement de l'operation courante  *
      *    (identifiant du message suivi de -J et du jour, -J00 pour   *
      *    la collecte standard), dans le corps temporaire.            *
      ******************************************************************
       2200-OPEN-PMTINF-START.
           IF  WS-PMTINF-OPEN EQUAL 'O'
               MOVE '    </PmtInf>' TO REC-F-TXBODY
               WRITE REC-F-TXBODY
           END-IF.
           MOVE SQL-DEBIT-DAY TO WS-CUR-DEBIT-DAY.
           MOVE 'O' TO WS-PMTINF-OPEN.
           ADD 1 TO WS-NB-GROUPS.
           INITIALIZE WS-PMTINF-ID.
           STRING FUNCTION TRIM(WS-MSG-ID) '-J' SQL-DEBIT-DAY
               DELIMITED BY SIZE INTO WS-PMTINF-ID
           END-STRING.

           MOVE '    <PmtInf>' TO REC-F-TXBODY.
           WRITE REC-F-TXBODY.
           INITIALIZE REC-F-TXBODY.
           STRING '      <PmtInfId>' FUNCTION TRIM(WS-PMTINF-ID)
               '</PmtInfId>'
               DELIMITED BY SIZE INTO REC-F-TXBODY
           END-STRING.
           WRITE REC-F-TXBODY.
           MOVE '      <PmtMtd>DD</PmtMtd>' TO REC-F-TXBODY.
           WRITE REC-F-TXBODY.
           INITIALIZE REC-F-TXBODY.
           STRING '      <ReqdColltnDt>' WS-COLLECT-DATE
               '</ReqdColltnDt>'
               DELIMITED BY SIZE INTO REC-F-TXBODY
           END-STRING.
           WRITE REC-F-TXBODY.
           INITIALIZE REC-F-TXBODY.
           STRING '      <Cdtr><Nm>'
               FUNCTION TRIM(WS-ORG-NAME)
               '</Nm></Cdtr>'
               DELIMITED BY SIZE INTO REC-F-TXBODY
           END-STRING.
           WRITE REC-F-TXBODY.
           INITIALIZE REC-F-TXBODY.
           STRING '      <CdtrAcct><Id><IBAN>'
               FUNCTION TRIM(WS-ORG-IBAN)
               '</IBAN></Id></CdtrAcct>'
               DELIMITED BY SIZE INTO REC-F-TXBODY
           END-STRING.
           WRITE REC-F-TXBODY.
           INITIALIZE REC-F-TXBODY.
           STRING '      <CdtrAgt><FinInstnId><BIC>'
               FUNCTION TRIM(WS-ORG-BIC)
               '</BIC></FinInstnId></CdtrAgt>'
               DELIMITED BY SIZE INTO REC-F-TXBODY
           END-STRING.
           WRITE REC-F-TXBODY.
           INITIALIZE REC-F-TXBODY.
           STRING '      <CdtrSchmeId><Id><PrvtId><Othr><Id>'
               FUNCTION TRIM(WS-ORG-ICS)
               '</Id></Othr></PrvtId></Id></CdtrSchmeId>'
               DELIMITED BY SIZE INTO REC-F-TXBODY
           END-STRING.
           WRITE REC-F-TXBODY.
       END-2200-OPEN-PMTINF.
           EXIT.

      ******************************************************************
      *    [RD] Pied de la remise et fermeture des fichiers.           *
      ******************************************************************
           END-STRING.
           WRITE REC-F-RECAP.
           CLOSE F-RECAP.
      *    [RD] le 15/10/2026 : fermeture du dernier bloc de paiement.
           IF  WS-PMTINF-OPEN EQUAL 'O'
               MOVE '    </PmtInf>' TO REC-F-TXBODY
               WRITE REC-F-TXBODY
           END-IF.
           CLOSE F-TXBODY.
           CLOSE F-EXCEPT.

      *    de groupe avec compteurs et somme de controle, bloc de
      *    paiement, puis recopie du corps temporaire des operations
      *    (meme technique de recopie que geneinvo.cbl).
      *    [RD] le 15/10/2026 : les blocs de paiement, un par jour de
      *    prelevement, sont ecrits dans le corps temporaire
      *    (2200-OPEN-PMTINF) : seul l'en-tete de groupe reste ici.
           OPEN OUTPUT F-SEPA.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO REC-F-SEPA.
           WRITE REC-F-SEPA.
           MOVE '    </GrpHdr>' TO REC-F-SEPA.
           WRITE REC-F-SEPA.

           PERFORM 3100-COPY-TX-BODY-START
              THRU END-3100-COPY-TX-BODY.

           MOVE '  </CstmrDrctDbtInitn>' TO REC-F-SEPA.
           WRITE REC-F-SEPA.
           MOVE '</Document>' TO REC-F-SEPA.
           DISPLAY 'COLLECTE SEPA - COMPTE-RENDU'.
           DISPLAY 'Prelevements remis        : ' WS-NB-COLLECT.
           DISPLAY 'Factures sans mandat      : ' WS-NB-EXCEPT.
           DISPLAY 'Attente jour prelevement  : ' WS-NB-DEFERRED.
           DISPLAY 'Attente pre-notification  : ' WS-NB-NO-NOTIF.
           DISPLAY 'Blocs par jour prelevement: ' WS-NB-GROUPS.
           MOVE WS-TOTAL-COLLECT TO WS-Z-TOTAL.
           DISPLAY 'Montant total presente    : ' WS-Z-TOTAL.
           DISPLAY WS-REPORT-LINE.
