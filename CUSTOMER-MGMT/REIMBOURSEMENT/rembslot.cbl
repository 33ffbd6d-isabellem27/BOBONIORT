      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Feuilles de soins : les lignes d'un meme  *
      *    adherent, praticien et date des soins saisies le meme jour  *
      *    sont rattachees a une meme feuille (CLAIM_SHEET,            *
      *    clmsheet.cbl) au lieu de former des demandes sans lien.     *
      * MAJ RD le 15/10/2026 La zone prestation accepte aussi un code  *
      *    acte officiel (CCAM, NGAP ou LPP) : la prestation se deduit *
      *    du referentiel ACT_CODE (actload.cbl) et le code est porte  *
      *    par la demande (CLAIM_ACT_CODE) ; un code inconnu ignore la *
      *    ligne.                                                      *
      * MAJ RD le 15/10/2026 Frequence de renouvellement de la         *
      *    prestation (clmfreq.cbl) : un renouvellement anticipe est   *
      *    enregistre REFUSE avec la date de prochaine prise en        *
      *    charge en motif, comme dans rembsave.cbl.                   *
      * MAJ RD le 15/10/2026 Horodatage de reception et canal          *
      *    (CLAIM_RECEIVED_AT, CLAIM_CHANNEL = LOT) portes par la      *
      *    demande, pour le rapport des delais (slarpt.cbl).           *
      * MAJ RD le 15/10/2026 La carence court depuis la date d'effet   *
      *    du contrat (REIMBURSEMENT_START_DATE) ; des soins           *
      *    anterieurs sont refuses (CONTRAT NON EN VIGUEUR), comme     *
      *    rembsave.cbl.                                               *
      * MAJ RD le 15/10/2026 La colonne de taux BENEFIT du contrat     *
      *    vient du catalogue PRODUCT (getprod.cbl), comme             *
      *    rembsave.cbl.                                               *
      * MAJ RD le 15/10/2026 Chaque nouvelle feuille de soins du lot   *
      *    clot le plus ancien pli REMB ouvert de l'adherent au        *
      *    registre du courrier entrant (mailreg.cbl), avec la         *
      *    reference du lot et de la feuille.                          *
      * MAJ RD le 15/10/2026 Contrat C2S (produit de nature R au       *
      *    catalogue) : montant du au panier reglemente                *
      *    (c2sprice.cbl), sans plafond ni reste a charge, comme       *
      *    rembsave.cbl.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-CLOSE-CHOICE      PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
      *    lecture du catalogue PRODUCT (getprod.cbl)
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).
      *    [RD] le 15/10/2026 : bareme reglemente C2S (c2sprice.cbl)
       01  WS-C2S-PRICE.
           05 WS-C2S-FUNCTION      PIC X(01).
           05 WS-C2S-AGE           PIC 9(03).
           05 WS-C2S-PARTICIP      PIC X(01).
           05 WS-C2S-PREMIUM       PIC 9(05).
           05 WS-C2S-CATEGORY      PIC X(20).
           05 WS-C2S-AMOUNT        PIC 9(05).
           05 WS-C2S-BRSS          PIC 9(05).
           05 WS-C2S-CPAM-PART     PIC 9(05).
           05 WS-C2S-OTH-AMOUNT    PIC 9(05).
           05 WS-C2S-REGULATED     PIC 9(05).
           05 WS-C2S-OWED          PIC 9(05).
           05 WS-C2S-OVERCHARGE    PIC X(01).
           05 WS-C2S-RC            PIC X(01).
       01  WS-IDX               PIC 9(01) VALUE 0.

      *    [RD] entete du lot : totaux annonces par la salle courrier.
       01  WS-OWED-CALC         PIC S9(06) VALUE ZERO.
       01  WS-MEMBER-CHARGE     PIC S9(06) VALUE ZERO.
       01  WS-CEILING-LEFT      PIC S9(09) VALUE ZERO.
      *    [RD] le 15/10/2026 : rattachement de la ligne a sa feuille
      *    de soins (clmsheet.cbl).
       01  WS-SHEET-NUM         PIC 9(08) VALUE ZERO.
       01  WS-SHEET-LINE        PIC 9(03) VALUE ZERO.
       01  WS-SHEET-BENEF       PIC X(40) VALUE SPACES.
       01  WS-SHEET-SOURCE      PIC X(06) VALUE 'LOT'.
       01  WS-SHEET-MATCH       PIC X(01) VALUE 'O'.
       01  WS-SHEET-RC          PIC X(01) VALUE '0'.
      *    [RD] le 15/10/2026 : controle de renouvellement
      *    (clmfreq.cbl) ; pas de changement de correction en lot.
       01  WS-FREQ-RX-CHANGE    PIC X(01) VALUE 'N'.
       01  WS-FREQ-NEXT-DATE    PIC X(08) VALUE SPACES.
       01  WS-FREQ-RC           PIC X(01) VALUE '0'.
      *    [RD] le 15/10/2026 : zone d'appel de mailreg.cbl (registre
      *    du courrier entrant).
       01  WS-MAIL.
           05 WS-MR-ACTION        PIC X(01).
           05 WS-MR-NUM           PIC 9(08).
           05 WS-MR-CUS-UUID      PIC X(36).
           05 WS-MR-SENDER        PIC X(40).
           05 WS-MR-RECEIVED      PIC X(10).
           05 WS-MR-TYPE          PIC X(10).
           05 WS-MR-PAGES         PIC 9(03).
           05 WS-MR-QUEUE         PIC X(10).
           05 WS-MR-OPERATOR      PIC X(10).
           05 WS-MR-PROGRAM       PIC X(10).
           05 WS-MR-REF           PIC X(20).
           05 WS-MR-RC            PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  SQL-CPAM-PART        PIC 9(05).
       01  SQL-YEAR-CONSUMED    PIC 9(09).
       01  SQL-YEAR-PREFIX      PIC X(05).
      *    [RD] le 15/10/2026 : feuille de soins et rang de la ligne.
       01  SQL-SHEET-NUM        PIC 9(08).
       01  SQL-LINE-NUM         PIC 9(03).
      *    [RD] le 15/10/2026 : code acte et prestation rattachee.
       01  SQL-ACT-CODE         PIC X(13).
       01  SQL-ACT-BENEFIT      PIC X(20).
       01  SQL-ACT-ACTIVE       PIC X(01).
       01  SQL-BEN-CNT          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_LOT_NUM INTEGER
           END-EXEC.
      *    [RD] le 15/10/2026 : date d'effet du contrat (clascont.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
      *    [RD] le 15/10/2026 : referentiel des actes (actload.cbl)
      *    et code acte porte par la demande.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACT_CODE (
                   ACT_CODE         VARCHAR(13),
                   ACT_NOMENCLATURE VARCHAR(4),
                   ACT_LABEL        VARCHAR(40),
                   ACT_BENEFIT      VARCHAR(20),
                   ACT_ACTIVE       VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_ACT_CODE VARCHAR(13)
           END-EXEC.
      *    [RD] le 15/10/2026 : horodatage de reception et canal
      *    d'arrivee de la demande (slarpt.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECEIVED_AT TIMESTAMP
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur preparation des tables de lot.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : un code acte saisi dans la zone
      *    prestation est remplace par sa prestation.
           PERFORM 1510-RESOLVE-ACT-START
               THRU 1510-RESOLVE-ACT-START-EXIT.
           IF WS-LINE-CAT EQUAL SPACES THEN
               INITIALIZE WS-ERROR-MESSAGE
               STRING 'PRESTATION OU CODE ACTE INCONNU LIGNE ' WS-IDX
                   ' - LIGNE IGNOREE.'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
               GO TO 1500-KEY-ONE-LINE-START-EXIT
           END-IF.

      *    [RD] le 03/09/2026 : une demande identique deja en base
      *    (meme adherent, date de soins, prestation et montant,
      *    flux CPAM compris) fait ignorer la ligne : la saisie de
      *    enregistree REFUSEE (montant du a zero) avec le motif.
           PERFORM 1670-CHECK-CARENCE-START
               THRU 1670-CHECK-CARENCE-START-EXIT.
      *    [RD] le 15/10/2026 : frequence de renouvellement, comme
      *    1592-CHECK-FREQUENCY-START de rembsave.cbl.
           PERFORM 1680-CHECK-FREQUENCY-START
               THRU 1680-CHECK-FREQUENCY-START-EXIT.

      *    [RD] numerotation et insertion, comme rembsave.cbl.
           MOVE 'CLAIM' TO SQL-LOCK-KEY.

           MOVE WS-CLAIM-OWED TO SQL-OWED.
           MOVE FUNCTION TRIM(WS-LINE-RPPS) TO SQL-CLAIM-RPPS.
      *    [RD] le 15/10/2026 : les actes d'une meme visite
      *    (adherent, praticien, date des soins) rejoignent la meme
      *    feuille de soins, sous le verrou de numerotation.
           MOVE ZERO TO WS-SHEET-NUM.
           CALL 'clmsheet' USING SQL-CUS-UUID WS-SHEET-BENEF
               SQL-CLAIM-RPPS SQL-CLAIM-DATE WS-SHEET-SOURCE
               SQL-CAPTURED-BY WS-SHEET-MATCH WS-SHEET-NUM
               WS-SHEET-LINE WS-SHEET-RC
           END-CALL.
           IF WS-SHEET-RC NOT = '0' THEN
               MOVE 'Erreur rattachement a la feuille de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE WS-SHEET-NUM TO SQL-SHEET-NUM.
           MOVE WS-SHEET-LINE TO SQL-LINE-NUM.
           EXEC SQL
               INSERT INTO CUSTOMER_CLAIM
                   (UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                    CLAIM_STATUS, CLAIM_REFUSAL_REASON,
                    CLAIM_BRSS_BASE, CLAIM_CPAM_PART,
                    CLAIM_PERCENT, CLAIM_DOCTOR_RPPS,
                    CLAIM_LOT_NUM, CLAIM_CAPTURED_BY,
                    CLAIM_SHEET_NUM, CLAIM_LINE_NUM,
                    CLAIM_ACT_CODE, CLAIM_RECEIVED_AT,
                    CLAIM_CHANNEL)
               VALUES
                   (:SQL-CUS-UUID, :SQL-CLAIM-NUM, :SQL-CLAIM-DATE,
                    :SQL-CATEGORY, :SQL-AMOUNT, :SQL-OWED,
                    :SQL-CLAIM-STATUS, :SQL-CLAIM-REASON,
                    :SQL-BRSS-BASE, :SQL-CPAM-PART,
                    :SQL-PERCENT, :SQL-CLAIM-RPPS,
                    :SQL-LOT-NUM, :SQL-CAPTURED-BY,
                    :SQL-SHEET-NUM, :SQL-LINE-NUM,
                    :SQL-ACT-CODE, CURRENT_TIMESTAMP,
                    'LOT')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur insertion de la demande du lot.'
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : une nouvelle feuille de soins traite
      *    le plus ancien pli REMB ouvert de l'adherent au registre
      *    du courrier ; les lignes suivantes de la feuille viennent
      *    du meme pli.
           IF WS-SHEET-LINE = 1 THEN
               INITIALIZE WS-MAIL
               MOVE 'C' TO WS-MR-ACTION
               MOVE SQL-CUS-UUID TO WS-MR-CUS-UUID
               MOVE 'REMB' TO WS-MR-TYPE
               MOVE SQL-CAPTURED-BY TO WS-MR-OPERATOR
               MOVE 'rembslot' TO WS-MR-PROGRAM
               STRING 'LOT' SQL-LOT-NUM '/' WS-SHEET-NUM
                   DELIMITED BY SIZE INTO WS-MR-REF
               END-STRING
               CALL 'mailreg' USING WS-MAIL
               END-CALL
               IF WS-MR-RC = '9' THEN
                   MOVE 'Erreur registre du courrier entrant.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.

           ADD 1 TO WS-KEYED-CNT.
           ADD WS-LINE-AMT TO WS-KEYED-SUM.
       1500-KEY-ONE-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1510-RESOLVE-ACT-START.                                     *
      ******************************************************************
      *    [RD] le 15/10/2026 : la zone prestation de la ligne porte
      *    un code acte du referentiel ACT_CODE ou une prestation.
      *    Un code acte actif et rattache est remplace par sa
      *    prestation ; un code acte desactive ou non rattache, ou
      *    une valeur ni acte ni prestation connue, vide la zone
      *    (ligne ignoree).
       1510-RESOLVE-ACT-START.
           MOVE SPACES TO SQL-ACT-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE-CAT))
               TO WS-LINE-CAT.
           IF WS-LINE-CAT(14:7) EQUAL SPACES THEN
               MOVE WS-LINE-CAT TO SQL-CATEGORY
               MOVE SPACES TO SQL-ACT-BENEFIT SQL-ACT-ACTIVE
               EXEC SQL
                   SELECT COALESCE(ACT_BENEFIT, ' '),
                          COALESCE(ACT_ACTIVE, '0')
                   INTO :SQL-ACT-BENEFIT, :SQL-ACT-ACTIVE
                   FROM ACT_CODE
                   WHERE ACT_CODE = :SQL-CATEGORY
                   ORDER BY ACT_ACTIVE DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
                   MOVE 'Erreur lecture du referentiel des actes.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               IF SQLCODE = 0 THEN
                   IF SQL-ACT-ACTIVE EQUAL '1'
                      AND SQL-ACT-BENEFIT NOT = SPACES THEN
                       MOVE WS-LINE-CAT TO SQL-ACT-CODE
                       MOVE SQL-ACT-BENEFIT TO WS-LINE-CAT
                   ELSE
                       MOVE SPACES TO WS-LINE-CAT
                   END-IF
                   GO TO 1510-RESOLVE-ACT-START-EXIT
               END-IF
           END-IF.
           EVALUATE WS-LINE-CAT
               WHEN 'DOCTOR'
               WHEN 'PARMEDICAL'
               WHEN 'HOSPITAL'
               WHEN 'SINGLE_GLASSES'
               WHEN 'PROGRESSIVE_GLASSES'
               WHEN 'MOLAR_CROWNS'
               WHEN 'NON_MOLAR_CROWNS'
               WHEN 'DESCALINGS'
                   GO TO 1510-RESOLVE-ACT-START-EXIT
           END-EVALUATE.
           MOVE WS-LINE-CAT TO SQL-CATEGORY.
           MOVE ZERO TO SQL-BEN-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-BEN-CNT
               FROM BENEFIT
               WHERE BENEFIT_CODE = :SQL-CATEGORY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture du catalogue BENEFIT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-BEN-CNT EQUAL ZERO THEN
               MOVE SPACES TO WS-LINE-CAT
           END-IF.
       1510-RESOLVE-ACT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-COMPUTE-OWED-START.                                    *
      ******************************************************************
                      COALESCE(REIMBURSEMENT_CEILING_DESCALINGS, 0),
                      COALESCE(REIMBURSEMENT_NUM, ''),
                      COALESCE(REIMBURSEMENT_WAITING_DAYS, 0),
                      COALESCE(REIMBURSEMENT_START_DATE,
                               CAST(REIMBURSEMENT_CREATE_DATE
                               AS VARCHAR), '')
               INTO :SQL-PCT-DOCTOR, :SQL-PCT-PARMEDICAL,
                    :SQL-PCT-HOSPITAL, :SQL-PCT-S-GLASSES,
               END-IF
           END-IF END-IF.

      *    [RD] le 15/10/2026 : contrat C2S, panier reglemente sans
      *    plafond annuel, comme rembsave.cbl.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0' AND WS-PRD-KIND EQUAL 'R' THEN
               INITIALIZE WS-C2S-PRICE
               MOVE 'R' TO WS-C2S-FUNCTION
               MOVE SQL-CATEGORY TO WS-C2S-CATEGORY
               MOVE WS-LINE-AMT TO WS-C2S-AMOUNT
               MOVE SQL-BRSS-BASE TO WS-C2S-BRSS
               MOVE SQL-CPAM-PART TO WS-C2S-CPAM-PART
               CALL 'c2sprice' USING WS-C2S-PRICE
               IF WS-C2S-RC NOT = '0' THEN
                   MOVE 'Erreur lecture du bareme C2S.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               MOVE WS-C2S-OWED TO WS-CLAIM-OWED
               MOVE 100 TO SQL-PERCENT
               GO TO 1600-COMPUTE-OWED-START-EXIT
           END-IF.

           PERFORM 1650-APPLY-CEILING-START
               THRU 1650-APPLY-CEILING-START-EXIT.
           MOVE WS-CLAIM-PERCENT TO SQL-PERCENT.
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le 15/10/2026 : colonne de taux du produit au
      *    catalogue PRODUCT ; 0 = taux par defaut du produit.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' THEN
               MOVE ZERO TO WS-CLAIM-PERCENT
               GO TO 1620-CATALOG-RATE-START-EXIT
           END-IF.
           EVALUATE WS-PRD-RATE-SLOT
               WHEN 1
                   MOVE SQL-BEN-RATE-ALLEGE TO WS-CLAIM-PERCENT
               WHEN 2
                   MOVE SQL-BEN-RATE-MODERE TO WS-CLAIM-PERCENT
               WHEN 3
                   MOVE SQL-BEN-RATE-EXCELL TO WS-CLAIM-PERCENT
               WHEN 4
                   MOVE SQL-BEN-RATE-SPE TO WS-CLAIM-PERCENT
               WHEN OTHER
                   MOVE WS-PRD-BENEFIT-RATE TO WS-CLAIM-PERCENT
           END-EVALUATE.
       1620-CATALOG-RATE-START-EXIT.
           EXIT.
      *    depuis REIMBURSEMENT_CREATE_DATE), comme rembsave.cbl :
      *    une date de soins anterieure a la fin de carence rend la
      *    demande REFUSEE, montant du a zero.
      *    [RD] le 15/10/2026 : la carence part de la date d'effet,
      *    et des soins anterieurs a cette date sont refuses.
       1670-CHECK-CARENCE-START.
           MOVE 'RECU' TO SQL-CLAIM-STATUS.
           MOVE SPACES TO SQL-CLAIM-REASON.
           IF SQL-CONTRACT-START EQUAL SPACES THEN
               GO TO 1670-CHECK-CARENCE-START-EXIT
           END-IF.
           INITIALIZE WS-CONTRACT-START.
                  DELIMITED BY SIZE
                  INTO WS-CONTRACT-START
           END-STRING.
           IF WS-LINE-DATE < WS-CONTRACT-START THEN
               MOVE ZERO TO WS-CLAIM-OWED
               MOVE 'REFUSE' TO SQL-CLAIM-STATUS
               MOVE 'CONTRAT NON EN VIGUEUR' TO SQL-CLAIM-REASON
               GO TO 1670-CHECK-CARENCE-START-EXIT
           END-IF.
           IF SQL-WAITING-DAYS EQUAL ZERO THEN
               GO TO 1670-CHECK-CARENCE-START-EXIT
           END-IF.
           COMPUTE WS-CARE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE).
           COMPUTE WS-CARENCE-END-INT =
       1670-CHECK-CARENCE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1680-CHECK-FREQUENCY-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : frequence de renouvellement de la
      *    prestation (clmfreq.cbl) : un renouvellement anticipe rend
      *    la demande REFUSEE, montant du a zero, avec la prochaine
      *    date de prise en charge en motif.
       1680-CHECK-FREQUENCY-START.
           IF SQL-CLAIM-STATUS EQUAL 'REFUSE' THEN
               GO TO 1680-CHECK-FREQUENCY-START-EXIT
           END-IF.
           CALL 'clmfreq' USING SQL-CUS-UUID WS-SHEET-BENEF
               SQL-CATEGORY SQL-CLAIM-DATE WS-FREQ-RX-CHANGE
               WS-FREQ-NEXT-DATE WS-FREQ-RC
           END-CALL.
           IF WS-FREQ-RC EQUAL '1' THEN
               MOVE 'Erreur controle de renouvellement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF WS-FREQ-RC EQUAL '2' THEN
               MOVE ZERO TO WS-CLAIM-OWED
               MOVE 'REFUSE' TO SQL-CLAIM-STATUS
               INITIALIZE SQL-CLAIM-REASON
               STRING 'RENOUVELLEMENT AVANT LE '
                   WS-FREQ-NEXT-DATE(7:2) '/'
                   WS-FREQ-NEXT-DATE(5:2) '/'
                   WS-FREQ-NEXT-DATE(1:4)
                   DELIMITED BY SIZE
                   INTO SQL-CLAIM-REASON
               END-STRING
           END-IF.
       1680-CHECK-FREQUENCY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1800-CLOSE-LOT-START.                                       *
      ******************************************************************
