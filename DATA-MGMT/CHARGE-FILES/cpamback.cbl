      *    papier de rembsave.cbl ou flux precedent) est inseree au *
      *    statut SUSPENS pour revue par un gestionnaire au lieu    *
      *    d'entrer payable.                                        *
      * MAJ RD le 15/10/2026 Les actes d'un meme adherent et d'une  *
      *    meme date de soins sont regroupes sur une feuille de     *
      *    soins (CLAIM_SHEET, clmsheet.cbl), origine CPAM.         *
      * MAJ RD le 15/10/2026 Le troisieme champ porte le code acte  *
      *    officiel (CCAM, NGAP ou LPP) : la prestation s'en deduit *
      *    d'apres le referentiel ACT_CODE (actload.cbl) et le code *
      *    est conserve sur la demande ; un code inconnu ou sans    *
      *    prestation rattachee rejette la ligne. Tant que le       *
      *    referentiel n'est pas charge, le champ reste lu comme la *
      *    prestation elle-meme.                                    *
      * MAJ RD le 15/10/2026 Frequence de renouvellement de la      *
      *    prestation (clmfreq.cbl) : un renouvellement anticipe    *
      *    est insere au statut REFUSE, montant du a zero, avec la  *
      *    date de prochaine prise en charge en motif.              *
      * MAJ RD le 15/10/2026 Horodatage de reception et canal       *
      *    (CLAIM_RECEIVED_AT, CLAIM_CHANNEL = CPAM) portes par la  *
      *    demande, pour le rapport des delais (slarpt.cbl).        *
      * MAJ RD le 15/10/2026 Les lignes sur NIR inconnu ou adherent *
      *    archive ne sont plus rejetees : elles sont gardees en    *
      *    suspens (CPAM_SUSPENSE) pour rattachement a l'adherent   *
      *    ou a l'ayant droit par un gestionnaire (cpamsusp.cbl).   *
      *    Appele avec la disposition 'S', le programme reprend les *
      *    lignes rattachees et les integre au tarif normal, avec   *
      *    leur date de soins et leur horodatage de reception.      *
      * MAJ RD le 15/10/2026 Date de traitement lue dans            *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un   *
      *    rattrapage, date systeme sinon.                          *
      * MAJ RD le 15/10/2026 Contrat C2S (produit de nature R au    *
      *    catalogue) : montant du au panier reglemente             *
      *    (c2sprice.cbl), sans plafond ni reste a charge.          *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpamback RECURSIVE.
       01  WS-NB-INSERTED       PIC 9(05)  VALUE ZERO      .
      *    [RD] le 03/09/2026 : doublons probables mis en suspens.
       01  WS-NB-SUSPENS        PIC 9(05)  VALUE ZERO      .
      *    [RD] le 15/10/2026 : renouvellements anticipes refuses.
       01  WS-NB-FREQ-REFUSED   PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
      *    [RD] le 15/10/2026 : lignes sans adherent mises en
      *    suspens, et reprise des lignes rattachees (disposition S).
       01  WS-NB-SUSP-NIR       PIC 9(05)  VALUE ZERO      .
       01  WS-REPLAY            PIC X(01)  VALUE 'N'       .
       88  WS-REPLAY-MODE                  VALUE 'O'       .
       01  WS-REPLAY-REASON     PIC X(30)  VALUE SPACES    .
       01  WS-NB-REPLAYED       PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REPLAY-KO      PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(30)  VALUE SPACES    .
       01  WS-REJECT-SQLCODE    PIC -(9)                   .
       01  WS-INSERT-SQLCODE    PIC S9(09) VALUE ZERO      .
       01  WS-LINE-SECU         PIC X(15)  VALUE SPACES    .
       01  WS-LINE-CARE-DATE    PIC X(08)  VALUE SPACES    .
       01  WS-LINE-CATEGORY     PIC X(20)  VALUE SPACES    .
      *    [RD] le 15/10/2026 : code acte du releve et presence du
      *    referentiel des actes (O = charge).
       01  WS-LINE-ACT-CODE     PIC X(20)  VALUE SPACES    .
       01  WS-ACT-REF-LOADED    PIC X(01)  VALUE 'N'       .
       01  WS-LINE-AMOUNT       PIC 9(05)  VALUE ZERO      .
       01  WS-LINE-OK           PIC X(01)  VALUE 'O'       .
       88  WS-LINE-VALID                   VALUE 'O'       .
       01  WS-MEMBER-CHARGE     PIC S9(06) VALUE ZERO      .
       01  WS-OWED-CALC         PIC S9(06) VALUE ZERO      .

      *    [RD] le 15/10/2026 : rattachement a la feuille de soins
      *    (clmsheet.cbl). Le releve ne porte ni beneficiaire ni
      *    praticien : la cle est l'adherent et la date des soins.
       01  WS-SHEET-NUM         PIC 9(08)  VALUE ZERO      .
       01  WS-SHEET-LINE        PIC 9(03)  VALUE ZERO      .
       01  WS-SHEET-BENEF       PIC X(40)  VALUE SPACES    .
       01  WS-SHEET-RPPS        PIC X(11)  VALUE SPACES    .
       01  WS-SHEET-SOURCE      PIC X(06)  VALUE 'CPAM'    .
       01  WS-SHEET-USER        PIC X(10)  VALUE SPACES    .
       01  WS-SHEET-MATCH       PIC X(01)  VALUE 'O'       .
       01  WS-SHEET-RC          PIC X(01)  VALUE '0'       .

      *    [RD] le 15/10/2026 : controle de renouvellement
      *    (clmfreq.cbl) ; le releve ne porte pas de changement de
      *    correction.
       01  WS-FREQ-RX-CHANGE    PIC X(01)  VALUE 'N'       .
       01  WS-FREQ-NEXT-DATE    PIC X(08)  VALUE SPACES    .
       01  WS-FREQ-RC           PIC X(01)  VALUE '0'       .

      *    [RD] le 15/10/2026 : nature du produit du contrat
      *    (getprod.cbl) et bareme reglemente C2S (c2sprice.cbl).
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

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
      *    [RD] le 03/09/2026 : statut d'insertion (RECU ou SUSPENS
      *    pour un doublon probable) et comptage des doublons.
       01  SQL-CLAIM-STATUS     PIC X(10)   VALUE 'RECU'   .
      *    [RD] le 15/10/2026 : motif d'un renouvellement refuse.
       01  SQL-CLAIM-REASON     PIC X(40)   VALUE SPACES   .
       01  SQL-DUP-CNT          PIC 9(06)   VALUE ZERO     .
       01  SQL-CATEGORY         PIC X(20)   VALUE SPACES   .
       01  SQL-AMOUNT           PIC 9(05)   VALUE ZERO     .
       01  SQL-CLAIM-CPAM-PART  PIC 9(05)   VALUE ZERO     .
       01  SQL-CLAIM-PERCENT    PIC 9(03)   VALUE ZERO     .
       01  SQL-CARE-DATE-D      PIC X(10)   VALUE SPACES   .
       01  SQL-REIM-NUM         PIC X(10)   VALUE SPACES   .
       01  SQL-SHEET-NUM        PIC 9(08)   VALUE ZERO     .
       01  SQL-LINE-NUM         PIC 9(03)   VALUE ZERO     .
       01  SQL-ACT-CODE         PIC X(13)   VALUE SPACES   .
       01  SQL-ACT-BENEFIT      PIC X(20)   VALUE SPACES   .
       01  SQL-ACT-CNT          PIC 9(06)   VALUE ZERO     .
      *    [RD] le 15/10/2026 : file des lignes en suspens.
       01  SQL-SUSP-NUM         PIC 9(08)   VALUE ZERO     .
       01  SQL-SUSP-SECU        PIC X(15)   VALUE SPACES   .
       01  SQL-SUSP-ACT         PIC X(20)   VALUE SPACES   .
       01  SQL-SUSP-REASON      PIC X(30)   VALUE SPACES   .
       01  SQL-SUSP-LINE        PIC X(300)  VALUE SPACES   .
       01  SQL-SUSP-FILE-DATE   PIC X(10)   VALUE SPACES   .
       01  SQL-SUSP-BENEF       PIC X(40)   VALUE SPACES   .
       01  SQL-SUSP-CNT         PIC 9(06)   VALUE ZERO     .
       01  SQL-RECEIVED-AT      PIC X(26)   VALUE SPACES   .
       EXEC SQL END DECLARE SECTION END-EXEC               .
       EXEC SQL INCLUDE SQLCA END-EXEC                     .

              MOVE LK-LAYOUT TO WS-LAYOUT
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.

      *    [RD] le 15/10/2026 : disposition S = reprise des lignes
      *    en suspens rattachees depuis cpamsusp.cbl, sans fichier ;
      *    l'appelant valide ou annule la transaction.
           IF  LK-LAYOUT EQUAL 'S' THEN
              MOVE 'O' TO WS-REPLAY
              PERFORM 1002-ENSURE-BRSS-START THRU END-1002-ENSURE-BRSS
              PERFORM 2300-REPLAY-SUSPENSE-START
                 THRU END-2300-REPLAY-SUSPENSE
              GOBACK
           END-IF.
           MOVE 'N' TO WS-REPLAY.
           MOVE SPACES TO WS-SHEET-BENEF SQL-RECEIVED-AT.

      *    [RD] La connexion est ouverte par l'appelant (cpamfront.cbl
      *    ou batsched.cbl), comme pour cfback.cbl.
              MOVE 'COLONNES DETAIL BRSS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : en-tete des feuilles de soins et
      *    colonnes de rattachement, creees ici hors du SAVEPOINT
      *    de ligne.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_SHEET (
                   SHEET_NUM          INT,
                   UUID_CUSTOMER      VARCHAR(36),
                   SHEET_BENEFICIARY  VARCHAR(40),
                   SHEET_RPPS         VARCHAR(11),
                   SHEET_CARE_DATE    VARCHAR(08),
                   SHEET_SOURCE       VARCHAR(06),
                   SHEET_CAPTURED_BY  VARCHAR(10),
                   SHEET_CREATE_DATE  VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_SHEET_NUM INTEGER
           END-EXEC.
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_LINE_NUM INTEGER
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNES FEUILLE DE SOINS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : referentiel des actes (actload.cbl)
      *    et code acte porte par la demande. Referentiel vide :
      *    le troisieme champ reste lu comme la prestation.
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
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE CODE ACTE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : motif de refus porte par la demande.
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_REFUSAL_REASON VARCHAR(40)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE MOTIF DE REFUS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : horodatage de reception et canal
      *    d'arrivee de la demande (slarpt.cbl).
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_RECEIVED_AT TIMESTAMP
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE RECEPTION' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE CANAL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : beneficiaire des soins (ayant droit
      *    choisi au rattachement d'une ligne en suspens) et file
      *    des lignes du releve sans adherent correspondant.
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_BENEFICIARY VARCHAR(40)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE BENEFICIAIRE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CPAM_SUSPENSE (
                   SUSP_NUM          INT,
                   SUSP_SECU         VARCHAR(15),
                   SUSP_CARE_DATE    VARCHAR(08),
                   SUSP_ACT          VARCHAR(20),
                   SUSP_AMOUNT       INT,
                   SUSP_REASON       VARCHAR(30),
                   SUSP_LINE         VARCHAR(300),
                   SUSP_FILE_DATE    VARCHAR(10),
                   SUSP_RECEIVED_AT  TIMESTAMP,
                   SUSP_STATUS       VARCHAR(10),
                   SUSP_UUID         VARCHAR(36),
                   SUSP_BENEFICIARY  VARCHAR(40),
                   SUSP_USER         VARCHAR(10),
                   SUSP_ATTACH_DATE  VARCHAR(10),
                   SUSP_CLAIM_NUM    INT DEFAULT 0,
                   SUSP_COMMENT      VARCHAR(60)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION CPAM_SUSPENSE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO SQL-ACT-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ACT-CNT
               FROM ACT_CODE
               WHERE ACT_ACTIVE = '1'
           END-EXEC.
           IF  SQL-ACT-CNT > ZERO THEN
              MOVE 'O' TO WS-ACT-REF-LOADED
           ELSE
              MOVE 'N' TO WS-ACT-REF-LOADED
           END-IF.
       END-1002-ENSURE-BRSS.
           EXIT.

                             THRU END-2100-MATCH-MEMBER
              END-IF

              IF  WS-LINE-VALID THEN
                 PERFORM 2110-RESOLVE-ACT-START
                             THRU END-2110-RESOLVE-ACT
              END-IF

              IF  WS-LINE-VALID THEN
                 PERFORM 2200-INSERT-CLAIM-START
                             THRU END-2200-INSERT-CLAIM
       2010-CHERCHE-VAR-START.
           MOVE 'O' TO WS-LINE-OK.
           INITIALIZE WS-LINE-SECU WS-LINE-CARE-DATE
                      WS-LINE-CATEGORY WS-LINE-AMOUNT
                      WS-LINE-ACT-CODE.
           SET WS-POS        TO 1.
           INITIALIZE WS-NBCHAMP.
           SET WS-LENGTH     TO

      *    [RD] Format du flux caisse : NIR ; date des soins
      *    (AAAAMMJJ) ; prestation ; montant facture (euros entiers).
      *    [RD] le 15/10/2026 : le troisieme champ est le code acte,
      *    traduit en prestation par 2110-RESOLVE-ACT-START.
       2020-CHARGE-SQLVAR-START.
           EVALUATE (WS-NBCHAMP)
              WHEN 1
              WHEN 3
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHAMP))
                    TO WS-LINE-CATEGORY
                 MOVE WS-LINE-CATEGORY TO WS-LINE-ACT-CODE
              WHEN 4
                 IF FUNCTION TRIM(WS-CHAMP) IS NUMERIC THEN
                    MOVE FUNCTION NUMVAL(WS-CHAMP) TO WS-LINE-AMOUNT

      *    [RD] Rapproche la ligne d'un adherent par son numero de
      *    securite sociale ; rejet si inconnu ou archive.
      *    [RD] le 15/10/2026 : inconnu ou archive, la ligne est mise
      *    en suspens (2120) au lieu d'etre rejetee.
       2100-MATCH-MEMBER-START.
           MOVE FUNCTION NUMVAL(WS-LINE-SECU) TO SQL-SECU.
           INITIALIZE SQL-CUS-UUID SQL-CUS-ACTIVE.
              MOVE 'Adherent inconnu' TO WS-REJECT-REASON
              MOVE SQLCODE TO WS-INSERT-SQLCODE
              MOVE 'N' TO WS-LINE-OK
              PERFORM 2120-SUSPEND-LINE-START
                 THRU END-2120-SUSPEND-LINE
              GO TO END-2100-MATCH-MEMBER
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'Adherent archive' TO WS-REJECT-REASON
              MOVE ZERO TO WS-INSERT-SQLCODE
              MOVE 'N' TO WS-LINE-OK
              PERFORM 2120-SUSPEND-LINE-START
                 THRU END-2120-SUSPEND-LINE
           END-IF.
       END-2100-MATCH-MEMBER.
           EXIT.

      *    [RD] le 15/10/2026 : garde la ligne sans adherent dans la
      *    file CPAM_SUSPENSE, au statut EN-ATTENTE, avec la raison et
      *    l'heure de reception ; une ligne identique deja en attente
      *    (fichier recharge) n'est pas dupliquee. En cas d'echec
      *    d'ecriture, la ligne retombe dans le rapport de rejets.
       2120-SUSPEND-LINE-START.
           MOVE FUNCTION TRIM(REC-F-INPUT) TO SQL-SUSP-LINE.
           MOVE ZERO TO SQL-SUSP-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-SUSP-CNT
               FROM CPAM_SUSPENSE
               WHERE SUSP_LINE = TRIM(:SQL-SUSP-LINE)
                 AND SUSP_STATUS = 'EN-ATTENTE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'CONTROLE LIGNE EN SUSPENS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-SUSP-CNT > ZERO THEN
              ADD 1 TO WS-NB-SUSP-NIR
              GO TO END-2120-SUSPEND-LINE
           END-IF.
           EXEC SQL
              SAVEPOINT SP-SUSPEND-LINE
           END-EXEC.
           MOVE 'CPAMSUSP' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-SUSP-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(SUSP_NUM), 0) + 1
               INTO :SQL-SUSP-NUM
               FROM CPAM_SUSPENSE
           END-EXEC.
           MOVE WS-LINE-SECU TO SQL-SUSP-SECU.
           MOVE WS-LINE-CARE-DATE TO SQL-CLAIM-DATE.
           MOVE WS-LINE-ACT-CODE TO SQL-SUSP-ACT.
           MOVE WS-LINE-AMOUNT TO SQL-AMOUNT.
           MOVE WS-REJECT-REASON TO SQL-SUSP-REASON.
           INITIALIZE SQL-SUSP-FILE-DATE.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
                  WS-BATCH-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-SUSP-FILE-DATE
           END-STRING.
           EXEC SQL
               INSERT INTO CPAM_SUSPENSE
                   (SUSP_NUM, SUSP_SECU, SUSP_CARE_DATE, SUSP_ACT,
                    SUSP_AMOUNT, SUSP_REASON, SUSP_LINE,
                    SUSP_FILE_DATE, SUSP_RECEIVED_AT, SUSP_STATUS,
                    SUSP_CLAIM_NUM)
               VALUES
                   (:SQL-SUSP-NUM, TRIM(:SQL-SUSP-SECU),
                    :SQL-CLAIM-DATE, TRIM(:SQL-SUSP-ACT),
                    :SQL-AMOUNT, TRIM(:SQL-SUSP-REASON),
                    TRIM(:SQL-SUSP-LINE), :SQL-SUSP-FILE-DATE,
                    CURRENT_TIMESTAMP, 'EN-ATTENTE', 0)
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE SQLCODE TO WS-INSERT-SQLCODE
              EXEC SQL
                 ROLLBACK TO SAVEPOINT SP-SUSPEND-LINE
              END-EXEC
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
           ELSE
              ADD 1 TO WS-NB-SUSP-NIR
           END-IF.
       END-2120-SUSPEND-LINE.
           EXIT.

      *    [RD] le 15/10/2026 : traduit le code acte du releve en
      *    prestation d'apres le referentiel ACT_CODE ; un code
      *    inconnu, desactive ou sans prestation rattachee rejette la
      *    ligne. Referentiel non charge : le champ est la prestation.
       2110-RESOLVE-ACT-START.
           MOVE SPACES TO SQL-ACT-CODE.
           IF  WS-ACT-REF-LOADED NOT = 'O' THEN
              GO TO END-2110-RESOLVE-ACT
           END-IF.
           IF  WS-LINE-ACT-CODE(14:7) NOT = SPACES THEN
              MOVE 'Code acte inconnu' TO WS-REJECT-REASON
              MOVE ZERO TO WS-INSERT-SQLCODE
              MOVE 'N' TO WS-LINE-OK
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2110-RESOLVE-ACT
           END-IF.
           MOVE WS-LINE-ACT-CODE TO SQL-ACT-CODE.
           MOVE SPACES TO SQL-ACT-BENEFIT.
           EXEC SQL
               SELECT COALESCE(ACT_BENEFIT, ' ')
               INTO :SQL-ACT-BENEFIT
               FROM ACT_CODE
               WHERE ACT_CODE = :SQL-ACT-CODE
                 AND ACT_ACTIVE = '1'
               LIMIT 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'LECTURE REFERENTIEL ACTES' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQLCODE = FIN OR SQL-ACT-BENEFIT EQUAL SPACES THEN
              IF  SQLCODE = FIN THEN
                 MOVE 'Code acte inconnu' TO WS-REJECT-REASON
              ELSE
                 MOVE 'Code acte sans prestation' TO WS-REJECT-REASON
              END-IF
              MOVE ZERO TO WS-INSERT-SQLCODE
              MOVE 'N' TO WS-LINE-OK
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2110-RESOLVE-ACT
           END-IF.
           MOVE SQL-ACT-BENEFIT TO WS-LINE-CATEGORY.
       END-2110-RESOLVE-ACT.
           EXIT.

      *    [RD] Calcule le montant du (taux du contrat sur la
              MOVE 'SUSPENS' TO SQL-CLAIM-STATUS
              ADD 1 TO WS-NB-SUSPENS
           END-IF.
      *    [RD] le 15/10/2026 : frequence de renouvellement de la
      *    prestation, comme rembsave.cbl.
           MOVE SPACES TO SQL-CLAIM-REASON.
           PERFORM 2230-CHECK-FREQUENCY-START
              THRU END-2230-CHECK-FREQUENCY.

           EXEC SQL
              SAVEPOINT SP-INSERT-CLAIM
           MOVE SQL-MAX-CLAIM-NUM TO SQL-CLAIM-NUM.
           ADD 1 TO SQL-CLAIM-NUM.

      *    [RD] le 15/10/2026 : les actes du releve pour un meme
      *    adherent et une meme date de soins completent la feuille
      *    du jour deja ouverte, sinon une nouvelle feuille.
           MOVE ZERO TO WS-SHEET-NUM.
           CALL 'clmsheet' USING SQL-CUS-UUID WS-SHEET-BENEF
               WS-SHEET-RPPS WS-LINE-CARE-DATE WS-SHEET-SOURCE
               WS-SHEET-USER WS-SHEET-MATCH WS-SHEET-NUM
               WS-SHEET-LINE WS-SHEET-RC
           END-CALL.
           IF  WS-SHEET-RC NOT = '0' THEN
              MOVE ZERO TO WS-INSERT-SQLCODE
              EXEC SQL
                 ROLLBACK TO SAVEPOINT SP-INSERT-CLAIM
              END-EXEC
              MOVE 'Echec feuille de soins' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2200-INSERT-CLAIM
           END-IF.
           MOVE WS-SHEET-NUM TO SQL-SHEET-NUM.
           MOVE WS-SHEET-LINE TO SQL-LINE-NUM.

           MOVE WS-LINE-CARE-DATE TO SQL-CLAIM-DATE.
           MOVE WS-LINE-CATEGORY TO SQL-CATEGORY.
           MOVE WS-LINE-AMOUNT TO SQL-AMOUNT.
           MOVE WS-CLAIM-OWED TO SQL-OWED.
      *    [RD] le 15/10/2026 : une ligne reprise du suspens garde
      *    son heure de reception d'origine et son beneficiaire.
           MOVE WS-SHEET-BENEF TO SQL-SUSP-BENEF.

           EXEC SQL
               INSERT INTO CUSTOMER_CLAIM
                   (UUID_CUSTOMER, CLAIM_NUM, CLAIM_DATE,
                    CLAIM_CATEGORY, CLAIM_AMOUNT, CLAIM_OWED,
                    CLAIM_STATUS, CLAIM_BRSS_BASE, CLAIM_CPAM_PART,
                    CLAIM_PERCENT, CLAIM_SHEET_NUM, CLAIM_LINE_NUM,
                    CLAIM_ACT_CODE, CLAIM_REFUSAL_REASON,
                    CLAIM_RECEIVED_AT, CLAIM_CHANNEL,
                    CLAIM_BENEFICIARY)
               VALUES
                   (:SQL-CUS-UUID, :SQL-CLAIM-NUM, :SQL-CLAIM-DATE,
                    :SQL-CATEGORY, :SQL-AMOUNT, :SQL-OWED,
                    :SQL-CLAIM-STATUS, :SQL-CLAIM-BRSS,
                    :SQL-CLAIM-CPAM-PART,
                    :SQL-CLAIM-PERCENT, :SQL-SHEET-NUM, :SQL-LINE-NUM,
                    :SQL-ACT-CODE, :SQL-CLAIM-REASON,
                    COALESCE(CAST(NULLIF(TRIM(:SQL-RECEIVED-AT), '')
                        AS TIMESTAMP), CURRENT_TIMESTAMP), 'CPAM',
                    TRIM(:SQL-SUSP-BENEF))
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE SQLCODE TO WS-INSERT-SQLCODE
                 THRU END-2040-WRITE-REJECT
           ELSE
              ADD 1 TO WS-NB-INSERTED
              IF  SQL-CLAIM-STATUS EQUAL 'REFUSE'
                 ADD 1 TO WS-NB-FREQ-REFUSED
              END-IF
           END-IF.
       END-2200-INSERT-CLAIM.
           EXIT.
               SQL-PCT-MOLAR SQL-PCT-NON-MOLAR SQL-PCT-DESCALINGS
               SQL-CEIL-DOCTOR SQL-CEIL-PARMEDICAL SQL-CEIL-HOSPITAL
               SQL-CEIL-S-GLASSES SQL-CEIL-P-GLASSES SQL-CEIL-MOLAR
               SQL-CEIL-NON-MOLAR SQL-CEIL-DESCALINGS SQL-REIM-NUM.
           EXEC SQL
               SELECT REIMBURSEMENT_DOCTOR, REIMBURSEMENT_PARMEDICAL,
                      REIMBURSEMENT_HOSPITAL,
                      REIMBURSEMENT_CEILING_PROG_GLASSES,
                      REIMBURSEMENT_CEILING_MOLAR_CROWNS,
                      REIMBURSEMENT_CEILING_NON_MOLAR,
                      REIMBURSEMENT_CEILING_DESCALINGS,
                      REIMBURSEMENT_NUM
               INTO :SQL-PCT-DOCTOR, :SQL-PCT-PARMEDICAL,
                    :SQL-PCT-HOSPITAL, :SQL-PCT-S-GLASSES,
                    :SQL-PCT-P-GLASSES, :SQL-PCT-MOLAR,
                    :SQL-CEIL-DOCTOR, :SQL-CEIL-PARMEDICAL,
                    :SQL-CEIL-HOSPITAL, :SQL-CEIL-S-GLASSES,
                    :SQL-CEIL-P-GLASSES, :SQL-CEIL-MOLAR,
                    :SQL-CEIL-NON-MOLAR, :SQL-CEIL-DESCALINGS,
                    :SQL-REIM-NUM
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
      *          [RD] le 22/08/2026 : version en vigueur a la date
              MOVE WS-OWED-CALC TO WS-CLAIM-OWED
           END-IF.

      *    [RD] le 15/10/2026 : contrat C2S, panier reglemente comme
      *    1560-C2S-REGULATED-START de rembsave.cbl ; jamais de
      *    plafond annuel.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC EQUAL '0' AND WS-PRD-KIND EQUAL 'R' THEN
              INITIALIZE WS-C2S-PRICE
              MOVE 'R' TO WS-C2S-FUNCTION
              MOVE WS-LINE-CATEGORY TO WS-C2S-CATEGORY
              MOVE WS-LINE-AMOUNT TO WS-C2S-AMOUNT
              MOVE SQL-CLAIM-BRSS TO WS-C2S-BRSS
              MOVE SQL-CLAIM-CPAM-PART TO WS-C2S-CPAM-PART
              CALL 'c2sprice' USING WS-C2S-PRICE
              END-CALL
              IF  WS-C2S-RC NOT = '0' THEN
                 MOVE 'BAREME C2S' TO WS-SQL-LIB
                 PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
              END-IF
              MOVE WS-C2S-OWED TO WS-CLAIM-OWED
              MOVE 100 TO SQL-CLAIM-PERCENT
              GO TO END-2220-COMPUTE-OWED
           END-IF.

           IF  WS-CLAIM-CEILING EQUAL ZERO THEN
              GO TO END-2220-COMPUTE-OWED
           END-IF.
       END-2220-COMPUTE-OWED.
           EXIT.

      *    [RD] le 15/10/2026 : frequence de renouvellement de la
      *    prestation pour l'adherent (clmfreq.cbl). Un
      *    renouvellement anticipe est insere REFUSE, montant du a
      *    zero, avec la prochaine date de prise en charge en motif ;
      *    un doublon mis en suspens n'est pas recompte.
       2230-CHECK-FREQUENCY-START.
           IF  SQL-CLAIM-STATUS NOT = 'RECU'
              GO TO END-2230-CHECK-FREQUENCY
           END-IF.
           CALL 'clmfreq' USING SQL-CUS-UUID WS-SHEET-BENEF
               SQL-CATEGORY WS-LINE-CARE-DATE WS-FREQ-RX-CHANGE
               WS-FREQ-NEXT-DATE WS-FREQ-RC
           END-CALL.
           IF  WS-FREQ-RC EQUAL '1'
              MOVE 'CONTROLE DE RENOUVELLEMENT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  WS-FREQ-RC EQUAL '2'
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
       END-2230-CHECK-FREQUENCY.
           EXIT.

      *    [RD] le 15/10/2026 : reprise des lignes en suspens
      *    rattachees (statut RATTACHE) par cpamsusp.cbl, une a une :
      *    la ligne recoit l'adherent et le beneficiaire choisis puis
      *    suit le circuit normal (code acte, tarif, doublon,
      *    renouvellement, feuille de soins). Integree, elle passe
      *    INTEGRE avec le numero de la demande ; sinon REJETE avec
      *    la raison.
       2300-REPLAY-SUSPENSE-START.
           MOVE ZERO TO WS-NB-REPLAYED WS-NB-REPLAY-KO.
           MOVE ZERO TO SQLCODE.
           PERFORM 2310-REPLAY-ONE-START THRU END-2310-REPLAY-ONE
              UNTIL SQLCODE = FIN.
           DISPLAY 'REPRISE DU SUSPENS CPAM : ' WS-NB-REPLAYED
                 ' INTEGREE(S), ' WS-NB-REPLAY-KO ' REJETEE(S)'.
       END-2300-REPLAY-SUSPENSE.
           EXIT.

       2310-REPLAY-ONE-START.
           INITIALIZE SQL-SUSP-SECU SQL-CLAIM-DATE SQL-SUSP-ACT
               SQL-CUS-UUID SQL-SUSP-BENEF SQL-RECEIVED-AT.
           MOVE ZERO TO SQL-SUSP-NUM SQL-AMOUNT.
           EXEC SQL
               SELECT SUSP_NUM, SUSP_SECU, SUSP_CARE_DATE, SUSP_ACT,
                      SUSP_AMOUNT, SUSP_UUID,
                      COALESCE(SUSP_BENEFICIARY, ' '),
                      COALESCE(CAST(SUSP_RECEIVED_AT AS VARCHAR), ' ')
               INTO :SQL-SUSP-NUM, :SQL-SUSP-SECU, :SQL-CLAIM-DATE,
                    :SQL-SUSP-ACT, :SQL-AMOUNT, :SQL-CUS-UUID,
                    :SQL-SUSP-BENEF, :SQL-RECEIVED-AT
               FROM CPAM_SUSPENSE
               WHERE SUSP_STATUS = 'RATTACHE'
               ORDER BY SUSP_NUM
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN THEN
              GO TO END-2310-REPLAY-ONE
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'LECTURE LIGNE EN SUSPENS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'O' TO WS-LINE-OK.
           MOVE SPACES TO WS-REPLAY-REASON.
           MOVE SQL-SUSP-SECU TO WS-LINE-SECU.
           MOVE SQL-CLAIM-DATE TO WS-LINE-CARE-DATE.
           MOVE SQL-SUSP-ACT TO WS-LINE-CATEGORY WS-LINE-ACT-CODE.
           MOVE SQL-AMOUNT TO WS-LINE-AMOUNT.
           MOVE SQL-SUSP-BENEF TO WS-SHEET-BENEF.
           MOVE ZERO TO SQL-CLAIM-NUM.

           PERFORM 2110-RESOLVE-ACT-START THRU END-2110-RESOLVE-ACT.
           IF  WS-LINE-VALID THEN
              PERFORM 2200-INSERT-CLAIM-START
                 THRU END-2200-INSERT-CLAIM
           END-IF.

           IF  WS-REPLAY-REASON EQUAL SPACES THEN
              ADD 1 TO WS-NB-REPLAYED
              EXEC SQL
                  UPDATE CPAM_SUSPENSE
                     SET SUSP_STATUS = 'INTEGRE',
                         SUSP_CLAIM_NUM = :SQL-CLAIM-NUM
                   WHERE SUSP_NUM = :SQL-SUSP-NUM
              END-EXEC
           ELSE
              ADD 1 TO WS-NB-REPLAY-KO
              MOVE WS-REPLAY-REASON TO SQL-SUSP-REASON
              EXEC SQL
                  UPDATE CPAM_SUSPENSE
                     SET SUSP_STATUS = 'REJETE',
                         SUSP_COMMENT = TRIM(:SQL-SUSP-REASON)
                   WHERE SUSP_NUM = :SQL-SUSP-NUM
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MISE A JOUR LIGNE EN SUSPENS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-2310-REPLAY-ONE.
           EXIT.

      *    [RD] Commit le lot en cours et note la ligne atteinte dans
      *    le fichier de reprise de la date de traitement.
       2035-SAVE-CHECKPOINT-START.
           EXIT.

      *    [RD] Ecrit la ligne rejetee et la raison dans le rapport.
      *    [RD] le 15/10/2026 : en reprise du suspens il n'y a pas de
      *    rapport ; la raison est gardee pour la ligne en suspens.
       2040-WRITE-REJECT-START.
           IF  WS-REPLAY-MODE THEN
              MOVE WS-REJECT-REASON TO WS-REPLAY-REASON
              GO TO END-2040-WRITE-REJECT
           END-IF.
           ADD 1 TO WS-NB-REJECTED.
           MOVE WS-INSERT-SQLCODE TO WS-REJECT-SQLCODE.
           INITIALIZE REC-F-REJECT.
           DISPLAY 'Lignes lues       : ' WS-NB-ROW.
           DISPLAY 'Demandes inserees : ' WS-NB-INSERTED.
           DISPLAY 'Doublons suspens  : ' WS-NB-SUSPENS.
           DISPLAY 'Renouv. refuses   : ' WS-NB-FREQ-REFUSED.
           DISPLAY 'Lignes rejetees   : ' WS-NB-REJECTED.
           DISPLAY 'Lignes en suspens : ' WS-NB-SUSP-NIR.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' inserees ' WS-NB-INSERTED
                 ' rejetees ' WS-NB-REJECTED
                 ' en suspens ' WS-NB-SUSP-NIR
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
