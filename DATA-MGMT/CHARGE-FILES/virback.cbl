      ******************************************************************
      *    [RD] Traitement du compte-rendu de la banque sur les        *
      *    virements emis : remboursements de prestations aux          *
      *    adherents et aux praticiens en tiers payant (claimpay.cbl)  *
      *    et remboursements de credits adherent (credremb.cbl).       *
      *    Chaque ligne du fichier porte : reference de bout en bout   *
      *    du virement (EndToEndId de la remise pain.001) ; sort de    *
      *    l'operation (OK execute, REJ rejete ou retourne) ; code     *
      *    motif de la banque (AC01 IBAN errone, AC04 compte clos,     *
      *    MD07 titulaire decede...) ; montant du virement.            *
      *      - OK  : rien a faire, l'operation est simplement comptee. *
      *      - REJ sur une reference VIR... : les demandes payees par  *
      *        ce virement passent au statut VIR-REJETE, la synthese   *
      *        mensuelle deduit le brut (sumbill.cbl, mesure Q) et la  *
      *        part d'indus compensee sur le virement est rouverte,    *
      *        comme pour une lettre-cheque annulee (chqcancel.cbl).   *
      *      - REJ sur une reference CREDIT-... : le credit adherent   *
      *        passe au statut VIR-REJETE, le remboursement est        *
      *        contre-passe au journal PAYMENT (REJET-VIR) et la       *
      *        synthese reprend le montant en encaisse (mesure C).     *
      *    Dans les deux cas l'IBAN du beneficiaire (adherent ou       *
      *    praticien) est marque suspect : claimpay.cbl ne vire plus   *
      *    dessus, et la liste de travail du jour                      *
      *    (DOCUMENT/VIREMENTS-REJETES-AAAAMMJJ.txt) donne les         *
      *    coordonnees a contacter pour obtenir un nouveau RIB. Le     *
      *    nouvel IBAN (ibanappr.cbl, praparam.cbl) leve le soupcon    *
      *    et remet les demandes et credits rejetes au paiement.       *
      *    Les lignes sans virement correspondant restent sur le       *
      *    rapport de rejets pour traitement manuel, avec point de     *
      *    reprise et compte-rendu exploitation comme retback.cbl.     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Virement rejete sur le compte propre d'un *
      *    ayant droit (claimpay.cbl) : l'IBAN de l'ayant droit est    *
      *    marque suspect et ses demandes repartent aussitot au        *
      *    paiement de l'adherent (repli), sans soupcon sur l'IBAN de  *
      *    l'adherent ; ligne AYANT DROIT sur la liste de travail.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. virback RECURSIVE.
       AUTHOR. RD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO WS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-INPUT-STATUS.

           SELECT F-REJECT
           ASSIGN TO WS-REJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-WORKLIST
           ASSIGN TO WS-WORKLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-WORKLIST-STATUS.

           SELECT F-NOTIFY
           ASSIGN TO WS-NOTIFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-CHECKPOINT
           ASSIGN TO WS-CHECKPOINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-CHECKPOINT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 200 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT         PIC X(200).

       FD  F-REJECT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REJECT        PIC X(200).

       FD  F-WORKLIST
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-WORKLIST      PIC X(160).

       FD  F-NOTIFY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-NOTIFY        PIC X(100).

       FD  F-CHECKPOINT
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CHECKPOINT.
           05 REC-F-CHECKPOINT-ROW       PIC 9(05).
           05 REC-F-CHECKPOINT-REJECTED  PIC 9(05).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *    [RD] synthese mensuelle (sumbill.cbl).
       01  WS-SB-MEASURE        PIC X(01) VALUE SPACE.
       01  WS-SB-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-SB-UUID           PIC X(36) VALUE SPACES.
       01  F-INPUT-STATUS       PIC XX                     .
       88  F-INPUT-STATUS-OK                VALUE '00'     .
       88  F-INPUT-STATUS-EOF               VALUE '10'     .

       01  F-CHECKPOINT-STATUS  PIC XX                     .
       88  F-CHECKPOINT-STATUS-OK            VALUE '00'    .
       88  F-CHECKPOINT-STATUS-NOTFOUND      VALUE '35'    .

       01  F-WORKLIST-STATUS    PIC XX                     .
       88  F-WORKLIST-STATUS-OK              VALUE '00'    .

       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES   .
       01  WS-POS               PIC 999     VALUE ZERO     .
       01  WS-LENGTH            PIC 999     VALUE ZERO     .
       01  WS-LENGTHCP          PIC 999     VALUE ZERO     .
       01  WS-NBCHAMP           PIC 99      VALUE ZERO     .
       01  WS-CHAMP             PIC X(50)   VALUE SPACES   .
       01  WS-LENGTH-REC        PIC 999     VALUE ZERO     .

       01  WS-BATCH-DATE        PIC 9(08)   VALUE ZERO     .

       01  WS-FILE-PATH         PIC X(100)
           VALUE './CHARGE-FILES/RetourVirements.csv'       .

       01  WS-CHECKPOINT-PATH.
           03 WS-CHECKPOINT-FOLDER PIC X(27)
              VALUE './CHARGE-FILES/RepriseVir-'            .
           03 WS-CHECKPOINT-DATE   PIC 9(08)               .
           03 WS-CHECKPOINT-FORMAT PIC X(04)  VALUE '.dat' .
       01  WS-RESUME-ROW        PIC 9(05)  VALUE ZERO      .
       01  WS-COMMIT-FREQUENCY  PIC 9(05)  VALUE 500       .
       01  WS-ROW-SINCE-COMMIT  PIC 9(05)  VALUE ZERO      .

       01  WS-REJECT-PATH.
           03 WS-REJECT-FOLDER  PIC X(26)
              VALUE './CHARGE-FILES/RejetsVir-'             .
           03 WS-REJECT-DATE    PIC 9(08)                  .
           03 WS-REJECT-FORMAT  PIC X(04)  VALUE '.dat'    .

      *    [RD] liste de travail des beneficiaires a recontacter.
       01  WS-WORKLIST-PATH.
           03 WS-WORK-FOLDER    PIC X(28)
              VALUE './DOCUMENT/VIREMENTS-REJETES'          .
           03 WS-WORK-SEP       PIC X(01)  VALUE '-'       .
           03 WS-WORK-DATE      PIC 9(08)                  .
           03 WS-WORK-FORMAT    PIC X(04)  VALUE '.txt'    .

       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-CONFIRMED      PIC 9(05)  VALUE ZERO      .
       01  WS-NB-CLAIM-REJ      PIC 9(05)  VALUE ZERO      .
       01  WS-NB-CREDIT-REJ     PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES    .
       01  WS-Z-AMOUNT          PIC Z(08)9                 .
       01  WS-Z-CREDIT          PIC Z(06)9.99              .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(25)
              VALUE './CHARGE-FILES/NotifVir-'              .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la ligne retour en cours de traitement
       01  WS-LINE-REF          PIC X(20)  VALUE SPACES    .
       01  WS-LINE-SORT         PIC X(03)  VALUE SPACES    .
       01  WS-LINE-REASON       PIC X(20)  VALUE SPACES    .
       01  WS-LINE-AMOUNT       PIC X(15)  VALUE SPACES    .

       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-SEP1     PIC X(01) VALUE '-'.
           03 WS-TODAY-MONTH    PIC 9(02).
           03 WS-TODAY-SEP2     PIC X(01) VALUE '-'.
           03 WS-TODAY-DAY      PIC 9(02).

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC             .

       01  SQL-REMIT-REF        PIC X(16)   VALUE SPACES   .
       01  SQL-CUS-UUID         PIC X(36)   VALUE SPACES   .
       01  SQL-PRA-RPPS         PIC X(11)   VALUE SPACES   .
       01  SQL-TIERS-PAYANT     PIC X(01)   VALUE SPACE    .
       01  SQL-NB-CLAIM         PIC 9(05)   VALUE ZERO     .
       01  SQL-SUM-OWED         PIC 9(09)   VALUE ZERO     .
       01  SQL-SENT-AMOUNT      PIC 9(09)   VALUE ZERO     .
       01  SQL-INDUS-REOPEN     PIC 9(09)   VALUE ZERO     .
       01  SQL-CREDIT-NUM       PIC 9(08)   VALUE ZERO     .
       01  SQL-CREDIT-AMOUNT    PIC 9(07)V99 VALUE ZERO    .
       01  SQL-CREDIT-ORIGIN    PIC X(36)   VALUE SPACES   .
       01  SQL-PAY-NUM          PIC 9(08)   VALUE ZERO     .
       01  SQL-TODAY            PIC X(10)   VALUE SPACES   .
       01  SQL-LOCK-KEY         PIC X(15)   VALUE SPACES   .
       01  SQL-CUS-SECU         PIC X(15)   VALUE SPACES   .
       01  SQL-CUS-LASTNAME     PIC X(20)   VALUE SPACES   .
       01  SQL-CUS-FIRSTNAME    PIC X(20)   VALUE SPACES   .
       01  SQL-CUS-PHONE        PIC X(14)   VALUE SPACES   .
       01  SQL-CUS-MAIL         PIC X(50)   VALUE SPACES   .
       01  SQL-PRA-NAME         PIC X(30)   VALUE SPACES   .
      *    [RD] le 15/10/2026 : ayant droit regle sur son compte.
       01  SQL-DEP-NUM          PIC 9(08)   VALUE ZERO     .
       01  SQL-DEP-LASTNAME     PIC X(20)   VALUE SPACES   .
       01  SQL-DEP-FIRSTNAME    PIC X(20)   VALUE SPACES   .
       EXEC SQL END DECLARE SECTION END-EXEC               .
       EXEC SQL INCLUDE SQLCA END-EXEC                     .

      ******************************************************************
       LINKAGE SECTION.
       01  LK-FILE-PATH          PIC X(100)                 .

      ***************************************************************
       PROCEDURE DIVISION USING LK-FILE-PATH.
       0000-MAIN-START.
           IF  LK-FILE-PATH NOT = SPACES THEN
              MOVE LK-FILE-PATH TO WS-FILE-PATH
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE WS-BATCH-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE WS-BATCH-DATE(7:2) TO WS-TODAY-DAY.
           MOVE WS-TODAY-DATE TO SQL-TODAY.

      *    [RD] La connexion est ouverte par l'appelant (virfront.cbl
      *    ou inboxproc.cbl) comme pour retback.cbl.
           PERFORM 1002-ENSURE-TABLES-START THRU END-1002-ENSURE-TABLES.
           PERFORM 1005-CHECK-RESUME-START THRU END-1005-CHECK-RESUME.
           PERFORM 1010-OPEN-REJECT-START THRU END-1010-OPEN-REJECT.
           PERFORM 1015-OPEN-WORKLIST-START
                    THRU END-1015-OPEN-WORKLIST.
           PERFORM 1020-LECT1-FILE-START THRU END-1020-LECT1-FILE.
           PERFORM 2000-CHARGE-RETURNS-START
                    THRU END-2000-CHARGE-RETURNS.
           PERFORM 1040-CLOSE-FILE-START THRU END-1040-CLOSE-FILE.
           CLOSE F-REJECT.
           CLOSE F-WORKLIST.
           PERFORM 2060-RECONCILE-START THRU END-2060-RECONCILE.
       END-0000-MAIN.
           GOBACK.

      *    [RD] Colonnes utilisees : statut des demandes et credits
      *    (deja crees par rembsave.cbl et payentry.cbl), indus
      *    compenses, et soupcon sur l'IBAN de l'adherent et du
      *    praticien.
       1002-ENSURE-TABLES-START.
           EXEC SQL
              ALTER TABLE CUSTOMER
              ADD COLUMN IF NOT EXISTS CUSTOMER_IBAN_SUSPECT
                  VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION CUSTOMER_IBAN_SUSPECT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
              ALTER TABLE PRACTITIONER
              ADD COLUMN IF NOT EXISTS PRACTITIONER_IBAN_SUSPECT
                  VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION PRACTITIONER_IBAN_SUSPECT'
                 TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_INDUS (
                   UUID_CUSTOMER   VARCHAR(36),
                   INDUS_NUM       INT,
                   INDUS_CLAIM_NUM INT,
                   INDUS_DATE      VARCHAR(10),
                   INDUS_AMOUNT    NUMERIC(9),
                   INDUS_RECOVERED NUMERIC(9) DEFAULT 0,
                   INDUS_STATUS    VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION CLAIM_INDUS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : ayant droit regle sur son propre
      *    compte (claimpay.cbl).
           EXEC SQL
              ALTER TABLE CUSTOMER_CLAIM
              ADD COLUMN IF NOT EXISTS CLAIM_PAID_TO_DEP INT DEFAULT 0
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DEPENDENT (
                   UUID_CUSTOMER        VARCHAR(36),
                   DEPENDENT_NUM        INT,
                   DEPENDENT_RELATION   VARCHAR(10),
                   DEPENDENT_LASTNAME   VARCHAR(20),
                   DEPENDENT_FIRSTNAME  VARCHAR(20),
                   DEPENDENT_BIRTH_DATE VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
              ALTER TABLE CUSTOMER_DEPENDENT
              ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_SUSPECT
                  VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION DEPENDENT_IBAN_SUSPECT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-1002-ENSURE-TABLES.
           EXIT.

       1005-CHECK-RESUME-START.
           MOVE WS-BATCH-DATE TO WS-CHECKPOINT-DATE.
           OPEN INPUT F-CHECKPOINT.
           IF  F-CHECKPOINT-STATUS-OK THEN
              READ F-CHECKPOINT
              MOVE REC-F-CHECKPOINT-ROW TO WS-RESUME-ROW
              MOVE REC-F-CHECKPOINT-REJECTED TO WS-NB-REJECTED
              CLOSE F-CHECKPOINT
              DISPLAY 'REPRISE DETECTEE A PARTIR DE LA LIGNE '
                    WS-RESUME-ROW
           ELSE
              MOVE ZERO TO WS-RESUME-ROW
              MOVE ZERO TO WS-NB-REJECTED
           END-IF.
       END-1005-CHECK-RESUME.
           EXIT.

       1010-OPEN-REJECT-START.
           MOVE WS-BATCH-DATE TO WS-REJECT-DATE.
           IF  WS-RESUME-ROW NOT = ZERO THEN
              OPEN EXTEND F-REJECT
           ELSE
              OPEN OUTPUT F-REJECT
              MOVE
                 'LIGNE;RAISON DU REJET;CONTENU DE LA LIGNE'
                 TO REC-F-REJECT
              WRITE REC-F-REJECT
           END-IF.
       END-1010-OPEN-REJECT.
           EXIT.

      *    [RD] La liste de travail est cumulee sur la journee : un
      *    second compte-rendu du meme jour la complete.
       1015-OPEN-WORKLIST-START.
           MOVE WS-BATCH-DATE TO WS-WORK-DATE.
           OPEN EXTEND F-WORKLIST.
           IF  NOT F-WORKLIST-STATUS-OK THEN
              OPEN OUTPUT F-WORKLIST
              STRING 'VIREMENTS REJETES - BENEFICIAIRES A CONTACTER'
                  ' POUR UN NOUVEAU RIB'
                  DELIMITED BY SIZE INTO REC-F-WORKLIST
              END-STRING
              WRITE REC-F-WORKLIST
           END-IF.
       END-1015-OPEN-WORKLIST.
           EXIT.

       1020-LECT1-FILE-START.
           OPEN INPUT F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
           PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE.
      * Je passe l'entete du fichier
           PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE.
           PERFORM WS-RESUME-ROW TIMES
              ADD 1 TO WS-NB-ROW
              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
           END-PERFORM.
       END-1020-LECT1-FILE.
           EXIT.

       1030-LECT-FILE-START.
           READ F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) AND (NOT F-INPUT-STATUS-EOF) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
       END-1030-LECT-FILE.
           EXIT.

       1040-CLOSE-FILE-START.
           CLOSE F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) AND (NOT F-INPUT-STATUS-EOF) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
       END-1040-CLOSE-FILE.
           EXIT.

      *    [RD] Pour chaque ligne retour : decoupage, rapprochement du
      *    virement par sa reference de bout en bout, contre-passation
      *    des rejets.
       2000-CHARGE-RETURNS-START.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-ROW
              PERFORM 2010-CHERCHE-VAR-START
                          THRU END-2010-CHERCHE-VAR

              PERFORM 2100-MATCH-RETURN-START
                          THRU END-2100-MATCH-RETURN

              ADD 1 TO WS-ROW-SINCE-COMMIT
              IF  WS-ROW-SINCE-COMMIT >= WS-COMMIT-FREQUENCY THEN
                 PERFORM 2035-SAVE-CHECKPOINT-START
                    THRU END-2035-SAVE-CHECKPOINT
              END-IF

              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE WS-BATCH-DATE TO WS-CHECKPOINT-DATE.
           STRING 'rm -f ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHECKPOINT-PATH) DELIMITED BY SIZE
                 INTO WS-NOTIFY-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-NOTIFY-CMD.
       END-2000-CHARGE-RETURNS.
           EXIT.

      *    [RD] Decoupe la ligne courante : reference ; sort (OK/REJ) ;
      *    code motif ; montant. Meme mecanique que retback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-REF WS-LINE-SORT WS-LINE-REASON
                      WS-LINE-AMOUNT.
           SET WS-POS        TO 1.
           INITIALIZE WS-NBCHAMP.
           SET WS-LENGTH     TO
                           FUNCTION LENGTH(FUNCTION TRIM(REC-F-INPUT)).
           SET WS-LENGTH-REC TO WS-LENGTH.

           PERFORM UNTIL (WS-LENGTH NOT > 0)
                          OR (WS-POS > WS-LENGTH-REC)
               INSPECT REC-F-INPUT(WS-POS: WS-LENGTH)
               TALLYING WS-LENGTHCP FOR CHARACTERS
               BEFORE ';'
               IF (WS-LENGTHCP > 0) THEN
                   INITIALIZE WS-CHAMP
                   MOVE REC-F-INPUT(WS-POS:WS-LENGTHCP) TO WS-CHAMP
                   ADD 1 TO WS-NBCHAMP GIVING WS-NBCHAMP
                   EVALUATE (WS-NBCHAMP)
                      WHEN 1
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-REF
                      WHEN 2
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP)) TO WS-LINE-SORT
                      WHEN 3
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-REASON
                      WHEN 4
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-AMOUNT
                   END-EVALUATE
               END-IF
               ADD WS-LENGTHCP TO WS-POS GIVING WS-POS
               ADD 1 TO WS-POS GIVING WS-POS
               SUBTRACT WS-POS FROM WS-LENGTH GIVING WS-LENGTH
               ADD 1 TO WS-LENGTH GIVING WS-LENGTH
               INITIALIZE WS-LENGTHCP
           END-PERFORM.
       END-2010-CHERCHE-VAR.
           EXIT.

      *    [RD] Oriente la ligne selon le sort et la famille de
      *    reference : VIR... (claimpay.cbl) ou CREDIT-...
      *    (credremb.cbl).
       2100-MATCH-RETURN-START.
           IF  WS-LINE-REF EQUAL SPACES THEN
              MOVE 'Reference de virement absente' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-MATCH-RETURN
           END-IF.

           EVALUATE TRUE
              WHEN WS-LINE-SORT EQUAL 'OK'
                 ADD 1 TO WS-NB-CONFIRMED
              WHEN WS-LINE-SORT NOT EQUAL 'REJ'
                 MOVE 'Sort d''operation inconnu' TO WS-REJECT-REASON
                 PERFORM 2040-WRITE-REJECT-START
                    THRU END-2040-WRITE-REJECT
              WHEN WS-LINE-REF(1:3) EQUAL 'VIR'
                 PERFORM 2200-REJECT-CLAIM-TRANSFER-START
                    THRU END-2200-REJECT-CLAIM-TRANSFER
              WHEN WS-LINE-REF(1:7) EQUAL 'CREDIT-'
                 PERFORM 2300-REJECT-CREDIT-REFUND-START
                    THRU END-2300-REJECT-CREDIT-REFUND
              WHEN OTHER
                 MOVE 'Reference de virement inconnue'
                    TO WS-REJECT-REASON
                 PERFORM 2040-WRITE-REJECT-START
                    THRU END-2040-WRITE-REJECT
           END-EVALUATE.
       END-2100-MATCH-RETURN.
           EXIT.

      *    [RD] Virement de prestations rejete : les demandes qu'il
      *    soldait passent VIR-REJETE (la reference de remise est
      *    conservee pour la trace), le brut est deduit de la
      *    synthese et l'indus compense est rouvert. Un virement en
      *    tiers payant met en cause l'IBAN du praticien, sinon celui
      *    de l'adherent.
       2200-REJECT-CLAIM-TRANSFER-START.
           MOVE WS-LINE-REF TO SQL-REMIT-REF.
           MOVE ZERO TO SQL-NB-CLAIM SQL-SUM-OWED.
           INITIALIZE SQL-CUS-UUID SQL-PRA-RPPS SQL-TIERS-PAYANT
                      SQL-DEP-NUM.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CLAIM_OWED), 0),
                      COALESCE(MAX(CAST(UUID_CUSTOMER AS VARCHAR)),
                               ''),
                      COALESCE(MAX(CLAIM_DOCTOR_RPPS), ''),
                      COALESCE(MAX(CLAIM_TIERS_PAYANT), '0'),
                      COALESCE(MAX(CLAIM_PAID_TO_DEP), 0)
               INTO :SQL-NB-CLAIM, :SQL-SUM-OWED, :SQL-CUS-UUID,
                    :SQL-PRA-RPPS, :SQL-TIERS-PAYANT, :SQL-DEP-NUM
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_PAYMENT_REF = :SQL-REMIT-REF
                 AND CLAIM_STATUS = 'PAYE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'RECHERCHE DEMANDES PAR REFERENCE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-NB-CLAIM EQUAL ZERO THEN
              MOVE 'Virement inconnu ou deja rejete'
                 TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2200-REJECT-CLAIM-TRANSFER
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_STATUS = 'VIR-REJETE'
               WHERE CLAIM_PAYMENT_REF = :SQL-REMIT-REF
                 AND CLAIM_STATUS = 'PAYE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MAJ DEMANDES VIR-REJETE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] synthese mensuelle : le brut paye est deduit ; le
      *    volet tiers payant reste sans adherent, comme a l'emission.
           MOVE 'Q' TO WS-SB-MEASURE.
           MOVE SQL-SUM-OWED TO WS-SB-AMOUNT.
           IF  SQL-TIERS-PAYANT EQUAL '1' THEN
              MOVE SPACES TO WS-SB-UUID
           ELSE
              MOVE SQL-CUS-UUID TO WS-SB-UUID
           END-IF.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.

           IF  SQL-TIERS-PAYANT EQUAL '1' THEN
              PERFORM 2450-FLAG-PRACTITIONER-START
                 THRU END-2450-FLAG-PRACTITIONER
      *    [RD] le 15/10/2026 : virement a un ayant droit, sans indus
      *    compense : repli sur l'adherent.
           ELSE IF SQL-DEP-NUM NOT EQUAL ZERO THEN
              PERFORM 2420-FLAG-DEPENDENT-START
                 THRU END-2420-FLAG-DEPENDENT
           ELSE
              PERFORM 2250-REOPEN-INDUS-START
                 THRU END-2250-REOPEN-INDUS
              PERFORM 2400-FLAG-MEMBER-START
                 THRU END-2400-FLAG-MEMBER
           END-IF
           END-IF.
           ADD 1 TO WS-NB-CLAIM-REJ.
       END-2200-REJECT-CLAIM-TRANSFER.
           EXIT.

      *    [RD] Indus compense sur le virement (montant vire inferieur
      *    au brut des demandes) : rouvert pour etre recompense au
      *    prochain paiement, comme chqcancel.cbl. Sans montant sur
      *    la ligne, rien n'est rouvert.
       2250-REOPEN-INDUS-START.
           IF  WS-LINE-AMOUNT EQUAL SPACES THEN
              GO TO END-2250-REOPEN-INDUS
           END-IF.
           COMPUTE SQL-SENT-AMOUNT =
               FUNCTION NUMVAL(WS-LINE-AMOUNT).
           IF  SQL-SENT-AMOUNT NOT < SQL-SUM-OWED THEN
              GO TO END-2250-REOPEN-INDUS
           END-IF.
           COMPUTE SQL-INDUS-REOPEN = SQL-SUM-OWED - SQL-SENT-AMOUNT.
           EXEC SQL
               INSERT INTO CLAIM_INDUS
                   (UUID_CUSTOMER, INDUS_NUM, INDUS_CLAIM_NUM,
                    INDUS_DATE, INDUS_AMOUNT, INDUS_RECOVERED,
                    INDUS_STATUS)
               SELECT :SQL-CUS-UUID,
                      COALESCE(MAX(INDUS_NUM), 0) + 1, 0,
                      :SQL-TODAY, :SQL-INDUS-REOPEN, 0, 'OUVERT'
               FROM CLAIM_INDUS
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'REOUVERTURE INDUS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-2250-REOPEN-INDUS.
           EXIT.

      *    [RD] Remboursement de credit rejete : le credit passe
      *    VIR-REJETE, le journal PAYMENT de la facture d'origine est
      *    contre-passe (l'argent est revenu) et la synthese reprend
      *    le montant en encaisse.
       2300-REJECT-CREDIT-REFUND-START.
           IF  WS-LINE-REF(8:8) IS NOT NUMERIC THEN
              MOVE 'Reference de credit invalide' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2300-REJECT-CREDIT-REFUND
           END-IF.
           MOVE WS-LINE-REF(8:8) TO SQL-CREDIT-NUM.
           INITIALIZE SQL-CUS-UUID SQL-CREDIT-ORIGIN.
           EXEC SQL
               SELECT UUID_CUSTOMER, CREDIT_AMOUNT,
                      COALESCE(CREDIT_ORIGIN_UUID, '')
               INTO :SQL-CUS-UUID, :SQL-CREDIT-AMOUNT,
                    :SQL-CREDIT-ORIGIN
               FROM MEMBER_CREDIT
               WHERE CREDIT_NUM = :SQL-CREDIT-NUM
                 AND CREDIT_STATUS = 'REMBOURSE'
           END-EXEC.
           IF  SQLCODE = FIN THEN
              MOVE 'Credit inconnu ou deja rejete' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2300-REJECT-CREDIT-REFUND
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'RECHERCHE CREDIT PAR REFERENCE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               UPDATE MEMBER_CREDIT
               SET CREDIT_STATUS = 'VIR-REJETE'
               WHERE CREDIT_NUM = :SQL-CREDIT-NUM
                 AND CREDIT_STATUS = 'REMBOURSE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MAJ CREDIT VIR-REJETE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           MOVE 'PAYMENT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-PAY-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_NUM), 0)
               INTO :SQL-PAY-NUM
               FROM PAYMENT
           END-EXEC.
           ADD 1 TO SQL-PAY-NUM.
           EXEC SQL
               INSERT INTO PAYMENT
                   (UUID_INVOICE, PAYMENT_NUM, PAYMENT_DATE,
                    PAYMENT_AMOUNT, PAYMENT_METHOD,
                    PAYMENT_ENTRY_DATE)
               VALUES
                   (:SQL-CREDIT-ORIGIN, :SQL-PAY-NUM, :SQL-TODAY,
                    :SQL-CREDIT-AMOUNT, 'REJET-VIR', :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'CONTRE-PASSATION PAYMENT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           MOVE SQL-CREDIT-AMOUNT TO WS-SB-AMOUNT.
           MOVE 'C' TO WS-SB-MEASURE.
           MOVE SQL-CUS-UUID TO WS-SB-UUID.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.

           MOVE ZERO TO SQL-SUM-OWED.
           PERFORM 2400-FLAG-MEMBER-START
              THRU END-2400-FLAG-MEMBER.
           ADD 1 TO WS-NB-CREDIT-REJ.
       END-2300-REJECT-CREDIT-REFUND.
           EXIT.

      *    [RD] IBAN de l'adherent marque suspect et ligne de la liste
      *    de travail avec ses coordonnees.
       2400-FLAG-MEMBER-START.
           EXEC SQL
               UPDATE CUSTOMER
               SET CUSTOMER_IBAN_SUSPECT = '1'
               WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'SOUPCON IBAN ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           INITIALIZE SQL-CUS-SECU SQL-CUS-LASTNAME SQL-CUS-FIRSTNAME
                      SQL-CUS-PHONE SQL-CUS-MAIL.
           EXEC SQL
               SELECT CAST(CUSTOMER_CODE_SECU AS VARCHAR),
                      CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME,
                      COALESCE(CUSTOMER_PHONE, ''),
                      COALESCE(CUSTOMER_MAIL, '')
               INTO :SQL-CUS-SECU, :SQL-CUS-LASTNAME,
                    :SQL-CUS-FIRSTNAME, :SQL-CUS-PHONE,
                    :SQL-CUS-MAIL
               FROM CUSTOMER
               WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'LECTURE ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           INITIALIZE REC-F-WORKLIST.
           IF  SQL-SUM-OWED NOT EQUAL ZERO THEN
              MOVE SQL-SUM-OWED TO WS-Z-AMOUNT
              STRING 'ADHERENT ' FUNCTION TRIM(SQL-CUS-SECU) ' - '
                  FUNCTION TRIM(SQL-CUS-LASTNAME) SPACE
                  FUNCTION TRIM(SQL-CUS-FIRSTNAME) ' - '
                  FUNCTION TRIM(SQL-CUS-PHONE) ' - '
                  FUNCTION TRIM(SQL-CUS-MAIL) ' - prestations '
                  FUNCTION TRIM(WS-Z-AMOUNT) ' EUR - '
                  FUNCTION TRIM(WS-LINE-REF) ' - motif '
                  FUNCTION TRIM(WS-LINE-REASON)
                  DELIMITED BY SIZE INTO REC-F-WORKLIST
              END-STRING
           ELSE
              MOVE SQL-CREDIT-AMOUNT TO WS-Z-CREDIT
              STRING 'ADHERENT ' FUNCTION TRIM(SQL-CUS-SECU) ' - '
                  FUNCTION TRIM(SQL-CUS-LASTNAME) SPACE
                  FUNCTION TRIM(SQL-CUS-FIRSTNAME) ' - '
                  FUNCTION TRIM(SQL-CUS-PHONE) ' - '
                  FUNCTION TRIM(SQL-CUS-MAIL) ' - credit '
                  FUNCTION TRIM(WS-Z-CREDIT) ' EUR - '
                  FUNCTION TRIM(WS-LINE-REF) ' - motif '
                  FUNCTION TRIM(WS-LINE-REASON)
                  DELIMITED BY SIZE INTO REC-F-WORKLIST
              END-STRING
           END-IF.
           WRITE REC-F-WORKLIST.
       END-2400-FLAG-MEMBER.
           EXIT.

      *    [RD] le 15/10/2026 : IBAN propre de l'ayant droit marque
      *    suspect : claimpay.cbl ne vire plus dessus et ses demandes
      *    rejetees repartent au prochain paiement, vers l'adherent
      *    (sans date, reference ni ayant droit regle). L'IBAN de
      *    l'adherent n'est pas en cause. Ligne de la liste de travail
      *    avec les coordonnees de l'adherent pour un nouveau RIB.
       2420-FLAG-DEPENDENT-START.
           EXEC SQL
               UPDATE CUSTOMER_DEPENDENT
               SET DEPENDENT_IBAN_SUSPECT = '1'
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND DEPENDENT_NUM = :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'SOUPCON IBAN AYANT DROIT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_STATUS = 'APPROUVE',
                   CLAIM_PAID_DATE = '',
                   CLAIM_PAYMENT_REF = '',
                   CLAIM_PAID_TO_DEP = 0
               WHERE CLAIM_PAYMENT_REF = :SQL-REMIT-REF
                 AND CLAIM_STATUS = 'VIR-REJETE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'REPLI DEMANDES SUR ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           INITIALIZE SQL-CUS-SECU SQL-CUS-PHONE SQL-CUS-MAIL
                      SQL-DEP-LASTNAME SQL-DEP-FIRSTNAME.
           EXEC SQL
               SELECT CAST(CUSTOMER.CUSTOMER_CODE_SECU AS VARCHAR),
                      COALESCE(CUSTOMER.CUSTOMER_PHONE, ''),
                      COALESCE(CUSTOMER.CUSTOMER_MAIL, ''),
                      DP.DEPENDENT_LASTNAME, DP.DEPENDENT_FIRSTNAME
               INTO :SQL-CUS-SECU, :SQL-CUS-PHONE, :SQL-CUS-MAIL,
                    :SQL-DEP-LASTNAME, :SQL-DEP-FIRSTNAME
               FROM CUSTOMER
               INNER JOIN CUSTOMER_DEPENDENT DP
                   ON DP.UUID_CUSTOMER
                    = CAST(CUSTOMER.UUID_CUSTOMER AS VARCHAR)
               WHERE CAST(CUSTOMER.UUID_CUSTOMER AS VARCHAR)
                   = :SQL-CUS-UUID
                 AND DP.DEPENDENT_NUM = :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'LECTURE AYANT DROIT' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SQL-SUM-OWED TO WS-Z-AMOUNT.
           INITIALIZE REC-F-WORKLIST.
           STRING 'AYANT DROIT ' FUNCTION TRIM(SQL-CUS-SECU) ' - '
               FUNCTION TRIM(SQL-DEP-LASTNAME) SPACE
               FUNCTION TRIM(SQL-DEP-FIRSTNAME) ' - '
               FUNCTION TRIM(SQL-CUS-PHONE) ' - '
               FUNCTION TRIM(SQL-CUS-MAIL) ' - prestations '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR - '
               FUNCTION TRIM(WS-LINE-REF) ' - motif '
               FUNCTION TRIM(WS-LINE-REASON)
               ' - repli sur l''adherent'
               DELIMITED BY SIZE INTO REC-F-WORKLIST
           END-STRING.
           WRITE REC-F-WORKLIST.
       END-2420-FLAG-DEPENDENT.
           EXIT.

      *    [RD] IBAN du praticien (tiers payant) marque suspect et
      *    ligne de la liste de travail.
       2450-FLAG-PRACTITIONER-START.
           EXEC SQL
               UPDATE PRACTITIONER
               SET PRACTITIONER_IBAN_SUSPECT = '1'
               WHERE PRACTITIONER_RPPS = :SQL-PRA-RPPS
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'SOUPCON IBAN PRATICIEN' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           INITIALIZE SQL-PRA-NAME.
           EXEC SQL
               SELECT PRACTITIONER_NAME
               INTO :SQL-PRA-NAME
               FROM PRACTITIONER
               WHERE PRACTITIONER_RPPS = :SQL-PRA-RPPS
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'LECTURE PRATICIEN' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SQL-SUM-OWED TO WS-Z-AMOUNT.
           INITIALIZE REC-F-WORKLIST.
           STRING 'PRATICIEN RPPS ' FUNCTION TRIM(SQL-PRA-RPPS) ' - '
               FUNCTION TRIM(SQL-PRA-NAME)
               ' - tiers payant '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR - '
               FUNCTION TRIM(WS-LINE-REF) ' - motif '
               FUNCTION TRIM(WS-LINE-REASON)
               DELIMITED BY SIZE INTO REC-F-WORKLIST
           END-STRING.
           WRITE REC-F-WORKLIST.
       END-2450-FLAG-PRACTITIONER.
           EXIT.

       2035-SAVE-CHECKPOINT-START.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE WS-BATCH-DATE TO WS-CHECKPOINT-DATE.
           OPEN OUTPUT F-CHECKPOINT.
           MOVE WS-NB-ROW TO REC-F-CHECKPOINT-ROW.
           MOVE WS-NB-REJECTED TO REC-F-CHECKPOINT-REJECTED.
           WRITE REC-F-CHECKPOINT.
           CLOSE F-CHECKPOINT.
           MOVE ZERO TO WS-ROW-SINCE-COMMIT.
       END-2035-SAVE-CHECKPOINT.
           EXIT.

       2040-WRITE-REJECT-START.
           ADD 1 TO WS-NB-REJECTED.
           INITIALIZE REC-F-REJECT.
           STRING
              WS-NB-ROW ';'
              FUNCTION TRIM(WS-REJECT-REASON) ';'
              FUNCTION TRIM(REC-F-INPUT)
              DELIMITED BY SIZE
              INTO REC-F-REJECT
           END-STRING.
           WRITE REC-F-REJECT.
       END-2040-WRITE-REJECT.
           EXIT.

      *    [RD] Compte-rendu et notification exploitation.
       2060-RECONCILE-START.
           DISPLAY 'TRAITEMENT DU RETOUR DES VIREMENTS TERMINE'.
           DISPLAY 'Lignes lues                : ' WS-NB-ROW.
           DISPLAY 'Virements executes         : ' WS-NB-CONFIRMED.
           DISPLAY 'Virements prestations rej. : ' WS-NB-CLAIM-REJ.
           DISPLAY 'Remboursements credit rej. : ' WS-NB-CREDIT-REJ.
           DISPLAY 'Lignes en anomalie         : ' WS-NB-REJECTED.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' executes ' WS-NB-CONFIRMED
                 ' rejets prestations ' WS-NB-CLAIM-REJ
                 ' rejets credits ' WS-NB-CREDIT-REJ
                 ' anomalies ' WS-NB-REJECTED
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'RETOUR VIREMENTS : TRAITE' TO WS-NOTIFY-SUBJECT.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-2060-RECONCILE.
           EXIT.

       2070-NOTIFY-OPS-START.
           MOVE WS-BATCH-DATE TO WS-NOTIFY-DATE.
           OPEN OUTPUT F-NOTIFY.
           MOVE WS-NOTIFY-SUBJECT TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           MOVE WS-NOTIFY-DETAIL TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           CLOSE F-NOTIFY.

           STRING 'mail -s "' DELIMITED BY SIZE
                 WS-NOTIFY-SUBJECT DELIMITED BY SIZE
                 '" ' DELIMITED BY SIZE
                 WS-NOTIFY-DEST DELIMITED BY SIZE
                 ' < ' DELIMITED BY SIZE
                 WS-NOTIFY-PATH DELIMITED BY SIZE
                 INTO WS-NOTIFY-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-NOTIFY-CMD.
       END-2070-NOTIFY-OPS.
           EXIT.

       9000-TEST-STATUT-START.
           IF (NOT F-INPUT-STATUS-OK)
              AND (NOT F-INPUT-STATUS-EOF) THEN
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE F-INPUT-STATUS
              STRING 'Erreur fichier, code retour ' DELIMITED BY SIZE
                    F-INPUT-STATUS DELIMITED BY SIZE
                    INTO WS-NOTIFY-DETAIL
              END-STRING
              MOVE 'RETOUR VIREMENTS : ECHEC' TO WS-NOTIFY-SUBJECT
              PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS
              GOBACK
           END-IF.
       END-9000-TEST-STATUT.
           EXIT.

       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
           MOVE 'RETOUR VIREMENTS : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (virfront.cbl ou
      *    inboxproc.cbl) au lieu d'arreter tout le run unit.
           GOBACK.
