      ******************************************************************
      *    [RD] Etats annuels pour l'autorite de controle (ACPR /      *
      *    Solvabilite II).                                            *
      *    Chaque annee l'actuaire reconstituait a la main les         *
      *    tableaux reglementaires a partir de rptfin.cbl,             *
      *    provibnr.cbl, reinbord.cbl et d'exports divers. Pour        *
      *    l'annee saisie a l'ecran (AAAA), ce traitement produit,     *
      *    par ligne d'activite (palier du contrat, prefixe de         *
      *    REIMBURSEMENT_NUM) et par region (deux premiers caracteres  *
      *    du code postal, decoupage de BILLING_SUMMARY) :             *
      *      - les primes emises, avoirs deduits (BILLING_SUMMARY) ;   *
      *      - les primes acquises : primes emises corrigees des       *
      *        primes acquises non emises (cotisation mensuelle des    *
      *        contrats en cours, depuis leur derniere facture) au     *
      *        31/12 de l'annee et au 31/12 de l'annee precedente,     *
      *        la facturation se faisant a terme echu ;                *
      *      - les prestations payees dans l'annee (CUSTOMER_CLAIM),   *
      *        nettes des recuperations sur recours (PAYMENT, mode     *
      *        RECOURS) ;                                              *
      *      - les provisions au 31/12 : IBNR selon la methode de      *
      *        provibnr.cbl (cadence payee sur l'annee multipliee par  *
      *        le delai moyen de reglement) et en-cours connu ;        *
      *      - la part des reassureurs (REINSURANCE_CESSION de         *
      *        l'annee de traite) ;                                    *
      *      - le nombre de contrats et de personnes couvertes         *
      *        (adherents et ayants droit) en cours au 31/12.          *
      *    Le fichier ACPR-AAAA.dat suit le format fixe depose aupres  *
      *    de l'autorite : enregistrement 00 d'en-tete (organisme),    *
      *    un enregistrement 10 par ligne d'activite et region, un     *
      *    enregistrement 99 de totaux. La page de rapprochement       *
      *    ACPR-RAPPRO-AAAA.txt met ces chiffres en face des douze     *
      *    exports comptables mensuels de l'annee (COMPTA-AAAAMM.dat,  *
      *    cptexport.cbl) et signale les mois d'export absents.        *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acprext RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACPR ASSIGN TO WS-ACPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-RAPPRO ASSIGN TO WS-RAPPRO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *    [RD] Exports comptables mensuels de cptexport.cbl, lus
      *    s'ils existent.
           SELECT F-COMPTA ASSIGN TO WS-COMPTA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COMPTA-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-ACPR
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       01  R-ACPR PIC X(110).

       FD  F-RAPPRO
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-RAPPRO PIC X(80).

       FD  F-COMPTA
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  R-COMPTA.
           05 R-CP-DATE         PIC X(08).
           05 R-CP-JOURNAL      PIC X(02).
           05 R-CP-ACCOUNT      PIC X(06).
           05 R-CP-LABEL        PIC X(30).
           05 R-CP-DEBIT        PIC 9(10)V99.
           05 R-CP-CREDIT       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ACPR-PATH.
           03 WS-ACPR-FOLDER    PIC X(15)
           VALUE './RAPPORT/ACPR-'.
           03 WS-ACPR-YEAR      PIC 9(04).
           03 WS-ACPR-FORMAT    PIC X(04) VALUE '.dat'.
       01  WS-RAPPRO-PATH.
           03 WS-RAPPRO-FOLDER  PIC X(22)
           VALUE './RAPPORT/ACPR-RAPPRO-'.
           03 WS-RAPPRO-YEAR    PIC 9(04).
           03 WS-RAPPRO-FORMAT  PIC X(04) VALUE '.txt'.
       01  WS-COMPTA-PATH.
           03 WS-COMPTA-FOLDER  PIC X(17)
           VALUE './RAPPORT/COMPTA-'.
           03 WS-COMPTA-YEAR    PIC 9(04).
           03 WS-COMPTA-MONTH   PIC 9(02).
           03 WS-COMPTA-FORMAT  PIC X(04) VALUE '.dat'.
       01  WS-COMPTA-STATUS     PIC XX    VALUE SPACES.
       88  WS-COMPTA-STATUS-OK            VALUE '00'.
       88  WS-COMPTA-STATUS-EOF           VALUE '10'.

       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01  WS-MONTH-IDX         PIC 9(02) VALUE ZERO.
       01  WS-PREV-YEAR         PIC 9(04) VALUE ZERO.

       01  SC-YEAR              PIC 9(04) VALUE ZERO.

      *    [RD] chiffres de la cellule courante (palier x region).
       01  WS-IBNR              PIC 9(11)V99 VALUE ZERO.
       01  WS-CLAIMS-NET        PIC S9(11)V99 VALUE ZERO.
       01  WS-EARNED            PIC S9(11)V99 VALUE ZERO.

      *    [RD] totaux de l'annee, pour l'enregistrement 99 et la
      *    page de rapprochement.
       01  WS-NB-DETAIL         PIC 9(07) VALUE ZERO.
       01  WS-TOT-WRITTEN       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-EARNED        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-CLAIMS        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-IBNR          PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-KNOWN         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-REINS         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-CONTRACTS     PIC 9(07) VALUE ZERO.
       01  WS-TOT-LIVES         PIC 9(07) VALUE ZERO.
       01  WS-TOT-COLLECTED     PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-RECOVERED     PIC S9(11)V99 VALUE ZERO.

      *    [RD] cumuls des exports comptables de l'annee.
       01  WS-NB-COMPTA-MONTH   PIC 9(02) VALUE ZERO.
       01  WS-MISSING-MONTHS    PIC X(40) VALUE SPACES.
       01  WS-MISSING-PTR       PIC 9(02) VALUE 1.
       01  WS-CP-PREMIUM        PIC S9(11)V99 VALUE ZERO.
       01  WS-CP-TSA            PIC S9(11)V99 VALUE ZERO.
       01  WS-CP-COLLECTED      PIC S9(11)V99 VALUE ZERO.
       01  WS-CP-CESSIONS       PIC S9(11)V99 VALUE ZERO.
       01  WS-CP-RECOURSE       PIC S9(11)V99 VALUE ZERO.

      *    [RD] enregistrements du format fixe depose.
       01  WS-ACPR-HEADER.
           03 WS-AH-TYPE        PIC X(02) VALUE '00'.
           03 WS-AH-YEAR        PIC 9(04).
           03 WS-AH-RUN-DATE    PIC 9(08).
           03 WS-AH-SIREN       PIC X(09).
           03 WS-AH-ORG-NAME    PIC X(40).
           03 FILLER            PIC X(47) VALUE SPACES.
       01  WS-ACPR-DETAIL.
           03 WS-AD-TYPE        PIC X(02) VALUE '10'.
           03 WS-AD-YEAR        PIC 9(04).
           03 WS-AD-LOB         PIC X(03).
           03 WS-AD-REGION      PIC X(02).
           03 WS-AD-WRITTEN     PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 WS-AD-EARNED      PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 WS-AD-CLAIMS      PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 WS-AD-PROV-IBNR   PIC 9(11)V99.
           03 WS-AD-PROV-KNOWN  PIC 9(11)V99.
           03 WS-AD-REINS       PIC 9(11)V99.
           03 WS-AD-CONTRACTS   PIC 9(07).
           03 WS-AD-LIVES       PIC 9(07).
           03 FILLER            PIC X(04) VALUE SPACES.
       01  WS-ACPR-TRAILER.
           03 WS-AT-TYPE        PIC X(02) VALUE '99'.
           03 WS-AT-YEAR        PIC 9(04).
           03 WS-AT-NB-DETAIL   PIC 9(07).
           03 WS-AT-WRITTEN     PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 WS-AT-EARNED      PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 WS-AT-CLAIMS      PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 WS-AT-PROV-IBNR   PIC 9(11)V99.
           03 WS-AT-PROV-KNOWN  PIC 9(11)V99.
           03 WS-AT-REINS       PIC 9(11)V99.
           03 WS-AT-CONTRACTS   PIC 9(07).
           03 WS-AT-LIVES       PIC 9(07).
           03 FILLER            PIC X(02) VALUE SPACES.

      *    [RD] ligne de la page de rapprochement.
       01  WS-RP-LINE.
           03 WS-RP-LABEL       PIC X(28).
           03 WS-RP-ACPR        PIC -(10)9.99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-RP-COMPTA      PIC -(10)9.99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-RP-GAP         PIC -(10)9.99.
           03 FILLER            PIC X(03) VALUE SPACES.
       01  WS-RP-ACPR-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  WS-RP-COMPTA-AMOUNT  PIC S9(11)V99 VALUE ZERO.
       01  WS-Z-AMOUNT          PIC -(10)9.99.
       01  WS-Z-COUNT           PIC Z(06)9.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           03 WS-R-TITLE        PIC X(50)
           VALUE 'RAPPROCHEMENT ETATS ACPR / EXPORTS COMPTABLES'.
           03 WS-R-COLUMNS.
              05 FILLER         PIC X(38) VALUE SPACES.
              05 FILLER         PIC X(19) VALUE 'ACPR   COMPTABILITE'.
              05 FILLER         PIC X(16) VALUE '           ECART'.
              05 FILLER         PIC X(07) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-YEAR             PIC X(04).
       01  SQL-YEAR-LIKE        PIC X(05).
       01  SQL-YEAR-ISO-LIKE    PIC X(06).
       01  SQL-DATE-FROM        PIC X(08).
       01  SQL-DATE-TO          PIC X(08).
       01  SQL-END-ISO          PIC X(10).
       01  SQL-PREV-END-ISO     PIC X(10).
       01  SQL-TIER             PIC X(03).
       01  SQL-REGION           PIC X(02).
       01  SQL-ORG-NAME         PIC X(40).
       01  SQL-ORG-SIREN        PIC X(09).
       01  SQL-WRITTEN          PIC S9(11)V99 VALUE 0.
       01  SQL-COLLECTED        PIC S9(11)V99 VALUE 0.
       01  SQL-CLAIMS           PIC 9(11)V99 VALUE 0.
       01  SQL-RECOVERED        PIC 9(11)V99 VALUE 0.
       01  SQL-AVG-LAG          PIC 9(05) VALUE 0.
       01  SQL-PAID-YEAR        PIC 9(11)V99 VALUE 0.
       01  SQL-OUTSTANDING      PIC 9(11)V99 VALUE 0.
       01  SQL-CEDED            PIC 9(11)V99 VALUE 0.
       01  SQL-NB-CONTRACT      PIC 9(07) VALUE 0.
       01  SQL-NB-HOLDER        PIC 9(07) VALUE 0.
       01  SQL-NB-DEPENDENT     PIC 9(07) VALUE 0.
       01  SQL-ACCRUE-DATE      PIC X(10).
       01  SQL-ACCRUED          PIC 9(11)V99 VALUE 0.
       01  SQL-ACCRUED-END      PIC 9(11)V99 VALUE 0.
       01  SQL-ACCRUED-PREV     PIC 9(11)V99 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-acpr.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-ACPR.
           IF FUNCTION UPPER-CASE(WS-RUN-CHOICE) EQUAL 'O' THEN
               PERFORM 2000-RUN-BATCH-START
                   THRU 2000-RUN-BATCH-START-EXIT
               MOVE SPACES TO WS-RUN-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-RUN-BATCH-START.                                       *
      ******************************************************************
       2000-RUN-BATCH-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-YEAR < 2000 OR SC-YEAR > 2099 THEN
               MOVE 'Veuillez saisir l''annee des etats (AAAA).'
                   TO WS-ERROR-MESSAGE
               GO TO 2000-RUN-BATCH-START-EXIT
           END-IF.
           MOVE ZERO TO WS-NB-DETAIL WS-TOT-WRITTEN WS-TOT-EARNED
               WS-TOT-CLAIMS WS-TOT-IBNR WS-TOT-KNOWN WS-TOT-REINS
               WS-TOT-CONTRACTS WS-TOT-LIVES WS-TOT-COLLECTED
               WS-TOT-RECOVERED.
           MOVE SC-YEAR TO WS-ACPR-YEAR WS-RAPPRO-YEAR.

      *    [RD] bornes de l'annee : mois AAAAMM de BILLING_SUMMARY,
      *    dates AAAAMMJJ des demandes, dates AAAA-MM-JJ des
      *    paiements et des contrats.
           MOVE SC-YEAR TO SQL-YEAR.
           COMPUTE WS-PREV-YEAR = SC-YEAR - 1.
           INITIALIZE SQL-YEAR-LIKE SQL-YEAR-ISO-LIKE SQL-DATE-FROM
               SQL-DATE-TO SQL-END-ISO SQL-PREV-END-ISO.
           STRING SC-YEAR '%' DELIMITED BY SIZE
               INTO SQL-YEAR-LIKE
           END-STRING.
           STRING SC-YEAR '-%' DELIMITED BY SIZE
               INTO SQL-YEAR-ISO-LIKE
           END-STRING.
           STRING SC-YEAR '0101' DELIMITED BY SIZE
               INTO SQL-DATE-FROM
           END-STRING.
           STRING SC-YEAR '1231' DELIMITED BY SIZE
               INTO SQL-DATE-TO
           END-STRING.
           STRING SC-YEAR '-12-31' DELIMITED BY SIZE
               INTO SQL-END-ISO
           END-STRING.
           STRING WS-PREV-YEAR '-12-31' DELIMITED BY SIZE
               INTO SQL-PREV-END-ISO
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           OPEN OUTPUT F-ACPR.
           PERFORM 2500-WRITE-HEADER-START
               THRU 2500-WRITE-HEADER-START-EXIT.

           PERFORM 3000-SWEEP-CELLS-START
               THRU 3000-SWEEP-CELLS-START-EXIT.

           PERFORM 4000-WRITE-TRAILER-START
               THRU 4000-WRITE-TRAILER-START-EXIT.
           CLOSE F-ACPR.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           PERFORM 5000-READ-COMPTA-START
               THRU 5000-READ-COMPTA-START-EXIT.
           PERFORM 6000-WRITE-RAPPRO-START
               THRU 6000-WRITE-RAPPRO-START-EXIT.

           MOVE WS-NB-DETAIL TO WS-Z-COUNT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'ETATS ACPR PRODUITS : ' FUNCTION TRIM(WS-Z-COUNT)
               ' LIGNES, ' WS-NB-COMPTA-MONTH
               ' EXPORTS COMPTABLES RAPPROCHES.'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
       2000-RUN-BATCH-START-EXIT.
           EXIT.

      ******************************************************************
      *    2500-WRITE-HEADER-START.                                    *
      ******************************************************************
      *    [RD] Enregistrement 00 : identite de l'organisme declarant
      *    (ORG_PROFILE, orgparam.cbl).
       2500-WRITE-HEADER-START.
           MOVE SPACES TO SQL-ORG-NAME SQL-ORG-SIREN.
           EXEC SQL
               SELECT COALESCE(ORG_NAME, ''), COALESCE(ORG_SIREN, '')
               INTO :SQL-ORG-NAME, :SQL-ORG-SIREN
               FROM ORG_PROFILE
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'BOBONIORT' TO SQL-ORG-NAME
               MOVE SPACES TO SQL-ORG-SIREN
           END-IF.
           MOVE SC-YEAR TO WS-AH-YEAR.
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.
           MOVE SQL-ORG-SIREN TO WS-AH-SIREN.
           MOVE SQL-ORG-NAME TO WS-AH-ORG-NAME.
           WRITE R-ACPR FROM WS-ACPR-HEADER.
       2500-WRITE-HEADER-START-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SWEEP-CELLS-START.                                     *
      ******************************************************************
      *    [RD] Cellules palier x region : celles de la synthese de
      *    facturation de l'annee, plus celles des contrats en cours
      *    au 31/12 qui n'auraient rien facture.
       3000-SWEEP-CELLS-START.
           EXEC SQL
               DECLARE CRSACPR CURSOR FOR
               SELECT K.CELL_TIER, K.CELL_REGION
               FROM (SELECT SUM_TIER AS CELL_TIER,
                            SUM_REGION AS CELL_REGION
                     FROM BILLING_SUMMARY
                     WHERE SUM_MONTH LIKE :SQL-YEAR-LIKE
                     UNION
                     SELECT SUBSTRING(R.REIMBURSEMENT_NUM, 1, 3),
                            SUBSTRING(COALESCE(
                                C.CUSTOMER_ZIPCODE, '00'), 1, 2)
                     FROM CUSTOMER_REIMBURSEMENT R
                     JOIN CUSTOMER C
                       ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                        = CAST(R.UUID_CUSTOMER AS VARCHAR)
                     WHERE CAST(R.REIMBURSEMENT_CREATE_DATE AS DATE)
                           <= TO_DATE(:SQL-END-ISO, 'YYYY-MM-DD')
                       AND (COALESCE(R.REIMBURSEMENT_END_DATE, '')
                            = ''
                            OR R.REIMBURSEMENT_END_DATE
                               > :SQL-END-ISO)) K
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN CRSACPR END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSACPR
                   INTO :SQL-TIER, :SQL-REGION
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-ONE-CELL-START
                          THRU 3100-ONE-CELL-START-EXIT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSACPR :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSACPR END-EXEC.
       3000-SWEEP-CELLS-START-EXIT.
           EXIT.

      ******************************************************************
      *    3100-ONE-CELL-START.                                        *
      ******************************************************************
      *    [RD] Chiffres d'une cellule et enregistrement 10. Un
      *    adherent releve de la cellule du palier de son dernier
      *    contrat et de sa region, comme dans BILLING_SUMMARY
      *    (sumbill.cbl) ; les contrats, de leur propre palier.
       3100-ONE-CELL-START.
           PERFORM 3200-PREMIUMS-START
               THRU 3200-PREMIUMS-START-EXIT.
           PERFORM 3300-CLAIMS-START
               THRU 3300-CLAIMS-START-EXIT.
           PERFORM 3400-PROVISIONS-START
               THRU 3400-PROVISIONS-START-EXIT.
           PERFORM 3500-REINSURANCE-START
               THRU 3500-REINSURANCE-START-EXIT.
           PERFORM 3600-PORTFOLIO-START
               THRU 3600-PORTFOLIO-START-EXIT.

           INITIALIZE WS-ACPR-DETAIL.
           MOVE '10' TO WS-AD-TYPE.
           MOVE SC-YEAR TO WS-AD-YEAR.
           MOVE SQL-TIER TO WS-AD-LOB.
           MOVE SQL-REGION TO WS-AD-REGION.
           MOVE SQL-WRITTEN TO WS-AD-WRITTEN.
           MOVE WS-EARNED TO WS-AD-EARNED.
           MOVE WS-CLAIMS-NET TO WS-AD-CLAIMS.
           MOVE WS-IBNR TO WS-AD-PROV-IBNR.
           MOVE SQL-OUTSTANDING TO WS-AD-PROV-KNOWN.
           MOVE SQL-CEDED TO WS-AD-REINS.
           MOVE SQL-NB-CONTRACT TO WS-AD-CONTRACTS.
           COMPUTE WS-AD-LIVES = SQL-NB-HOLDER + SQL-NB-DEPENDENT.
           WRITE R-ACPR FROM WS-ACPR-DETAIL.

           ADD 1 TO WS-NB-DETAIL.
           ADD SQL-WRITTEN TO WS-TOT-WRITTEN.
           ADD WS-EARNED TO WS-TOT-EARNED.
           ADD WS-CLAIMS-NET TO WS-TOT-CLAIMS.
           ADD WS-IBNR TO WS-TOT-IBNR.
           ADD SQL-OUTSTANDING TO WS-TOT-KNOWN.
           ADD SQL-CEDED TO WS-TOT-REINS.
           ADD SQL-NB-CONTRACT TO WS-TOT-CONTRACTS.
           ADD WS-AD-LIVES TO WS-TOT-LIVES.
           ADD SQL-COLLECTED TO WS-TOT-COLLECTED.
           ADD SQL-RECOVERED TO WS-TOT-RECOVERED.
       3100-ONE-CELL-START-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PREMIUMS-START.                                        *
      ******************************************************************
      *    [RD] Primes emises (avoirs deduits) et encaissees de
      *    l'annee, lues dans BILLING_SUMMARY ; primes acquises :
      *    emises + acquises non emises au 31/12 - acquises non
      *    emises au 31/12 de l'annee precedente.
       3200-PREMIUMS-START.
           MOVE ZERO TO SQL-WRITTEN SQL-COLLECTED.
           EXEC SQL
               SELECT COALESCE(SUM(SUM_EMITTED - SUM_CREDITED), 0),
                      COALESCE(SUM(SUM_COLLECTED), 0)
               INTO :SQL-WRITTEN, :SQL-COLLECTED
               FROM BILLING_SUMMARY
               WHERE SUM_MONTH LIKE :SQL-YEAR-LIKE
                 AND SUM_TIER = :SQL-TIER
                 AND SUM_REGION = :SQL-REGION
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des primes de la cellule.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           MOVE SQL-END-ISO TO SQL-ACCRUE-DATE.
           PERFORM 3250-ACCRUED-START
               THRU 3250-ACCRUED-START-EXIT.
           MOVE SQL-ACCRUED TO SQL-ACCRUED-END.
           MOVE SQL-PREV-END-ISO TO SQL-ACCRUE-DATE.
           PERFORM 3250-ACCRUED-START
               THRU 3250-ACCRUED-START-EXIT.
           MOVE SQL-ACCRUED TO SQL-ACCRUED-PREV.

           COMPUTE WS-EARNED = SQL-WRITTEN + SQL-ACCRUED-END
               - SQL-ACCRUED-PREV.
       3200-PREMIUMS-START-EXIT.
           EXIT.

      ******************************************************************
      *    3250-ACCRUED-START.                                         *
      ******************************************************************
      *    [RD] Primes acquises non emises a la date SQL-ACCRUE-DATE :
      *    pour chaque contrat de la cellule en cours a cette date,
      *    cotisation mensuelle multipliee par le nombre de mois
      *    ecoules depuis sa derniere facture (ou sa souscription).
       3250-ACCRUED-START.
           MOVE ZERO TO SQL-ACCRUED.
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(R.REIMBURSEMENT_COST, 0)
                      * GREATEST(0,
                        (EXTRACT(YEAR FROM TO_DATE(:SQL-ACCRUE-DATE,
                            'YYYY-MM-DD')) * 12
                         + EXTRACT(MONTH FROM TO_DATE(
                            :SQL-ACCRUE-DATE, 'YYYY-MM-DD')))
                        - (EXTRACT(YEAR FROM L.LAST_DATE) * 12
                         + EXTRACT(MONTH FROM L.LAST_DATE)))), 0)
               INTO :SQL-ACCRUED
               FROM CUSTOMER_REIMBURSEMENT R
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = CAST(R.UUID_CUSTOMER AS VARCHAR)
               CROSS JOIN LATERAL
                   (SELECT COALESCE(MAX(TO_DATE(I.INVOICE_CREATE_DATE,
                               'YYYY-MM-DD')),
                           CAST(R.REIMBURSEMENT_CREATE_DATE AS DATE))
                           AS LAST_DATE
                    FROM INVOICE I
                    WHERE I.UUID_CUSTOMER_REIMBOURSEMENT
                          = R.UUID_CUSTOMER_REIMBOURSEMENT
                      AND COALESCE(I.INVOICE_TYPE, 'FACTURE')
                          <> 'AVOIR'
                      AND I.INVOICE_CREATE_DATE
                          <= :SQL-ACCRUE-DATE) L
               WHERE SUBSTRING(R.REIMBURSEMENT_NUM, 1, 3) = :SQL-TIER
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
                 AND CAST(R.REIMBURSEMENT_CREATE_DATE AS DATE)
                     <= TO_DATE(:SQL-ACCRUE-DATE, 'YYYY-MM-DD')
                 AND (COALESCE(R.REIMBURSEMENT_END_DATE, '') = ''
                      OR R.REIMBURSEMENT_END_DATE > :SQL-ACCRUE-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur calcul des primes acquises non emises.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       3250-ACCRUED-START-EXIT.
           EXIT.

      ******************************************************************
      *    3300-CLAIMS-START.                                          *
      ******************************************************************
      *    [RD] Prestations payees dans l'annee aux adherents de la
      *    cellule, nettes des recuperations sur recours encaissees
      *    dans l'annee.
       3300-CLAIMS-START.
           MOVE ZERO TO SQL-CLAIMS.
           EXEC SQL
               SELECT COALESCE(SUM(CC.CLAIM_OWED), 0)
               INTO :SQL-CLAIMS
               FROM CUSTOMER_CLAIM CC
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = CAST(CC.UUID_CUSTOMER AS VARCHAR)
               WHERE CC.CLAIM_STATUS = 'PAYE'
                 AND COALESCE(CC.CLAIM_PAID_DATE, '')
                     LIKE :SQL-YEAR-ISO-LIKE
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
                 AND COALESCE((SELECT SUBSTRING(
                         R.REIMBURSEMENT_NUM, 1, 3)
                     FROM CUSTOMER_REIMBURSEMENT R
                     WHERE CAST(R.UUID_CUSTOMER AS VARCHAR)
                         = CAST(C.UUID_CUSTOMER AS VARCHAR)
                     ORDER BY R.REIMBURSEMENT_CREATE_DATE DESC
                     LIMIT 1), '---') = :SQL-TIER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des prestations payees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           MOVE ZERO TO SQL-RECOVERED.
           EXEC SQL
               SELECT COALESCE(SUM(P.PAYMENT_AMOUNT), 0)
               INTO :SQL-RECOVERED
               FROM PAYMENT P
               JOIN RECOURSE_FILE F
                 ON P.UUID_INVOICE = 'RECOURS-'
                    || LPAD(CAST(F.RECOURSE_NUM AS VARCHAR), 8, '0')
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = CAST(F.UUID_CUSTOMER AS VARCHAR)
               WHERE P.PAYMENT_METHOD = 'RECOURS'
                 AND P.PAYMENT_DATE LIKE :SQL-YEAR-ISO-LIKE
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
                 AND COALESCE((SELECT SUBSTRING(
                         R.REIMBURSEMENT_NUM, 1, 3)
                     FROM CUSTOMER_REIMBURSEMENT R
                     WHERE CAST(R.UUID_CUSTOMER AS VARCHAR)
                         = CAST(C.UUID_CUSTOMER AS VARCHAR)
                     ORDER BY R.REIMBURSEMENT_CREATE_DATE DESC
                     LIMIT 1), '---') = :SQL-TIER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des recuperations sur recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           COMPUTE WS-CLAIMS-NET = SQL-CLAIMS - SQL-RECOVERED.
       3300-CLAIMS-START-EXIT.
           EXIT.

      ******************************************************************
      *    3400-PROVISIONS-START.                                      *
      ******************************************************************
      *    [RD] Provisions au 31/12, methode de provibnr.cbl : delai
      *    moyen de reglement observe, cadence payee sur l'annee
      *    (date de soins), en-cours connu a la cloture.
       3400-PROVISIONS-START.
           MOVE ZERO TO SQL-AVG-LAG SQL-PAID-YEAR SQL-OUTSTANDING.
           EXEC SQL
               SELECT COALESCE(CAST(AVG(
                      TO_DATE(CC.CLAIM_PAID_DATE, 'YYYY-MM-DD')
                      - TO_DATE(CC.CLAIM_DATE, 'YYYYMMDD'))
                      AS INTEGER), 0),
                      COALESCE(SUM(CASE
                          WHEN CC.CLAIM_DATE >= :SQL-DATE-FROM
                           AND CC.CLAIM_DATE <= :SQL-DATE-TO
                          THEN CC.CLAIM_OWED ELSE 0 END), 0)
               INTO :SQL-AVG-LAG, :SQL-PAID-YEAR
               FROM CUSTOMER_CLAIM CC
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = CAST(CC.UUID_CUSTOMER AS VARCHAR)
               WHERE CC.CLAIM_STATUS = 'PAYE'
                 AND COALESCE(CC.CLAIM_PAID_DATE, '') <> ''
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
                 AND COALESCE((SELECT SUBSTRING(
                         R.REIMBURSEMENT_NUM, 1, 3)
                     FROM CUSTOMER_REIMBURSEMENT R
                     WHERE CAST(R.UUID_CUSTOMER AS VARCHAR)
                         = CAST(C.UUID_CUSTOMER AS VARCHAR)
                     ORDER BY R.REIMBURSEMENT_CREATE_DATE DESC
                     LIMIT 1), '---') = :SQL-TIER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur mesure du delai de reglement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(CC.CLAIM_OWED), 0)
               INTO :SQL-OUTSTANDING
               FROM CUSTOMER_CLAIM CC
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = CAST(CC.UUID_CUSTOMER AS VARCHAR)
               WHERE CC.CLAIM_STATUS IN ('APPROUVE', 'RECU')
                 AND CC.CLAIM_DATE <= :SQL-DATE-TO
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
                 AND COALESCE((SELECT SUBSTRING(
                         R.REIMBURSEMENT_NUM, 1, 3)
                     FROM CUSTOMER_REIMBURSEMENT R
                     WHERE CAST(R.UUID_CUSTOMER AS VARCHAR)
                         = CAST(C.UUID_CUSTOMER AS VARCHAR)
                     ORDER BY R.REIMBURSEMENT_CREATE_DATE DESC
                     LIMIT 1), '---') = :SQL-TIER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de l''en-cours connu.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           COMPUTE WS-IBNR ROUNDED =
               (SQL-PAID-YEAR / 12) * (SQL-AVG-LAG / 30).
       3400-PROVISIONS-START-EXIT.
           EXIT.

      ******************************************************************
      *    3500-REINSURANCE-START.                                     *
      ******************************************************************
      *    [RD] Part des reassureurs : cessions de l'annee de traite
      *    (bordereaux de reinbord.cbl) des adherents de la cellule.
       3500-REINSURANCE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REINSURANCE_CESSION (
                   CESSION_YEAR       VARCHAR(04),
                   CESSION_QUARTER    INT,
                   UUID_CUSTOMER      VARCHAR(36),
                   CESSION_TIER       VARCHAR(03),
                   CESSION_YEAR_TOTAL INT,
                   CESSION_CEDED      INT,
                   CESSION_DATE       VARCHAR(10)
               )
           END-EXEC.
           MOVE ZERO TO SQL-CEDED.
           EXEC SQL
               SELECT COALESCE(SUM(RC.CESSION_CEDED), 0)
               INTO :SQL-CEDED
               FROM REINSURANCE_CESSION RC
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = RC.UUID_CUSTOMER
               WHERE RC.CESSION_YEAR = :SQL-YEAR
                 AND RC.CESSION_TIER = :SQL-TIER
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des cessions de l''annee.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       3500-REINSURANCE-START-EXIT.
           EXIT.

      ******************************************************************
      *    3600-PORTFOLIO-START.                                       *
      ******************************************************************
      *    [RD] Contrats en cours au 31/12 et personnes couvertes :
      *    adherents titulaires et ayants droit non clos a cette date.
       3600-PORTFOLIO-START.
           MOVE ZERO TO SQL-NB-CONTRACT SQL-NB-HOLDER SQL-NB-DEPENDENT.
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(DISTINCT CAST(R.UUID_CUSTOMER AS VARCHAR))
               INTO :SQL-NB-CONTRACT, :SQL-NB-HOLDER
               FROM CUSTOMER_REIMBURSEMENT R
               JOIN CUSTOMER C
                 ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                  = CAST(R.UUID_CUSTOMER AS VARCHAR)
               WHERE SUBSTRING(R.REIMBURSEMENT_NUM, 1, 3) = :SQL-TIER
                 AND SUBSTRING(COALESCE(C.CUSTOMER_ZIPCODE, '00'),
                     1, 2) = :SQL-REGION
                 AND CAST(R.REIMBURSEMENT_CREATE_DATE AS DATE)
                     <= TO_DATE(:SQL-END-ISO, 'YYYY-MM-DD')
                 AND (COALESCE(R.REIMBURSEMENT_END_DATE, '') = ''
                      OR R.REIMBURSEMENT_END_DATE > :SQL-END-ISO)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur comptage des contrats en cours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-DEPENDENT
               FROM CUSTOMER_DEPENDENT D
               WHERE (D.DEPENDENT_END_DATE IS NULL
                      OR D.DEPENDENT_END_DATE > :SQL-END-ISO)
                 AND EXISTS
                     (SELECT 1 FROM CUSTOMER_REIMBURSEMENT R
                      JOIN CUSTOMER C
                        ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                         = CAST(R.UUID_CUSTOMER AS VARCHAR)
                      WHERE CAST(R.UUID_CUSTOMER AS VARCHAR)
                            = D.UUID_CUSTOMER
                        AND SUBSTRING(R.REIMBURSEMENT_NUM, 1, 3)
                            = :SQL-TIER
                        AND SUBSTRING(COALESCE(
                            C.CUSTOMER_ZIPCODE, '00'), 1, 2)
                            = :SQL-REGION
                        AND CAST(R.REIMBURSEMENT_CREATE_DATE AS DATE)
                            <= TO_DATE(:SQL-END-ISO, 'YYYY-MM-DD')
                        AND (COALESCE(R.REIMBURSEMENT_END_DATE, '')
                             = ''
                             OR R.REIMBURSEMENT_END_DATE
                                > :SQL-END-ISO))
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur comptage des ayants droit.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       3600-PORTFOLIO-START-EXIT.
           EXIT.

      ******************************************************************
      *    4000-WRITE-TRAILER-START.                                   *
      ******************************************************************
      *    [RD] Enregistrement 99 : nombre de lignes et totaux.
       4000-WRITE-TRAILER-START.
           MOVE SC-YEAR TO WS-AT-YEAR.
           MOVE WS-NB-DETAIL TO WS-AT-NB-DETAIL.
           MOVE WS-TOT-WRITTEN TO WS-AT-WRITTEN.
           MOVE WS-TOT-EARNED TO WS-AT-EARNED.
           MOVE WS-TOT-CLAIMS TO WS-AT-CLAIMS.
           MOVE WS-TOT-IBNR TO WS-AT-PROV-IBNR.
           MOVE WS-TOT-KNOWN TO WS-AT-PROV-KNOWN.
           MOVE WS-TOT-REINS TO WS-AT-REINS.
           MOVE WS-TOT-CONTRACTS TO WS-AT-CONTRACTS.
           MOVE WS-TOT-LIVES TO WS-AT-LIVES.
           WRITE R-ACPR FROM WS-ACPR-TRAILER.
       4000-WRITE-TRAILER-START-EXIT.
           EXIT.

      ******************************************************************
      *    5000-READ-COMPTA-START.                                     *
      ******************************************************************
      *    [RD] Cumule les douze exports comptables mensuels de
      *    l'annee ; un mois sans export est note pour la page de
      *    rapprochement.
       5000-READ-COMPTA-START.
           MOVE ZERO TO WS-NB-COMPTA-MONTH WS-CP-PREMIUM WS-CP-TSA
               WS-CP-COLLECTED WS-CP-CESSIONS WS-CP-RECOURSE.
           MOVE SPACES TO WS-MISSING-MONTHS.
           MOVE 1 TO WS-MISSING-PTR.
           MOVE SC-YEAR TO WS-COMPTA-YEAR.
           PERFORM 5100-ONE-MONTH-START
               THRU 5100-ONE-MONTH-START-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
       5000-READ-COMPTA-START-EXIT.
           EXIT.

      ******************************************************************
      *    5100-ONE-MONTH-START.                                       *
      ******************************************************************
       5100-ONE-MONTH-START.
           MOVE WS-MONTH-IDX TO WS-COMPTA-MONTH.
           OPEN INPUT F-COMPTA.
           IF NOT WS-COMPTA-STATUS-OK THEN
               STRING WS-MONTH-IDX ' ' DELIMITED BY SIZE
                   INTO WS-MISSING-MONTHS
                   WITH POINTER WS-MISSING-PTR
               END-STRING
               GO TO 5100-ONE-MONTH-START-EXIT
           END-IF.
           ADD 1 TO WS-NB-COMPTA-MONTH.
           READ F-COMPTA.
           PERFORM UNTIL NOT WS-COMPTA-STATUS-OK
               PERFORM 5200-ONE-ENTRY-START
                   THRU 5200-ONE-ENTRY-START-EXIT
               READ F-COMPTA
           END-PERFORM.
           CLOSE F-COMPTA.
       5100-ONE-MONTH-START-EXIT.
           EXIT.

      ******************************************************************
      *    5200-ONE-ENTRY-START.                                       *
      ******************************************************************
      *    [RD] Classe une ecriture de l'export selon son compte et
      *    son libelle (ecritures de cptexport.cbl).
       5200-ONE-ENTRY-START.
           EVALUATE TRUE
               WHEN R-CP-ACCOUNT EQUAL 'TOTAL '
                   CONTINUE
               WHEN R-CP-ACCOUNT(1:3) EQUAL '706'
                AND R-CP-LABEL EQUAL 'RECLASSEMENT TAXE TSA'
                   ADD R-CP-DEBIT TO WS-CP-TSA
               WHEN R-CP-ACCOUNT(1:3) EQUAL '706'
                   ADD R-CP-CREDIT TO WS-CP-PREMIUM
                   SUBTRACT R-CP-DEBIT FROM WS-CP-PREMIUM
               WHEN R-CP-ACCOUNT EQUAL '512000'
                AND R-CP-LABEL EQUAL 'ENCAISSEMENTS COTISATIONS'
                   ADD R-CP-DEBIT TO WS-CP-COLLECTED
               WHEN R-CP-ACCOUNT EQUAL '467000'
                   ADD R-CP-DEBIT TO WS-CP-CESSIONS
               WHEN R-CP-ACCOUNT EQUAL '609100'
                   ADD R-CP-CREDIT TO WS-CP-RECOURSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5200-ONE-ENTRY-START-EXIT.
           EXIT.

      ******************************************************************
      *    6000-WRITE-RAPPRO-START.                                    *
      ******************************************************************
      *    [RD] Page de rapprochement : chiffres des etats face aux
      *    exports comptables de l'annee, avec l'ecart.
       6000-WRITE-RAPPRO-START.
           OPEN OUTPUT F-RAPPRO.
           WRITE R-RAPPRO FROM WS-R-DASH.
           INITIALIZE R-RAPPRO.
           STRING '     ' WS-R-TITLE
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           INITIALIZE R-RAPPRO.
           STRING 'Annee : ' SC-YEAR ' - exports comptables lus : '
               WS-NB-COMPTA-MONTH ' / 12'
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           IF WS-MISSING-MONTHS NOT EQUAL SPACES THEN
               INITIALIZE R-RAPPRO
               STRING 'Mois sans export COMPTA : ' WS-MISSING-MONTHS
                   DELIMITED BY SIZE INTO R-RAPPRO
               END-STRING
               WRITE R-RAPPRO
           END-IF.
           WRITE R-RAPPRO FROM WS-R-DASH.
           WRITE R-RAPPRO FROM WS-R-COLUMNS.
           WRITE R-RAPPRO FROM WS-R-SPACES-ALL.

           MOVE 'Primes emises nettes' TO WS-RP-LABEL.
           MOVE WS-TOT-WRITTEN TO WS-RP-ACPR-AMOUNT.
           MOVE WS-CP-PREMIUM TO WS-RP-COMPTA-AMOUNT.
           PERFORM 6100-WRITE-LINE-START
               THRU 6100-WRITE-LINE-START-EXIT.

           MOVE 'Primes encaissees' TO WS-RP-LABEL.
           MOVE WS-TOT-COLLECTED TO WS-RP-ACPR-AMOUNT.
           MOVE WS-CP-COLLECTED TO WS-RP-COMPTA-AMOUNT.
           PERFORM 6100-WRITE-LINE-START
               THRU 6100-WRITE-LINE-START-EXIT.

           MOVE 'Part des reassureurs' TO WS-RP-LABEL.
           MOVE WS-TOT-REINS TO WS-RP-ACPR-AMOUNT.
           MOVE WS-CP-CESSIONS TO WS-RP-COMPTA-AMOUNT.
           PERFORM 6100-WRITE-LINE-START
               THRU 6100-WRITE-LINE-START-EXIT.

           MOVE 'Recuperations sur recours' TO WS-RP-LABEL.
           MOVE WS-TOT-RECOVERED TO WS-RP-ACPR-AMOUNT.
           MOVE WS-CP-RECOURSE TO WS-RP-COMPTA-AMOUNT.
           PERFORM 6100-WRITE-LINE-START
               THRU 6100-WRITE-LINE-START-EXIT.

      *    [RD] chiffres sans contrepartie dans l'export comptable,
      *    donnes pour memoire.
           WRITE R-RAPPRO FROM WS-R-SPACES-ALL.
           MOVE 'Pour memoire (hors export comptable) :' TO R-RAPPRO.
           WRITE R-RAPPRO.
           MOVE WS-TOT-EARNED TO WS-Z-AMOUNT.
           INITIALIZE R-RAPPRO.
           STRING '  Primes acquises            : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           MOVE WS-TOT-CLAIMS TO WS-Z-AMOUNT.
           INITIALIZE R-RAPPRO.
           STRING '  Prestations payees nettes  : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           COMPUTE WS-Z-AMOUNT = WS-TOT-IBNR + WS-TOT-KNOWN.
           INITIALIZE R-RAPPRO.
           STRING '  Provisions au 31/12        : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           MOVE WS-CP-TSA TO WS-Z-AMOUNT.
           INITIALIZE R-RAPPRO.
           STRING '  Taxe TSA reclassee (compta): '
               FUNCTION TRIM(WS-Z-AMOUNT) ' euros'
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           MOVE WS-TOT-CONTRACTS TO WS-Z-COUNT.
           INITIALIZE R-RAPPRO.
           STRING '  Contrats en cours au 31/12 : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.
           MOVE WS-TOT-LIVES TO WS-Z-COUNT.
           INITIALIZE R-RAPPRO.
           STRING '  Personnes couvertes        : '
               FUNCTION TRIM(WS-Z-COUNT)
               DELIMITED BY SIZE INTO R-RAPPRO
           END-STRING.
           WRITE R-RAPPRO.

           WRITE R-RAPPRO FROM WS-R-SPACES-ALL.
           MOVE 'Cessions comptabilisees au mois du bordereau :'
               TO R-RAPPRO.
           WRITE R-RAPPRO.
           MOVE 'le bordereau du 4e trimestre tombe souvent en janvier.'
               TO R-RAPPRO.
           WRITE R-RAPPRO.
           WRITE R-RAPPRO FROM WS-R-DASH.
           CLOSE F-RAPPRO.
       6000-WRITE-RAPPRO-START-EXIT.
           EXIT.

      ******************************************************************
      *    6100-WRITE-LINE-START.                                      *
      ******************************************************************
       6100-WRITE-LINE-START.
           MOVE WS-RP-ACPR-AMOUNT TO WS-RP-ACPR.
           MOVE WS-RP-COMPTA-AMOUNT TO WS-RP-COMPTA.
           COMPUTE WS-RP-GAP = WS-RP-ACPR-AMOUNT - WS-RP-COMPTA-AMOUNT.
           WRITE R-RAPPRO FROM WS-RP-LINE.
       6100-WRITE-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
      ******************************************************************
       2100-SQL-DISCONNECTION-START.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
       2100-SQL-DISCONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    9020-SQL-ERROR-START.                                       *
      ******************************************************************
       9020-SQL-ERROR-START.
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
           STOP RUN.

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution.    *
      ******************************************************************
       0050-LOAD-CONFIG-START.
           IF WS-CONF-DONE EQUAL 'O'
               GO TO END-0050-LOAD-CONFIG
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CONFIGURATION CONFIG/boboniort.conf ABSENTE'
               DISPLAY 'OU CLE DBNAME MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBPASS MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.
