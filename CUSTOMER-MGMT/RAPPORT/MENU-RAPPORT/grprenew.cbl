      ******************************************************************
      *    [RD] Etude de renouvellement d'un contrat collectif et      *
      *    tarification d'experience de l'EMPLOYER_GROUP.              *
      *    Les salaries des groupes employeurs sont renouveles par     *
      *    renewbat.cbl au tarif standard COST_CONDITION, quelle que   *
      *    soit la sinistralite de l'employeur. L'etude porte sur les  *
      *    N derniers exercices (INVOICE_PARAM, 3 a defaut) jusqu'au   *
      *    mois precedent :                                            *
      *      - cotisations nettes de la ligne du groupe dans la        *
      *        synthese mensuelle BILLING_SUMMARY (SUM_GROUP_SIRET) ;  *
      *      - prestations APPROUVE/PAYE de CUSTOMER_CLAIM des         *
      *        adherents rattaches au SIRET (CUSTOMER_GROUP_SIRET) ;   *
      *      - ratio sinistres/primes, credibilite                     *
      *        Z = racine(effectif / effectif de pleine credibilite),  *
      *        plafonnee a 1, et ajustement propose                    *
      *        Z x (ratio - ratio cible) / ratio cible, borne au       *
      *        plafond parametre.                                      *
      *    Le gestionnaire approuve ou corrige l'ajustement : le       *
      *    coefficient 1 + ajustement est range en attente dans        *
      *    EMPLOYER_GROUP (GROUP_RATE_FACTOR_NEXT), trace dans         *
      *    GROUP_RENEWAL, et une proposition de renouvellement est     *
      *    ecrite pour l'employeur. La campagne renewbat.cbl le met en *
      *    vigueur (GROUP_RATE_FACTOR), applique ensuite par           *
      *    grpinvo.cbl a la facture collective.                        *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grprenew RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PROPOSAL
           ASSIGN TO WS-PROPOSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PROPOSAL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-PROPOSAL PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-SAVE-CHOICE       PIC X(01).
       01  WS-LOAD-CHOICE       PIC X(01) VALUE SPACE.
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-SIRET             PIC X(14) VALUE SPACES.
       01  SC-ADJ-SIGN          PIC X(01) VALUE SPACE.
       01  SC-ADJ-PCT           PIC 9(02)V99 VALUE ZERO.

       01  WS-STUDY-DONE        PIC X(01) VALUE 'N'.
       01  WS-STUDY-SIRET       PIC X(14) VALUE SPACES.
       01  WS-GROUP-NAME        PIC X(30) VALUE SPACES.
       01  WS-GROUP-CONTACT     PIC X(30) VALUE SPACES.
       01  WS-PERIOD-LABEL      PIC X(16) VALUE SPACES.
       01  WS-Z-PREMIUM         PIC Z(10)9.99.
       01  WS-Z-CLAIMS          PIC Z(10)9.99.
       01  WS-Z-LOSS-RATIO      PIC Z(04)9.99.
       01  WS-Z-TARGET          PIC ZZ9.99.
       01  WS-Z-HEADCOUNT       PIC Z(05)9.
       01  WS-Z-CREDIBILITY     PIC 9.9999.
       01  WS-Z-PROPOSED        PIC +ZZ9.99.
       01  WS-Z-APPROVED        PIC +ZZ9.99.
       01  WS-Z-CUR-FACTOR      PIC 9.9999.
       01  WS-Z-NEXT-FACTOR     PIC 9.9999.

      *    [RD] calcul de la periode d'etude en rang de mois.
       01  WS-MONTH-IDX         PIC 9(06) VALUE ZERO.
       01  WS-CALC-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-CALC-MONTH        PIC 9(02) VALUE ZERO.

       01  WS-LOSS-RATIO        PIC 9(05)V99 VALUE ZERO.
       01  WS-CRED-RATIO        PIC 9(03)V9(06) VALUE ZERO.
       01  WS-CREDIBILITY       PIC 9V9(04) VALUE ZERO.
       01  WS-PROPOSED          PIC S9(03)V99 VALUE ZERO.
       01  WS-APPROVED          PIC S9(03)V99 VALUE ZERO.
       01  WS-FACTOR            PIC 9V9(04) VALUE ZERO.

       01  WS-TODAY             PIC 9(08).
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-SEP1     PIC X(01) VALUE '-'.
           03 WS-TODAY-MONTH    PIC 9(02).
           03 WS-TODAY-SEP2     PIC X(01) VALUE '-'.
           03 WS-TODAY-DAY      PIC 9(02).

       01  WS-PROPOSAL-DASH     PIC X(80) VALUE ALL '-'.
       01  WS-PROPOSAL-PATH.
           03 WS-PROPOSAL-FOLDER  PIC X(21)
              VALUE './RAPPORT/RENOUV-GRP-'.
           03 WS-PROPOSAL-SIRET   PIC X(14).
           03 WS-PROPOSAL-SEP     PIC X(01) VALUE '-'.
           03 WS-PROPOSAL-DATE    PIC 9(08).
           03 WS-PROPOSAL-FORMAT  PIC X(04) VALUE '.txt'.

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-SIRET            PIC X(14).
       01  SQL-GROUP-NAME       PIC X(30).
       01  SQL-GROUP-CONTACT    PIC X(30).
       01  SQL-CUR-FACTOR       PIC 9V9(04).
       01  SQL-NEXT-FACTOR      PIC 9V9(04).
       01  SQL-PERIOD-FROM      PIC X(06).
       01  SQL-PERIOD-TO        PIC X(06).
       01  SQL-PREMIUM          PIC S9(11)V99.
       01  SQL-CLAIMS           PIC 9(11)V99.
       01  SQL-HEADCOUNT        PIC 9(06).
       01  SQL-TARGET-LR        PIC 9(03)V99.
       01  SQL-FULL-CRED        PIC 9(06).
       01  SQL-CAP-PCT          PIC 9(02)V99.
       01  SQL-STUDY-YEARS      PIC 9(02).
       01  SQL-RENEW-YEAR       PIC 9(04).
       01  SQL-TODAY            PIC X(10).
       01  SQL-LOSS-RATIO       PIC 9(05)V99.
       01  SQL-CREDIBILITY      PIC 9V9(04).
       01  SQL-PROPOSED         PIC S9(03)V99.
       01  SQL-APPROVED         PIC S9(03)V99.
       01  SQL-FACTOR           PIC 9V9(04).
       01  SQL-APPLIED-CNT      PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-group-renewal.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           MOVE WS-TODAY(7:2) TO WS-TODAY-DAY.
           MOVE WS-TODAY-DATE TO SQL-TODAY.

           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1000-STUDY-GROUP-START.                                     *
      ******************************************************************
      *    [RD] Etude de sinistralite du groupe saisi : cotisations,
      *    prestations, effectif et ajustement propose, repris par
      *    defaut comme ajustement retenu.
       1000-STUDY-GROUP-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE 'N' TO WS-STUDY-DONE.
           MOVE SPACES TO WS-GROUP-NAME WS-GROUP-CONTACT
               WS-PERIOD-LABEL WS-STUDY-SIRET.
           MOVE ZERO TO WS-Z-PREMIUM WS-Z-CLAIMS WS-Z-LOSS-RATIO
               WS-Z-HEADCOUNT WS-Z-CREDIBILITY WS-Z-PROPOSED
               WS-Z-CUR-FACTOR WS-Z-NEXT-FACTOR.
           IF SC-SIRET EQUAL SPACES THEN
               MOVE 'Veuillez saisir le SIRET de l''employeur.'
                   TO WS-ERROR-MESSAGE
               GO TO 1000-STUDY-GROUP-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           MOVE SC-SIRET TO SQL-SIRET.
           EXEC SQL
               SELECT COALESCE(GROUP_NAME, ''),
                      COALESCE(GROUP_CONTACT, ''),
                      COALESCE(GROUP_RATE_FACTOR, 1),
                      COALESCE(GROUP_RATE_FACTOR_NEXT, 0)
               INTO :SQL-GROUP-NAME, :SQL-GROUP-CONTACT,
                    :SQL-CUR-FACTOR, :SQL-NEXT-FACTOR
               FROM EMPLOYER_GROUP
               WHERE GROUP_SIRET = :SQL-SIRET
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Groupe employeur inconnu.' TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1000-STUDY-GROUP-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture du groupe employeur.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] periode : N exercices glissants clos au mois precedent.
           COMPUTE WS-MONTH-IDX =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 2.
           DIVIDE WS-MONTH-IDX BY 12 GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MONTH.
           ADD 1 TO WS-CALC-MONTH.
           STRING WS-CALC-YEAR WS-CALC-MONTH
               DELIMITED BY SIZE INTO SQL-PERIOD-TO
           END-STRING.
           COMPUTE WS-MONTH-IDX =
               WS-MONTH-IDX - SQL-STUDY-YEARS * 12 + 1.
           DIVIDE WS-MONTH-IDX BY 12 GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MONTH.
           ADD 1 TO WS-CALC-MONTH.
           STRING WS-CALC-YEAR WS-CALC-MONTH
               DELIMITED BY SIZE INTO SQL-PERIOD-FROM
           END-STRING.
           STRING SQL-PERIOD-FROM ' a ' SQL-PERIOD-TO
               DELIMITED BY SIZE INTO WS-PERIOD-LABEL
           END-STRING.

      *    [RD] cotisations de la ligne du groupe de la synthese
      *    mensuelle (factures collectives emises moins avoirs).
           MOVE ZERO TO SQL-PREMIUM.
           EXEC SQL
               SELECT COALESCE(SUM(SUM_EMITTED - SUM_CREDITED), 0)
               INTO :SQL-PREMIUM
               FROM BILLING_SUMMARY
               WHERE SUM_MONTH
                     BETWEEN :SQL-PERIOD-FROM AND :SQL-PERIOD-TO
                 AND COALESCE(SUM_GROUP_SIRET, '') = :SQL-SIRET
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des cotisations du groupe.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] prestations des adherents rattaches au SIRET, comme
      *    le ratio sinistres/primes de lossratio.cbl.
           MOVE ZERO TO SQL-CLAIMS.
           EXEC SQL
               SELECT COALESCE(SUM(CL.CLAIM_OWED), 0)
               INTO :SQL-CLAIMS
               FROM CUSTOMER_CLAIM CL
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = CL.UUID_CUSTOMER
               WHERE COALESCE(CL.CLAIM_STATUS, '')
                     IN ('APPROUVE', 'PAYE')
                 AND SUBSTR(REPLACE(COALESCE(CL.CLAIM_DATE, ''),
                     '-', ''), 1, 6)
                     BETWEEN :SQL-PERIOD-FROM AND :SQL-PERIOD-TO
                 AND C.CUSTOMER_GROUP_SIRET = :SQL-SIRET
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des prestations du groupe.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] effectif couvert a ce jour, base de la credibilite.
           MOVE ZERO TO SQL-HEADCOUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HEADCOUNT
               FROM CUSTOMER
               WHERE CUSTOMER_GROUP_SIRET = :SQL-SIRET
                 AND CUSTOMER_ACTIVE = '1'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur comptage des salaries couverts.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE SQL-SIRET TO WS-STUDY-SIRET.
           MOVE SQL-GROUP-NAME TO WS-GROUP-NAME.
           MOVE SQL-GROUP-CONTACT TO WS-GROUP-CONTACT.
           MOVE SQL-CUR-FACTOR TO WS-Z-CUR-FACTOR.
           MOVE SQL-NEXT-FACTOR TO WS-Z-NEXT-FACTOR.
           MOVE SQL-CLAIMS TO WS-Z-CLAIMS.
           MOVE SQL-HEADCOUNT TO WS-Z-HEADCOUNT.
           IF SQL-PREMIUM NOT GREATER ZERO THEN
               MOVE ZERO TO WS-Z-PREMIUM
               MOVE 'Aucune cotisation du groupe sur la periode.'
                   TO WS-ERROR-MESSAGE
               GO TO 1000-STUDY-GROUP-START-EXIT
           END-IF.
           MOVE SQL-PREMIUM TO WS-Z-PREMIUM.

           PERFORM 1050-COMPUTE-ADJUSTMENT-START
               THRU 1050-COMPUTE-ADJUSTMENT-START-EXIT.

      *    [RD] l'ajustement propose est repris comme ajustement
      *    retenu ; le gestionnaire peut le corriger avant validation.
           IF WS-PROPOSED < ZERO THEN
               MOVE '-' TO SC-ADJ-SIGN
           ELSE
               MOVE '+' TO SC-ADJ-SIGN
           END-IF.
           MOVE WS-PROPOSED TO SC-ADJ-PCT.
           MOVE 'O' TO WS-STUDY-DONE.
           MOVE 'ETUDE TERMINEE - VALIDER POUR APPROUVER.'
               TO WS-ERROR-MESSAGE.
       1000-STUDY-GROUP-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-COMPUTE-ADJUSTMENT-START.                              *
      ******************************************************************
      *    [RD] Ratio sinistres/primes, credibilite et ajustement
      *    propose, borne au plafond parametre.
       1050-COMPUTE-ADJUSTMENT-START.
           COMPUTE WS-LOSS-RATIO ROUNDED =
               SQL-CLAIMS * 100 / SQL-PREMIUM.
           MOVE WS-LOSS-RATIO TO WS-Z-LOSS-RATIO.

           IF SQL-HEADCOUNT NOT LESS SQL-FULL-CRED THEN
               MOVE 1 TO WS-CREDIBILITY
           ELSE
               COMPUTE WS-CRED-RATIO ROUNDED =
                   SQL-HEADCOUNT / SQL-FULL-CRED
               COMPUTE WS-CREDIBILITY ROUNDED =
                   FUNCTION SQRT(WS-CRED-RATIO)
           END-IF.
           MOVE WS-CREDIBILITY TO WS-Z-CREDIBILITY.

           COMPUTE WS-PROPOSED ROUNDED =
               WS-CREDIBILITY * (WS-LOSS-RATIO - SQL-TARGET-LR)
               * 100 / SQL-TARGET-LR.
           IF WS-PROPOSED > SQL-CAP-PCT THEN
               MOVE SQL-CAP-PCT TO WS-PROPOSED
           END-IF.
           IF WS-PROPOSED < ZERO - SQL-CAP-PCT THEN
               COMPUTE WS-PROPOSED = ZERO - SQL-CAP-PCT
           END-IF.
           MOVE WS-PROPOSED TO WS-Z-PROPOSED.
       1050-COMPUTE-ADJUSTMENT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-GROUP-RENEWAL.
           IF FUNCTION UPPER-CASE(WS-LOAD-CHOICE) EQUAL 'O' THEN
               PERFORM 1000-STUDY-GROUP-START
                   THRU 1000-STUDY-GROUP-START-EXIT
               MOVE SPACES TO WS-LOAD-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-SAVE-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1300-APPROVE-RENEWAL-START
                   THRU 1300-APPROVE-RENEWAL-START-EXIT
               MOVE SPACES TO WS-SAVE-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-APPROVE-RENEWAL-START.                                 *
      ******************************************************************
      *    [RD] Enregistre l'ajustement retenu par le gestionnaire :
      *    etude tracee dans GROUP_RENEWAL, coefficient en attente
      *    sur EMPLOYER_GROUP jusqu'a la campagne de renouvellement,
      *    et proposition ecrite pour l'employeur.
       1300-APPROVE-RENEWAL-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF WS-STUDY-DONE NOT = 'O' OR SC-SIRET NOT = WS-STUDY-SIRET
           THEN
               MOVE 'Veuillez d''abord etudier le groupe.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-APPROVE-RENEWAL-START-EXIT
           END-IF.
           IF SC-ADJ-SIGN NOT = '+' AND SC-ADJ-SIGN NOT = '-' THEN
               MOVE 'Signe de l''ajustement : + ou -.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-APPROVE-RENEWAL-START-EXIT
           END-IF.
           IF SC-ADJ-SIGN = '-' AND SC-ADJ-PCT NOT LESS 50 THEN
               MOVE 'Remise limitee a moins de 50 %.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-APPROVE-RENEWAL-START-EXIT
           END-IF.
           IF SC-ADJ-SIGN = '-' THEN
               COMPUTE WS-APPROVED = ZERO - SC-ADJ-PCT
           ELSE
               MOVE SC-ADJ-PCT TO WS-APPROVED
           END-IF.
           COMPUTE WS-FACTOR = 1 + WS-APPROVED / 100.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

      *    [RD] exercice du prochain renouvellement (campagne de
      *    janvier) ; une etude deja appliquee ne se remplace pas.
           COMPUTE SQL-RENEW-YEAR = WS-TODAY-YEAR + 1.
           MOVE WS-STUDY-SIRET TO SQL-SIRET.
           MOVE ZERO TO SQL-APPLIED-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-APPLIED-CNT
               FROM GROUP_RENEWAL
               WHERE RENEW_SIRET = :SQL-SIRET
                 AND RENEW_YEAR = :SQL-RENEW-YEAR
                 AND RENEW_STATUS = 'APPLIQUE'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des etudes de renouvellement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-APPLIED-CNT > ZERO THEN
               MOVE 'RENOUVELLEMENT DEJA APPLIQUE POUR CET EXERCICE.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1300-APPROVE-RENEWAL-START-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM GROUP_RENEWAL
               WHERE RENEW_SIRET = :SQL-SIRET
                 AND RENEW_YEAR = :SQL-RENEW-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur remplacement de l''etude precedente.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           MOVE WS-LOSS-RATIO TO SQL-LOSS-RATIO.
           MOVE WS-CREDIBILITY TO SQL-CREDIBILITY.
           MOVE WS-PROPOSED TO SQL-PROPOSED.
           MOVE WS-APPROVED TO SQL-APPROVED.
           MOVE WS-FACTOR TO SQL-FACTOR.
           EXEC SQL
               INSERT INTO GROUP_RENEWAL
                   (RENEW_SIRET, RENEW_YEAR, RENEW_STUDY_DATE,
                    RENEW_PERIOD_FROM, RENEW_PERIOD_TO,
                    RENEW_PREMIUM, RENEW_CLAIMS, RENEW_LOSS_RATIO,
                    RENEW_HEADCOUNT, RENEW_CREDIBILITY,
                    RENEW_PROPOSED_PCT, RENEW_APPROVED_PCT,
                    RENEW_FACTOR, RENEW_STATUS)
               VALUES
                   (:SQL-SIRET, :SQL-RENEW-YEAR, :SQL-TODAY,
                    :SQL-PERIOD-FROM, :SQL-PERIOD-TO,
                    :SQL-PREMIUM, :SQL-CLAIMS, :SQL-LOSS-RATIO,
                    :SQL-HEADCOUNT, :SQL-CREDIBILITY,
                    :SQL-PROPOSED, :SQL-APPROVED,
                    :SQL-FACTOR, 'APPROUVE')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de l''etude.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               UPDATE EMPLOYER_GROUP
               SET GROUP_RATE_FACTOR_NEXT = :SQL-FACTOR
               WHERE GROUP_SIRET = :SQL-SIRET
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour du coefficient en attente.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           PERFORM 1400-WRITE-PROPOSAL-START
               THRU 1400-WRITE-PROPOSAL-START-EXIT.

           MOVE 'AJUSTEMENT APPROUVE - PROPOSITION EDITEE.'
               TO WS-ERROR-MESSAGE.
       1300-APPROVE-RENEWAL-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-WRITE-PROPOSAL-START.                                  *
      ******************************************************************
      *    [RD] Proposition de renouvellement adressee au contact de
      *    l'employeur : resultats de l'etude et coefficient retenu.
       1400-WRITE-PROPOSAL-START.
           MOVE WS-STUDY-SIRET TO WS-PROPOSAL-SIRET.
           MOVE WS-TODAY TO WS-PROPOSAL-DATE.
           MOVE SQL-TARGET-LR TO WS-Z-TARGET.
           MOVE WS-APPROVED TO WS-Z-APPROVED.

           OPEN OUTPUT F-PROPOSAL.
           WRITE R-PROPOSAL FROM WS-PROPOSAL-DASH.
           MOVE 'MUTUELLE BOBONIORT - PROPOSITION DE RENOUVELLEMENT'
             TO R-PROPOSAL.
           WRITE R-PROPOSAL.
           WRITE R-PROPOSAL FROM WS-PROPOSAL-DASH.
           MOVE SPACES TO R-PROPOSAL.
           WRITE R-PROPOSAL.

           MOVE SPACES TO R-PROPOSAL.
           STRING 'Employeur           : '
                  FUNCTION TRIM(WS-GROUP-NAME)
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING 'SIRET               : ' WS-STUDY-SIRET
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING 'A l''attention de    : '
                  FUNCTION TRIM(WS-GROUP-CONTACT)
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING 'Date du courrier    : '
                  WS-TODAY-DAY '/' WS-TODAY-MONTH '/' WS-TODAY-YEAR
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           WRITE R-PROPOSAL.

           MOVE SPACES TO R-PROPOSAL.
           STRING 'Votre contrat collectif sera renouvele au 1er '
                  'janvier ' SQL-RENEW-YEAR '.'
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE 'Resultats techniques du contrat :' TO R-PROPOSAL.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING '  Periode etudiee           : '
                  SQL-PERIOD-FROM(5:2) '/' SQL-PERIOD-FROM(1:4)
                  ' a ' SQL-PERIOD-TO(5:2) '/' SQL-PERIOD-TO(1:4)
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING '  Cotisations               : '
                  FUNCTION TRIM(WS-Z-PREMIUM) ' EUR'
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING '  Prestations               : '
                  FUNCTION TRIM(WS-Z-CLAIMS) ' EUR'
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING '  Ratio sinistres/primes    : '
                  FUNCTION TRIM(WS-Z-LOSS-RATIO) ' % (cible '
                  FUNCTION TRIM(WS-Z-TARGET) ' %)'
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           STRING '  Salaries couverts         : '
                  FUNCTION TRIM(WS-Z-HEADCOUNT)
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE SPACES TO R-PROPOSAL.
           WRITE R-PROPOSAL.

           MOVE WS-FACTOR TO WS-Z-NEXT-FACTOR.
           MOVE SPACES TO R-PROPOSAL.
           STRING 'Ajustement tarifaire propose : '
                  FUNCTION TRIM(WS-Z-APPROVED) ' %, soit un '
                  'coefficient de ' WS-Z-NEXT-FACTOR
                  DELIMITED BY SIZE INTO R-PROPOSAL
           END-STRING.
           WRITE R-PROPOSAL.
           MOVE 'applique aux cotisations de vos salaries a compter du'
             TO R-PROPOSAL.
           WRITE R-PROPOSAL.
           MOVE 'renouvellement. Sans reponse de votre part sous un'
             TO R-PROPOSAL.
           WRITE R-PROPOSAL.
           MOVE 'mois, cette proposition sera reputee acceptee.'
             TO R-PROPOSAL.
           WRITE R-PROPOSAL.
           WRITE R-PROPOSAL FROM WS-PROPOSAL-DASH.
           CLOSE F-PROPOSAL.
       1400-WRITE-PROPOSAL-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
      *    [RD] Connexion, tables et parametres de l'etude (ratio
      *    cible, effectif de pleine credibilite, plafond et nombre
      *    d'exercices etudies) lus dans INVOICE_PARAM.
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

           EXEC SQL
               ALTER TABLE EMPLOYER_GROUP
               ADD COLUMN IF NOT EXISTS GROUP_RATE_FACTOR
                   NUMERIC(5,4) DEFAULT 1
           END-EXEC.
           EXEC SQL
               ALTER TABLE EMPLOYER_GROUP
               ADD COLUMN IF NOT EXISTS GROUP_RATE_FACTOR_NEXT
                   NUMERIC(5,4)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes du coefficient du groupe.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE BILLING_SUMMARY
               ADD COLUMN IF NOT EXISTS SUM_GROUP_SIRET
                   VARCHAR(14) DEFAULT ''
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GROUP_RENEWAL (
                   RENEW_SIRET        VARCHAR(14),
                   RENEW_YEAR         INT,
                   RENEW_STUDY_DATE   VARCHAR(10),
                   RENEW_PERIOD_FROM  VARCHAR(6),
                   RENEW_PERIOD_TO    VARCHAR(6),
                   RENEW_PREMIUM      NUMERIC(13,2),
                   RENEW_CLAIMS       NUMERIC(13,2),
                   RENEW_LOSS_RATIO   NUMERIC(7,2),
                   RENEW_HEADCOUNT    INT,
                   RENEW_CREDIBILITY  NUMERIC(5,4),
                   RENEW_PROPOSED_PCT NUMERIC(5,2),
                   RENEW_APPROVED_PCT NUMERIC(5,2),
                   RENEW_FACTOR       NUMERIC(5,4),
                   RENEW_STATUS       VARCHAR(10),
                   RENEW_APPLY_DATE   VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table GROUP_RENEWAL.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS INVOICE_PARAM (
                  PARAM_NUM           INT,
                  PAYMENT_TERM_MONTHS INT
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS RENEW_TARGET_LR_PCT
                   NUMERIC(5,2) DEFAULT 75
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS RENEW_FULL_CRED_COUNT
                   INT DEFAULT 1000
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS RENEW_CAP_PCT
                   NUMERIC(4,2) DEFAULT 25
           END-EXEC.
           EXEC SQL
               ALTER TABLE INVOICE_PARAM
               ADD COLUMN IF NOT EXISTS RENEW_STUDY_YEARS
                   INT DEFAULT 3
           END-EXEC.
           MOVE 75 TO SQL-TARGET-LR.
           MOVE 1000 TO SQL-FULL-CRED.
           MOVE 25 TO SQL-CAP-PCT.
           MOVE 3 TO SQL-STUDY-YEARS.
           EXEC SQL
               SELECT COALESCE(RENEW_TARGET_LR_PCT, 75),
                      COALESCE(RENEW_FULL_CRED_COUNT, 1000),
                      COALESCE(RENEW_CAP_PCT, 25),
                      COALESCE(RENEW_STUDY_YEARS, 3)
               INTO :SQL-TARGET-LR, :SQL-FULL-CRED,
                    :SQL-CAP-PCT, :SQL-STUDY-YEARS
               FROM INVOICE_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture des parametres de renouvellement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-TARGET-LR EQUAL ZERO THEN
               MOVE 75 TO SQL-TARGET-LR
           END-IF.
           IF SQL-FULL-CRED EQUAL ZERO THEN
               MOVE 1000 TO SQL-FULL-CRED
           END-IF.
           IF SQL-STUDY-YEARS EQUAL ZERO THEN
               MOVE 3 TO SQL-STUDY-YEARS
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
      ******************************************************************
       2100-SQL-DISCONNECTION-START.
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
