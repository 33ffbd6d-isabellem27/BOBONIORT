      *    annee (BATCH_SCHEDULE) arrete le passage planifie, sinon  *
      *    l'ordonnanceur quotidien rejouait la campagne chaque jour *
      *    de janvier. Le lancement force de l'ecran reste libre.    *
      * MAJ [RD] le 15/10/2026 La fiche des exemples de              *
      *    remboursement (rembexam.cbl), remise a jour des taux en   *
      *    debut de campagne, est jointe a la suite de chaque avis.  *
      * MAJ [RD] le 15/10/2026 Tarification d'experience des groupes *
      *    employeurs : les coefficients approuves (grprenew.cbl)    *
      *    sont mis en vigueur en debut de campagne, et l'avis des   *
      *    salaries indique la cotisation du contrat collectif. Le   *
      *    tarif individuel reste le tarif standard ; le coefficient *
      *    s'applique a la facture collective (grpinvo.cbl).         *
      * MAJ [RD] le 15/10/2026 Les contrats sur mesure sont reconnus *
      *    par leur produit au catalogue PRODUCT (nature 'S') et non *
      *    plus par le prefixe SPE.                                  *
      * MAJ [RD] le 15/10/2026 La nouvelle cotisation tient compte   *
      *    des remises fidelite, famille nombreuse et multi-contrats *
      *    (discount.cbl, via recalcost.cbl) ; l'avis en indique le  *
      *    montant.                                                  *
      * MAJ RD le 15/10/2026 Adresse invalide (courrier revenu NPAI, *
      *    npaiupd.cbl) : le contrat est renouvele mais l'avis est   *
      *    retenu, ecrit sous RAPPORT/NPAI-<date>-<seq>.txt au lieu  *
      *    de partir a l'impression, et compte au compte-rendu.      *
      * MAJ RD le 15/10/2026 Date de traitement lue dans             *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un    *
      *    rattrapage, date systeme sinon.                           *
      * MAJ RD le 15/10/2026 Contrats C2S (nature 'R') exclus comme  *
      *    les contrats sur mesure : participation fixee par l'Etat. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. renewbat RECURSIVE.
           ASSIGN TO WS-AVIS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      *    [RD] le 15/10/2026 : fiche des exemples en vigueur.
           SELECT F-EXAMPLES
           ASSIGN TO WS-EXAMPLES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EX-STATUS.

      ******************************************************************

           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-AVIS PIC X(80).
       FD  F-EXAMPLES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-EXAMPLES PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-RECAL-UUID        PIC X(36)  VALUE SPACES.
      *    [RD] le 15/10/2026 : fiche des exemples (rembexam.cbl).
       01  WS-EXAMPLES-PATH     PIC X(30)
           VALUE './RAPPORT/EXEMPLES-REMB.txt'.
       01  WS-EX-STATUS         PIC XX     VALUE SPACES.
       88  WS-EX-STATUS-OK                 VALUE '00'.
       01  WS-EX-EOF            PIC X(01)  VALUE 'N'.
       01  WS-EX-RC             PIC X(01)  VALUE SPACE.
       01  WS-EX-LINES          PIC 9(05)  VALUE ZERO.
      *    [RD] le 15/10/2026 : coefficients des groupes employeurs.
       01  WS-NB-GROUP-FACTORS  PIC 9(05)  VALUE ZERO.
       01  WS-GROUP-COST        PIC 9(05)V99 VALUE ZERO.
       01  WS-Z-GROUP-COST      PIC Z(04)9.99.
       01  WS-Z-GROUP-FACTOR    PIC 9.9999.
      *    [RD] le 15/10/2026 : remises deduites (discount.cbl).
       01  WS-Z-DISCOUNT        PIC Z(04)9.
      *    [RD] le 15/10/2026 : avis retenus, adresse NPAI.
       01  WS-NB-NPAI-HELD      PIC 9(05)  VALUE ZERO.

       01  WS-AVIS-PATH.
           03 WS-AVIS-FOLDER    PIC X(15)
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-OLD-COST         PIC 9(05).
       01  SQL-NEW-COST         PIC 9(05).
       01  SQL-NEW-DISCOUNT     PIC 9(05).
       01  SQL-LAST-RENEW-RUN   PIC X(10).
       01  SQL-GROUP-FACTOR     PIC 9V9(04).
       01  SQL-APPLY-DATE       PIC X(10).
       01  SQL-FACTOR-CNT       PIC 9(05).
       01  SQL-CUS-NPAI         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (renewfront.cbl ou batsched.cbl), comme bilinvo.cbl.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-AVIS-DATE.

      *    [RD] planifie par batsched.cbl, la campagne ne tourne
               END-IF
           END-IF.

      *    [RD] le 15/10/2026 : fiche des exemples remise a jour
      *    des taux de la campagne avant d'etre jointe aux avis.
           CALL 'rembexam' USING WS-EX-RC, WS-EX-LINES
           END-CALL.

      *    [RD] le 15/10/2026 : coefficients de groupe approuves
      *    mis en vigueur avant le passage des contrats.
           PERFORM 1500-APPLY-GROUP-FACTORS-START
              THRU END-1500-APPLY-GROUP-FACTORS.

           PERFORM 2000-SWEEP-CONTRACTS-START
              THRU END-2000-SWEEP-CONTRACTS.

       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] le 15/10/2026 : met en vigueur les coefficients de     *
      *    tarification d'experience approuves par grprenew.cbl       *
      *    (GROUP_RATE_FACTOR_NEXT vers GROUP_RATE_FACTOR) et passe    *
      *    les etudes correspondantes a APPLIQUE.                      *
      ******************************************************************
       1500-APPLY-GROUP-FACTORS-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMPLOYER_GROUP (
                  GROUP_SIRET    VARCHAR(14),
                  GROUP_NAME     VARCHAR(30),
                  GROUP_CONTACT  VARCHAR(30),
                  GROUP_TIER     VARCHAR(10)
               )
           END-EXEC.
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
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_GROUP_SIRET
                   VARCHAR(14)
           END-EXEC.
      *    [RD] le 15/10/2026 : marque d'adresse invalide (NPAI).
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI
                   VARCHAR(1) DEFAULT 'N'
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
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION GROUP_RENEWAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE ZERO TO SQL-FACTOR-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-FACTOR-CNT
               FROM EMPLOYER_GROUP
               WHERE GROUP_RATE_FACTOR_NEXT IS NOT NULL
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE COEFFICIENTS EN ATTENTE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SQL-FACTOR-CNT TO WS-NB-GROUP-FACTORS.
           IF  SQL-FACTOR-CNT = ZERO
               GO TO END-1500-APPLY-GROUP-FACTORS
           END-IF.

           INITIALIZE SQL-APPLY-DATE.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-APPLY-DATE
           END-STRING.
           EXEC SQL
               UPDATE GROUP_RENEWAL
               SET RENEW_STATUS = 'APPLIQUE',
                   RENEW_APPLY_DATE = :SQL-APPLY-DATE
               WHERE RENEW_STATUS = 'APPROUVE'
                 AND RENEW_SIRET IN (SELECT GROUP_SIRET
                     FROM EMPLOYER_GROUP
                     WHERE GROUP_RATE_FACTOR_NEXT IS NOT NULL)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'UPDATE GROUP_RENEWAL APPLIQUE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               UPDATE EMPLOYER_GROUP
               SET GROUP_RATE_FACTOR = GROUP_RATE_FACTOR_NEXT,
                   GROUP_RATE_FACTOR_NEXT = NULL
               WHERE GROUP_RATE_FACTOR_NEXT IS NOT NULL
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'MISE EN VIGUEUR COEFFICIENTS GROUPE'
                   TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1500-APPLY-GROUP-FACTORS.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les contrats classiques en cours des          *
      *    adherents actifs et renouvelle chacun d'eux.                *
               SELECT CUSTOMER.UUID_CUSTOMER,
                      CUSTOMER.CUSTOMER_LASTNAME,
                      CUSTOMER.CUSTOMER_FIRSTNAME,
                      CUSTOMER_REIMBURSEMENT.REIMBURSEMENT_COST,
      *               [RD] le 15/10/2026 : coefficient du groupe
      *               employeur, 1 hors contrat collectif.
                      COALESCE((SELECT G.GROUP_RATE_FACTOR
                          FROM EMPLOYER_GROUP G
                          WHERE G.GROUP_SIRET
                              = CUSTOMER.CUSTOMER_GROUP_SIRET
                          LIMIT 1), 1),
                      COALESCE(CUSTOMER.CUSTOMER_NPAI, 'N')
               FROM CUSTOMER_REIMBURSEMENT
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER
               WHERE CUSTOMER.CUSTOMER_ACTIVE = '1'
                 AND COALESCE(CUSTOMER_REIMBURSEMENT.
                     REIMBURSEMENT_STATUS, 'EN_COURS') = 'EN_COURS'
      *          [RD] le 15/10/2026 : contrats sur mesure exclus
      *          d'apres le catalogue PRODUCT (nature 'S'), ainsi
      *          que les contrats C2S au bareme reglemente ('R').
                 AND NOT EXISTS
                     (SELECT 1 FROM PRODUCT
                      WHERE PRODUCT.PRODUCT_PREFIX =
                            SUBSTRING(CUSTOMER_REIMBURSEMENT.
                            REIMBURSEMENT_NUM, 1, 3)
                        AND PRODUCT.PRODUCT_KIND IN ('S', 'R'))
               ORDER BY CUSTOMER.CUSTOMER_LASTNAME
           END-EXEC.

                   INTO :SQL-CUS-UUID,
                        :SQL-CUS-LASTNAME,
                        :SQL-CUS-FIRSTNAME,
                        :SQL-OLD-COST,
                        :SQL-GROUP-FACTOR,
                        :SQL-CUS-NPAI
               END-EXEC

               EVALUATE SQLCODE
           CALL 'recalcost' USING BY REFERENCE WS-RECAL-UUID
           END-CALL.

      *    [RD] le 15/10/2026 : avec les remises en vigueur,
      *    recalculees par recalcost.cbl (discount.cbl).
           EXEC SQL
               SELECT REIMBURSEMENT_COST,
                      COALESCE(REIMBURSEMENT_DISCOUNT, 0)
               INTO :SQL-NEW-COST, :SQL-NEW-DISCOUNT
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
      ******************************************************************
       5000-WRITE-AVIS-START.
           MOVE WS-NB-RENEWED TO WS-AVIS-SEQ.
      *    [RD] le 15/10/2026 : adresse invalide (NPAI) : l'avis est
      *    retenu a part, il ne part pas a l'impression.
           IF  SQL-CUS-NPAI EQUAL 'O'
               MOVE './RAPPORT/NPAI-' TO WS-AVIS-FOLDER
               ADD 1 TO WS-NB-NPAI-HELD
           ELSE
               MOVE './RAPPORT/AVIS-' TO WS-AVIS-FOLDER
           END-IF.
           OPEN OUTPUT F-AVIS.

           MOVE ALL '-' TO R-AVIS.
           END-STRING.
           WRITE R-AVIS.

      *    [RD] le 15/10/2026 : remises fidelite, famille nombreuse
      *    et multi-contrats deja deduites de la nouvelle cotisation.
           IF  SQL-NEW-DISCOUNT NOT = ZERO
               MOVE SQL-NEW-DISCOUNT TO WS-Z-DISCOUNT
               INITIALIZE R-AVIS
               STRING '  dont remises      : -'
                   FUNCTION TRIM(WS-Z-DISCOUNT) ' euros par mois'
                   DELIMITED BY SIZE INTO R-AVIS
               END-STRING
               WRITE R-AVIS
           END-IF.

           MOVE WS-DIFF TO WS-Z-DIFF.
           INITIALIZE R-AVIS.
           STRING 'Ecart               : '
           END-STRING.
           WRITE R-AVIS.

      *    [RD] le 15/10/2026 : salarie d'un groupe employeur a
      *    tarification d'experience, cotisation du contrat collectif.
           IF  SQL-GROUP-FACTOR NOT = 1
               COMPUTE WS-GROUP-COST ROUNDED =
                   SQL-NEW-COST * SQL-GROUP-FACTOR
               MOVE WS-GROUP-COST TO WS-Z-GROUP-COST
               MOVE SQL-GROUP-FACTOR TO WS-Z-GROUP-FACTOR
               INITIALIZE R-AVIS
               STRING 'Contrat collectif   : '
                   FUNCTION TRIM(WS-Z-GROUP-COST) ' euros par mois'
                   ' (coefficient ' WS-Z-GROUP-FACTOR ')'
                   DELIMITED BY SIZE INTO R-AVIS
               END-STRING
               WRITE R-AVIS
           END-IF.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           PERFORM 5100-ATTACH-EXAMPLES-START
              THRU END-5100-ATTACH-EXAMPLES.
           CLOSE F-AVIS.
       END-5000-WRITE-AVIS.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : recopie la fiche des exemples de       *
      *    remboursement en vigueur a la suite de l'avis ; sans fiche  *
      *    l'avis part seul.                                           *
      ******************************************************************
       5100-ATTACH-EXAMPLES-START.
           OPEN INPUT F-EXAMPLES.
           IF  NOT WS-EX-STATUS-OK
               GO TO END-5100-ATTACH-EXAMPLES
           END-IF.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'N' TO WS-EX-EOF.
           PERFORM UNTIL WS-EX-EOF = 'O'
               READ F-EXAMPLES
                   AT END
                       MOVE 'O' TO WS-EX-EOF
                   NOT AT END
                       MOVE R-EXAMPLES TO R-AVIS
                       WRITE R-AVIS
               END-READ
           END-PERFORM.
           CLOSE F-EXAMPLES.
       END-5100-ATTACH-EXAMPLES.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'CAMPAGNE DE RENOUVELLEMENT - COMPTE-RENDU'.
           DISPLAY 'Contrats renouveles        : ' WS-NB-RENEWED.
           DISPLAY 'Coefficients groupe actifs : ' WS-NB-GROUP-FACTORS.
           DISPLAY 'Avis retenus (adresse NPAI): ' WS-NB-NPAI-HELD.
           COMPUTE WS-MOVEMENT = WS-TOTAL-NEW - WS-TOTAL-OLD.
           MOVE WS-MOVEMENT TO WS-Z-MOVEMENT.
           DISPLAY 'Mouvement de cotisations   : ' WS-Z-MOVEMENT
