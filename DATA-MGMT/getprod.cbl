      ******************************************************************
      *    [RD] Catalogue des produits (paliers de garanties).         *
      *    Les paliers n'existaient que sous forme de prefixes en dur  *
      *    ('ALL', 'MOD', 'EXC', 'SPE') testes dans une vingtaine de   *
      *    programmes : lancer une nouvelle offre imposait de tous les *
      *    modifier. La table PRODUCT porte desormais, pour chaque     *
      *    produit :                                                   *
      *      PRODUCT_CODE          code du produit ;                   *
      *      PRODUCT_PREFIX        prefixe du numero de contrat        *
      *                            (3 premiers caracteres de           *
      *                            REIMBURSEMENT_NUM) ;                *
      *      PRODUCT_LABEL         libelle affiche et imprime ;        *
      *      PRODUCT_START_DATE /  periode de commercialisation        *
      *      PRODUCT_END_DATE      (AAAA-MM-JJ, fin NULL = ouverte) ;  *
      *      PRODUCT_ORDER         ordre d'affichage ;                 *
      *      PRODUCT_KIND          'C' contrat type (clascont.cbl),    *
      *                            'S' sur mesure (speccont.cbl),      *
      *                            'R' regime reglemente (C2S,         *
      *                            c2sback.cbl), jamais propose a la   *
      *                            souscription ;                      *
      *      PRODUCT_GRID_NUM      ligne CLASSIC_REIMBURSEMENT portant *
      *                            les taux et plafonds par defaut du  *
      *                            produit, cle des lignes             *
      *                            COST_CONDITION de son tarif ;       *
      *      PRODUCT_RATE_SLOT     colonne de taux historique des      *
      *                            tables BENEFIT et SALES_AGENT       *
      *                            (1 ALLEGE, 2 MODERE, 3 EXCELL,      *
      *                            4 SPE, 0 = taux par defaut du       *
      *                            produit ci-dessous) ;               *
      *      PRODUCT_BENEFIT_RATE  taux par defaut des prestations du  *
      *                            catalogue BENEFIT ;                 *
      *      PRODUCT_COMM_RATE     taux de commission par defaut ;     *
      *      PRODUCT_ACCOUNT       compte comptable des cotisations.   *
      *    La table est creee et garnie des quatre paliers historiques *
      *    au premier appel. Un nouveau produit se declare par une     *
      *    ligne PRODUCT (prodparam.cbl), sa grille                    *
      *    CLASSIC_REIMBURSEMENT et ses lignes COST_CONDITION.         *
      *                                                                *
      *    Fonctions (LK-PRD-FUNCTION) :                               *
      *      'P' produit du prefixe LK-PRD-PREFIX ;                    *
      *      'C' produit du code LK-PRD-CODE ;                         *
      *      'R' LK-PRD-RANK-ieme produit dans l'ordre d'affichage,    *
      *          produits fermes compris (etats, statistiques) ;       *
      *      'V' LK-PRD-RANK-ieme produit de nature LK-PRD-KIND en     *
      *          vente aujourd'hui (ecrans de souscription) ;          *
      *      'S' produit portant la colonne de taux historique         *
      *          LK-PRD-RATE-SLOT (1 a 4), ouvert ou ferme.            *
      *    Code retour LK-PRD-RC : '0' produit trouve, '1' inconnu ou  *
      *    rang au-dela du dernier produit, '9' erreur de lecture.     *
      *    Pour un prefixe inconnu, le libelle rendu est le prefixe    *
      *    lui-meme afin que les etats restent lisibles.               *
      *    La connexion est celle de l'appelant ; a defaut, le         *
      *    sous-programme ouvre et referme la sienne.                  *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Produit C2S (Complementaire sante         *
      *    solidaire) ajoute au catalogue s'il manque : nature 'R',    *
      *    taux par defaut 100 %, compte 706005.                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getprod RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
      *    [RD] connexion ouverte ici seulement si l'appelant n'en
      *    avait pas ; on ne referme que ce qu'on a ouvert.
       01  WS-OWN-CONNECT       PIC X(01) VALUE 'N'.
      *    [RD] creation et garnissage de la table une fois par
      *    execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-PRD-KEY          PIC X(10) VALUE SPACES.
       01  SQL-PRD-KIND-IN      PIC X(01) VALUE SPACE.
       01  SQL-PRD-OFFSET       PIC 9(02) VALUE ZERO.
       01  SQL-PRD-SLOT-IN      PIC 9(01) VALUE ZERO.
       01  SQL-PRD-CODE         PIC X(10) VALUE SPACES.
       01  SQL-PRD-PREFIX       PIC X(03) VALUE SPACES.
       01  SQL-PRD-LABEL        PIC X(20) VALUE SPACES.
       01  SQL-PRD-START-DATE   PIC X(10) VALUE SPACES.
       01  SQL-PRD-END-DATE     PIC X(10) VALUE SPACES.
       01  SQL-PRD-ORDER        PIC 9(02) VALUE ZERO.
       01  SQL-PRD-KIND         PIC X(01) VALUE SPACE.
       01  SQL-PRD-GRID-NUM     PIC 9(02) VALUE ZERO.
       01  SQL-PRD-RATE-SLOT    PIC 9(01) VALUE ZERO.
       01  SQL-PRD-BENEFIT-RATE PIC 9(03) VALUE ZERO.
       01  SQL-PRD-COMM-RATE    PIC 9(03) VALUE ZERO.
       01  SQL-PRD-ACCOUNT      PIC X(10) VALUE SPACES.
       01  SQL-PRD-ACTIVE       PIC X(01) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-PRODUCT.
           05 LK-PRD-FUNCTION     PIC X(01).
           05 LK-PRD-RANK         PIC 9(02).
           05 LK-PRD-CODE         PIC X(10).
           05 LK-PRD-PREFIX       PIC X(03).
           05 LK-PRD-LABEL        PIC X(20).
           05 LK-PRD-START-DATE   PIC X(10).
           05 LK-PRD-END-DATE     PIC X(10).
           05 LK-PRD-ORDER        PIC 9(02).
           05 LK-PRD-KIND         PIC X(01).
           05 LK-PRD-GRID-NUM     PIC 9(02).
           05 LK-PRD-RATE-SLOT    PIC 9(01).
           05 LK-PRD-BENEFIT-RATE PIC 9(03).
           05 LK-PRD-COMM-RATE    PIC 9(03).
           05 LK-PRD-ACCOUNT      PIC X(10).
           05 LK-PRD-ACTIVE       PIC X(01).
           05 LK-PRD-RC           PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-PRODUCT.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-PRD-RC.
           MOVE LK-PRD-KIND TO SQL-PRD-KIND-IN.
           EVALUATE LK-PRD-FUNCTION
               WHEN 'P'
                   MOVE LK-PRD-PREFIX TO SQL-PRD-KEY
               WHEN 'C'
                   MOVE LK-PRD-CODE TO SQL-PRD-KEY
               WHEN 'S'
                   IF LK-PRD-RATE-SLOT EQUAL ZERO
                       GO TO END-0000-MAIN
                   END-IF
                   MOVE LK-PRD-RATE-SLOT TO SQL-PRD-SLOT-IN
               WHEN 'R'
               WHEN 'V'
                   IF LK-PRD-RANK EQUAL ZERO
                       GO TO END-0000-MAIN
                   END-IF
                   COMPUTE SQL-PRD-OFFSET = LK-PRD-RANK - 1
               WHEN OTHER
                   MOVE '9' TO LK-PRD-RC
                   GO TO END-0000-MAIN
           END-EVALUATE.

           MOVE 'N' TO WS-OWN-CONNECT.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE EQUAL ZERO
               MOVE 'O' TO WS-OWN-CONNECT
           END-IF.

           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLE-START
                  THRU END-1000-ENSURE-TABLE
           END-IF.

           INITIALIZE SQL-PRD-CODE SQL-PRD-PREFIX SQL-PRD-LABEL
               SQL-PRD-START-DATE SQL-PRD-END-DATE SQL-PRD-ORDER
               SQL-PRD-KIND SQL-PRD-GRID-NUM SQL-PRD-RATE-SLOT
               SQL-PRD-BENEFIT-RATE SQL-PRD-COMM-RATE SQL-PRD-ACCOUNT
               SQL-PRD-ACTIVE.
           EVALUATE LK-PRD-FUNCTION
               WHEN 'P'
                   PERFORM 2000-READ-BY-PREFIX-START
                      THRU END-2000-READ-BY-PREFIX
               WHEN 'C'
                   PERFORM 2100-READ-BY-CODE-START
                      THRU END-2100-READ-BY-CODE
               WHEN 'R'
                   PERFORM 2200-READ-BY-RANK-START
                      THRU END-2200-READ-BY-RANK
               WHEN 'V'
                   PERFORM 2300-READ-ON-SALE-START
                      THRU END-2300-READ-ON-SALE
               WHEN 'S'
                   PERFORM 2400-READ-BY-SLOT-START
                      THRU END-2400-READ-BY-SLOT
           END-EVALUATE.

           IF SQLCODE EQUAL ZERO
               PERFORM 3000-RETURN-PRODUCT-START
                  THRU END-3000-RETURN-PRODUCT
               MOVE '0' TO LK-PRD-RC
           ELSE IF SQLCODE EQUAL FIN
               IF LK-PRD-FUNCTION EQUAL 'P'
                   MOVE LK-PRD-PREFIX TO LK-PRD-LABEL
               END-IF
               MOVE '1' TO LK-PRD-RC
           ELSE
               MOVE '9' TO LK-PRD-RC
           END-IF
           END-IF.

           IF WS-OWN-CONNECT EQUAL 'O'
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.
      *    [RD] la lecture du catalogue ne laisse jamais d'erreur SQL
      *    a l'appelant : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table PRODUCT si elle n'existe pas et la       *
      *    garnit des quatre paliers historiques si elle est vide :    *
      *    memes prefixes, libelles et comptes (706001 a 706004)       *
      *    qu'auparavant, grille retrouvee par son libelle dans        *
      *    CLASSIC_REIMBURSEMENT.                                      *
      ******************************************************************
       1000-ENSURE-TABLE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRODUCT (
                   PRODUCT_CODE         VARCHAR(10),
                   PRODUCT_PREFIX       VARCHAR(3),
                   PRODUCT_LABEL        VARCHAR(20),
                   PRODUCT_START_DATE   VARCHAR(10),
                   PRODUCT_END_DATE     VARCHAR(10),
                   PRODUCT_ORDER        INT,
                   PRODUCT_KIND         VARCHAR(1),
                   PRODUCT_GRID_NUM     INT,
                   PRODUCT_RATE_SLOT    INT,
                   PRODUCT_BENEFIT_RATE INT,
                   PRODUCT_COMM_RATE    INT,
                   PRODUCT_ACCOUNT      VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO END-1000-ENSURE-TABLE
           END-IF.
           EXEC SQL
               INSERT INTO PRODUCT
                   (PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                    PRODUCT_START_DATE, PRODUCT_END_DATE,
                    PRODUCT_ORDER, PRODUCT_KIND, PRODUCT_GRID_NUM,
                    PRODUCT_RATE_SLOT, PRODUCT_BENEFIT_RATE,
                    PRODUCT_COMM_RATE, PRODUCT_ACCOUNT)
               SELECT S.CODE, S.PREFIX, S.LABEL, '2024-06-12', NULL,
                      S.ORD, S.KIND,
                      COALESCE(
                         (SELECT MIN(CR.CLASSIC_REIMBURSEMENT_NUMBER)
                            FROM CLASSIC_REIMBURSEMENT CR
                           WHERE UPPER(CR.CLASSIC_REIMBURSEMENT_LABEL)
                               = S.LABEL), 0),
                      S.ORD, 0, 0, S.ACCOUNT
                 FROM (VALUES
                       ('ALLEGE', 'ALL', 'ALLEGE', 1, 'C', '706001'),
                       ('MODERE', 'MOD', 'MODERE', 2, 'C', '706002'),
                       ('EXCELLENCE', 'EXC', 'EXCELLENCE', 3, 'C',
                        '706003'),
                       ('SPECIFIQUE', 'SPE', 'SPECIFIQUE', 4, 'S',
                        '706004'))
                      AS S (CODE, PREFIX, LABEL, ORD, KIND, ACCOUNT)
                WHERE NOT EXISTS (SELECT 1 FROM PRODUCT)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               GO TO END-1000-ENSURE-TABLE
           END-IF.
      *    [RD] le 15/10/2026 : produit reglemente C2S, ajoute aussi
      *    a un catalogue deja garni ; ni grille ni colonne de taux,
      *    ses garanties sont celles du bareme c2sprice.cbl.
           EXEC SQL
               INSERT INTO PRODUCT
                   (PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                    PRODUCT_START_DATE, PRODUCT_END_DATE,
                    PRODUCT_ORDER, PRODUCT_KIND, PRODUCT_GRID_NUM,
                    PRODUCT_RATE_SLOT, PRODUCT_BENEFIT_RATE,
                    PRODUCT_COMM_RATE, PRODUCT_ACCOUNT)
               SELECT 'C2S', 'C2S', 'C2S SOLIDAIRE', '2026-10-15',
                      NULL,
                      COALESCE((SELECT MAX(PRODUCT_ORDER)
                                  FROM PRODUCT), 0) + 1,
                      'R', 0, 0, 100, 0, '706005'
                WHERE NOT EXISTS (SELECT 1 FROM PRODUCT
                                   WHERE PRODUCT_PREFIX = 'C2S')
           END-EXEC.
           IF SQLCODE EQUAL ZERO OR SQLCODE EQUAL FIN
               MOVE 'O' TO WS-TABLE-DONE
           END-IF.
       END-1000-ENSURE-TABLE.
           EXIT.

      ******************************************************************
      *    2000-READ-BY-PREFIX-START.                                  *
      ******************************************************************
       2000-READ-BY-PREFIX-START.
           EXEC SQL
               SELECT PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                      PRODUCT_START_DATE,
                      COALESCE(PRODUCT_END_DATE, ' '),
                      PRODUCT_ORDER, PRODUCT_KIND,
                      COALESCE(PRODUCT_GRID_NUM, 0),
                      COALESCE(PRODUCT_RATE_SLOT, 0),
                      COALESCE(PRODUCT_BENEFIT_RATE, 0),
                      COALESCE(PRODUCT_COMM_RATE, 0),
                      COALESCE(PRODUCT_ACCOUNT, ' '),
                      CASE WHEN PRODUCT_START_DATE
                                <= CAST(CURRENT_DATE AS VARCHAR)
                            AND (PRODUCT_END_DATE IS NULL
                             OR PRODUCT_END_DATE
                                >= CAST(CURRENT_DATE AS VARCHAR))
                           THEN 'O' ELSE 'N' END
               INTO :SQL-PRD-CODE, :SQL-PRD-PREFIX, :SQL-PRD-LABEL,
                    :SQL-PRD-START-DATE, :SQL-PRD-END-DATE,
                    :SQL-PRD-ORDER, :SQL-PRD-KIND, :SQL-PRD-GRID-NUM,
                    :SQL-PRD-RATE-SLOT, :SQL-PRD-BENEFIT-RATE,
                    :SQL-PRD-COMM-RATE, :SQL-PRD-ACCOUNT,
                    :SQL-PRD-ACTIVE
               FROM PRODUCT
               WHERE PRODUCT_PREFIX = :SQL-PRD-KEY
               LIMIT 1
           END-EXEC.
       END-2000-READ-BY-PREFIX.
           EXIT.

      ******************************************************************
      *    2100-READ-BY-CODE-START.                                    *
      ******************************************************************
       2100-READ-BY-CODE-START.
           EXEC SQL
               SELECT PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                      PRODUCT_START_DATE,
                      COALESCE(PRODUCT_END_DATE, ' '),
                      PRODUCT_ORDER, PRODUCT_KIND,
                      COALESCE(PRODUCT_GRID_NUM, 0),
                      COALESCE(PRODUCT_RATE_SLOT, 0),
                      COALESCE(PRODUCT_BENEFIT_RATE, 0),
                      COALESCE(PRODUCT_COMM_RATE, 0),
                      COALESCE(PRODUCT_ACCOUNT, ' '),
                      CASE WHEN PRODUCT_START_DATE
                                <= CAST(CURRENT_DATE AS VARCHAR)
                            AND (PRODUCT_END_DATE IS NULL
                             OR PRODUCT_END_DATE
                                >= CAST(CURRENT_DATE AS VARCHAR))
                           THEN 'O' ELSE 'N' END
               INTO :SQL-PRD-CODE, :SQL-PRD-PREFIX, :SQL-PRD-LABEL,
                    :SQL-PRD-START-DATE, :SQL-PRD-END-DATE,
                    :SQL-PRD-ORDER, :SQL-PRD-KIND, :SQL-PRD-GRID-NUM,
                    :SQL-PRD-RATE-SLOT, :SQL-PRD-BENEFIT-RATE,
                    :SQL-PRD-COMM-RATE, :SQL-PRD-ACCOUNT,
                    :SQL-PRD-ACTIVE
               FROM PRODUCT
               WHERE UPPER(PRODUCT_CODE) = UPPER(TRIM(:SQL-PRD-KEY))
               LIMIT 1
           END-EXEC.
       END-2100-READ-BY-CODE.
           EXIT.

      ******************************************************************
      *    2200-READ-BY-RANK-START.                                    *
      ******************************************************************
       2200-READ-BY-RANK-START.
           EXEC SQL
               SELECT PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                      PRODUCT_START_DATE,
                      COALESCE(PRODUCT_END_DATE, ' '),
                      PRODUCT_ORDER, PRODUCT_KIND,
                      COALESCE(PRODUCT_GRID_NUM, 0),
                      COALESCE(PRODUCT_RATE_SLOT, 0),
                      COALESCE(PRODUCT_BENEFIT_RATE, 0),
                      COALESCE(PRODUCT_COMM_RATE, 0),
                      COALESCE(PRODUCT_ACCOUNT, ' '),
                      CASE WHEN PRODUCT_START_DATE
                                <= CAST(CURRENT_DATE AS VARCHAR)
                            AND (PRODUCT_END_DATE IS NULL
                             OR PRODUCT_END_DATE
                                >= CAST(CURRENT_DATE AS VARCHAR))
                           THEN 'O' ELSE 'N' END
               INTO :SQL-PRD-CODE, :SQL-PRD-PREFIX, :SQL-PRD-LABEL,
                    :SQL-PRD-START-DATE, :SQL-PRD-END-DATE,
                    :SQL-PRD-ORDER, :SQL-PRD-KIND, :SQL-PRD-GRID-NUM,
                    :SQL-PRD-RATE-SLOT, :SQL-PRD-BENEFIT-RATE,
                    :SQL-PRD-COMM-RATE, :SQL-PRD-ACCOUNT,
                    :SQL-PRD-ACTIVE
               FROM PRODUCT
               ORDER BY PRODUCT_ORDER, PRODUCT_CODE
               LIMIT 1 OFFSET :SQL-PRD-OFFSET
           END-EXEC.
       END-2200-READ-BY-RANK.
           EXIT.

      ******************************************************************
      *    2300-READ-ON-SALE-START.                                    *
      ******************************************************************
       2300-READ-ON-SALE-START.
           EXEC SQL
               SELECT PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                      PRODUCT_START_DATE,
                      COALESCE(PRODUCT_END_DATE, ' '),
                      PRODUCT_ORDER, PRODUCT_KIND,
                      COALESCE(PRODUCT_GRID_NUM, 0),
                      COALESCE(PRODUCT_RATE_SLOT, 0),
                      COALESCE(PRODUCT_BENEFIT_RATE, 0),
                      COALESCE(PRODUCT_COMM_RATE, 0),
                      COALESCE(PRODUCT_ACCOUNT, ' '), 'O'
               INTO :SQL-PRD-CODE, :SQL-PRD-PREFIX, :SQL-PRD-LABEL,
                    :SQL-PRD-START-DATE, :SQL-PRD-END-DATE,
                    :SQL-PRD-ORDER, :SQL-PRD-KIND, :SQL-PRD-GRID-NUM,
                    :SQL-PRD-RATE-SLOT, :SQL-PRD-BENEFIT-RATE,
                    :SQL-PRD-COMM-RATE, :SQL-PRD-ACCOUNT,
                    :SQL-PRD-ACTIVE
               FROM PRODUCT
               WHERE PRODUCT_KIND = :SQL-PRD-KIND-IN
                 AND PRODUCT_START_DATE
                     <= CAST(CURRENT_DATE AS VARCHAR)
                 AND (PRODUCT_END_DATE IS NULL
                  OR PRODUCT_END_DATE
                     >= CAST(CURRENT_DATE AS VARCHAR))
               ORDER BY PRODUCT_ORDER, PRODUCT_CODE
               LIMIT 1 OFFSET :SQL-PRD-OFFSET
           END-EXEC.
       END-2300-READ-ON-SALE.
           EXIT.

      ******************************************************************
      *    2400-READ-BY-SLOT-START.                                    *
      ******************************************************************
       2400-READ-BY-SLOT-START.
           EXEC SQL
               SELECT PRODUCT_CODE, PRODUCT_PREFIX, PRODUCT_LABEL,
                      PRODUCT_START_DATE,
                      COALESCE(PRODUCT_END_DATE, ' '),
                      PRODUCT_ORDER, PRODUCT_KIND,
                      COALESCE(PRODUCT_GRID_NUM, 0),
                      COALESCE(PRODUCT_RATE_SLOT, 0),
                      COALESCE(PRODUCT_BENEFIT_RATE, 0),
                      COALESCE(PRODUCT_COMM_RATE, 0),
                      COALESCE(PRODUCT_ACCOUNT, ' '),
                      CASE WHEN PRODUCT_START_DATE
                                <= CAST(CURRENT_DATE AS VARCHAR)
                            AND (PRODUCT_END_DATE IS NULL
                             OR PRODUCT_END_DATE
                                >= CAST(CURRENT_DATE AS VARCHAR))
                           THEN 'O' ELSE 'N' END
               INTO :SQL-PRD-CODE, :SQL-PRD-PREFIX, :SQL-PRD-LABEL,
                    :SQL-PRD-START-DATE, :SQL-PRD-END-DATE,
                    :SQL-PRD-ORDER, :SQL-PRD-KIND, :SQL-PRD-GRID-NUM,
                    :SQL-PRD-RATE-SLOT, :SQL-PRD-BENEFIT-RATE,
                    :SQL-PRD-COMM-RATE, :SQL-PRD-ACCOUNT,
                    :SQL-PRD-ACTIVE
               FROM PRODUCT
               WHERE PRODUCT_RATE_SLOT = :SQL-PRD-SLOT-IN
               LIMIT 1
           END-EXEC.
       END-2400-READ-BY-SLOT.
           EXIT.

      ******************************************************************
      *    3000-RETURN-PRODUCT-START.                                  *
      ******************************************************************
       3000-RETURN-PRODUCT-START.
           MOVE SQL-PRD-CODE         TO LK-PRD-CODE.
           MOVE SQL-PRD-PREFIX       TO LK-PRD-PREFIX.
           MOVE SQL-PRD-LABEL        TO LK-PRD-LABEL.
           MOVE SQL-PRD-START-DATE   TO LK-PRD-START-DATE.
           MOVE SQL-PRD-END-DATE     TO LK-PRD-END-DATE.
           MOVE SQL-PRD-ORDER        TO LK-PRD-ORDER.
           MOVE SQL-PRD-KIND         TO LK-PRD-KIND.
           MOVE SQL-PRD-GRID-NUM     TO LK-PRD-GRID-NUM.
           MOVE SQL-PRD-RATE-SLOT    TO LK-PRD-RATE-SLOT.
           MOVE SQL-PRD-BENEFIT-RATE TO LK-PRD-BENEFIT-RATE.
           MOVE SQL-PRD-COMM-RATE    TO LK-PRD-COMM-RATE.
           MOVE SQL-PRD-ACCOUNT      TO LK-PRD-ACCOUNT.
           MOVE SQL-PRD-ACTIVE       TO LK-PRD-ACTIVE.
       END-3000-RETURN-PRODUCT.
           EXIT.

      ******************************************************************
      *    [RD] charge la connexion depuis la configuration            *
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
