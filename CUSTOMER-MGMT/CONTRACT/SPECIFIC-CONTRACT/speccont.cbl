      *    quel, S accepte avec surprime (pourcentage applique a la    *
      *    cotisation calculee), E accepte avec exclusion (pre-        *
      *    remplie dans REIMBURSEMENT_EXCLUSION).                      *
      * MAJ RD le 15/10/2026 A la signature, demande de liaison NOEMIE *
      *    de l'adherent et de ses ayants droit mise en file pour la   *
      *    CPAM (noemlnk.cbl, noemfront.cbl).                          *
      * MAJ RD le 15/10/2026 Controle contrat responsable a la         *
      *    signature (respchk.cbl) : un contrat non conforme n'est     *
      *    enregistre qu'apres une seconde validation, avec son motif. *
      * MAJ RD le 15/10/2026 Date d'effet saisie a la validation       *
      *    (aujourd'hui a defaut, au plus 92 jours plus tard) et       *
      *    conservee dans REIMBURSEMENT_START_DATE.                    *
      * MAJ RD le 15/10/2026 Catalogue PRODUCT (getprod.cbl) : les     *
      *    trois niveaux proposes par prestation sont les grilles des  *
      *    produits portant les colonnes de taux 1 a 3, le tarif de    *
      *    base celui du niveau 1, et le prefixe du numero de contrat  *
      *    celui du produit sur mesure en vente (nature S).            *
      * MAJ RD le 15/10/2026 Signature electronique du dossier         *
      *    d'adhesion (esigreq.cbl) : le bulletin n'est plus exige a   *
      *    la validation, le contrat reste A_SIGNER jusqu'au retour    *
      *    du prestataire.                                             *
      * MAJ RD le 15/10/2026 Conditions particulieres emises a la      *
      *    signature (condpart.cbl), jointes au dossier a signer.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. speccont RECURSIVE.
       01  SC-BILL-FREQ                  PIC X(01)   VALUE 'M'   .
      * [RD] - le 03/09/2026: code apporteur (facultatif)
       01  SC-AGENT-CODE                 PIC X(10)   VALUE SPACES.
      * [RD] - le 15/10/2026: date d'effet du contrat (AAAAMMJJ),
      *      aujourd'hui a defaut, au plus WS-START-MAX-DAYS jours.
       01  SC-START-DATE                 PIC 9(08)   VALUE ZERO  .
       01  WS-START-MAX-DAYS             PIC 9(03)   VALUE 92    .
       01  WS-START-TODAY                PIC 9(08)   VALUE ZERO  .
       01  WS-START-LIMIT                PIC 9(08)   VALUE ZERO  .
       01  WS-START-INT                  PIC 9(08)   VALUE ZERO  .
      * [RD] - le 03/09/2026: questionnaire medical et decision de
      *      souscription (A accepte / S surprime / E exclusion).
       01  SC-MQ-HOSPIT                  PIC X(01)   VALUE SPACE .
       01  WS-MISSING-LIST               PIC X(60)   VALUE SPACES.
       01  SC-OVERRIDE-BY                PIC X(10)   VALUE SPACES.
       01  SC-MESSAGE                    PIC X(70)   VALUE SPACES.
      * [RD] - le 15/10/2026: signature electronique du bulletin et du
      *      mandat SEPA (O/N) ; le bulletin signe arrive ensuite.
       01  SC-ESIGN                      PIC X(01)   VALUE 'N'   .
       01  WS-ESIGN-OK                   PIC X(01)   VALUE 'O'   .
       01  WS-DOCS-BASE-OK               PIC X(01)   VALUE 'N'   .

      * [RD] - le 15/10/2026: les trois niveaux proposes par
      *      prestation sont les grilles des produits de reference
      *      portant les colonnes de taux 1, 2 et 3 du catalogue
      *      PRODUCT (getprod.cbl) ; les zones WS-ALLEGE/MODERE/EXCELL
      *      designent ces niveaux 1, 2 et 3.
       01  WS-LEVELS.
           05 WS-LVL-GRID                PIC 9(02)   OCCURS 3    .
       01  WS-LVL-IDX                    PIC 9(01)   VALUE ZERO  .
       01  WS-SPE-FOUND                  PIC X(01)   VALUE 'N'   .
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

       01  WS-ALLEGE-COST-65             PIC 9(03)   VALUE ZERO  .
       01  WS-ALLEGE-COST-30             PIC 9(03)   VALUE ZERO  .
      * Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB                 PIC X(80)                  .
       01  FIN                        PIC S9(9)      VALUE 100   .
      * [RD] - le 15/10/2026: demande de liaison NOEMIE (noemlnk.cbl)
       01  WS-NL-EVENT                PIC X(01)      VALUE 'S'   .
       01  WS-NL-DEP-NUM              PIC 9(08)      VALUE ZERO  .
       01  WS-NL-DATE                 PIC X(10)      VALUE SPACES.
       01  WS-NL-RC                   PIC X(01)      VALUE '0'   .
      * [RD] - le 15/10/2026: demande de signature electronique
      *      (esigreq.cbl)
       01  WS-ESIGN.
           05 WS-ES-ACTION            PIC X(01)                  .
           05 WS-ES-NUM               PIC 9(08)                  .
           05 WS-ES-CUS-UUID          PIC X(36)                  .
           05 WS-ES-REIM-NUM          PIC X(10)                  .
           05 WS-ES-DATE              PIC X(10)                  .
           05 WS-ES-FILE              PIC X(50)                  .
           05 WS-ES-RC                PIC X(01)                  .
      * [RD] - le 15/10/2026: conditions particulieres (condpart.cbl)
       01  WS-CONDPART.
           05 WS-CP-ACTION            PIC X(01)                  .
           05 WS-CP-CUS-UUID          PIC X(36)                  .
           05 WS-CP-REASON            PIC X(20)                  .
           05 WS-CP-RIDER-CODE        PIC X(10)                  .
           05 WS-CP-DATE              PIC X(10)                  .
           05 WS-CP-VERSION           PIC 9(03)                  .
           05 WS-CP-PATH              PIC X(100)                 .
           05 WS-CP-RC                PIC X(01)                  .
      * [RD] - le 15/10/2026: controle contrat responsable (respchk.cbl)
       01  WS-RC-MODE                 PIC X(01)      VALUE 'C'   .
       01  WS-RC-NB-CHECKED           PIC 9(05)      VALUE ZERO  .
       01  WS-RC-NB-NONRESP           PIC 9(05)      VALUE ZERO  .
       01  WS-RC-REASON               PIC X(40)      VALUE SPACES.
       01  WS-RC-RC                   PIC X(01)      VALUE '0'   .
       01  WS-RESP-CONFIRM            PIC X(01)      VALUE 'N'   .
      ******************************************************************
      * Déclaration des variables correspondant à sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC                   .
      * CURSEUR POUR RECUPERER LES INFORMATIONS CONTRAT
      *    ET INSERRER L'ENREGISTREMENT
       01  CURS-CLASSIC.
           05 SQL-CLAS-NUMBER         PIC 9(02)      VALUE ZERO  .
           05 SQL-CLAS-LABEL          PIC X(12)      VALUE SPACES.
           05 SQL-CLAS-DOCTOR         PIC 9(03)      VALUE ZERO  .
           05 SQL-CLAS-PARMEDICAL     PIC 9(03)      VALUE ZERO  .
       01  SQL-BILL-FREQ              PIC X(01)      VALUE 'M'   .
      * [RD] - le 03/09/2026: code apporteur porte par le contrat
       01  SQL-AGENT-CODE             PIC X(10)      VALUE SPACES.
      * [RD] - le 15/10/2026: date d'effet (AAAA-MM-JJ)
       01  SQL-START-DATE             PIC X(10)      VALUE SPACES.
      * [RD] - le 03/09/2026: questionnaire medical et decision.
       01  SQL-MQ-HOSPIT              PIC X(01)      VALUE SPACE .
       01  SQL-MQ-CHRONIC             PIC X(01)      VALUE SPACE .
       01  SQL-OVERRIDE-BY            PIC X(10)      VALUE SPACES.
       01  SQL-MISSING                PIC X(60)      VALUE SPACES.

      * [RD] - le 15/10/2026: le niveau retenu est porte par le numero
      *      de grille CLASSIC_REIMBURSEMENT du produit de reference.
       01  SQL-CEIL-LVL.
           05 SQL-CEIL-LVL-DOCTOR     PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-PARMEDICAL PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-HOSPITAL   PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-S-GLASSES  PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-P-GLASSES  PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-MOLAR      PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-NON-MOLAR  PIC 9(02)      VALUE 1     .
           05 SQL-CEIL-LVL-DESCALINGS PIC 9(02)      VALUE 1     .

      * CURSEUR POUR RECUPERER LES COUTS DU CONTRAT ALLEGE
       01  CURS-COUT.

      * [RD] - le 09/08/2026: zone de tarification de l'adherent
       01  SQL-ZONE                   PIC X(05)      VALUE 'METRO'.
      * [RD] - le 15/10/2026: grille du tarif de base (produit de
      *      reference de niveau 1) et prefixe du produit sur mesure.
       01  SQL-BASE-GRID              PIC 9(02)      VALUE ZERO  .
       01  SQL-SPE-PREFIX             PIC X(03)      VALUE SPACES.

      * VARIABLES POUR PREPARER L'INSERT
       01  SQL-MAX                    PIC X(10)      VALUE SPACES.
                 THRU END-1120-CALC-CUSTOMER-ZONE.
           PERFORM 1200-SQL-CONNECTION-START
                 THRU END-1200-SQL-CONNECTION.
      * [RD] - le 15/10/2026: niveaux et prefixe lus dans PRODUCT.
           PERFORM 1350-LOAD-PRODUCTS-START
                 THRU END-1350-LOAD-PRODUCTS.
           PERFORM 1400-PREPARE-CRS-CLASSIC-SCREEN-START
                 THRU END-1400-PREPARE-CRS-CLASSIC-SCREEN.
           PERFORM 1450-PREPARE-CRS-COUT-START
       END-1300-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Lit dans le catalogue PRODUCT les grilles des trois niveaux *
      *    proposes par prestation (produits portant les colonnes de   *
      *    taux 1, 2 et 3) et le prefixe du produit sur mesure en      *
      *    vente (nature 'S'), qui numerote les contrats enregistres.  *
      ******************************************************************
       1350-LOAD-PRODUCTS-START.
           INITIALIZE WS-LEVELS.
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1 UNTIL WS-LVL-IDX > 3
              INITIALIZE WS-PRODUCT
              MOVE 'S' TO WS-PRD-FUNCTION
              MOVE WS-LVL-IDX TO WS-PRD-RATE-SLOT
              CALL 'getprod' USING WS-PRODUCT
              END-CALL
              IF WS-PRD-RC EQUAL '0'
                 MOVE WS-PRD-GRID-NUM TO WS-LVL-GRID(WS-LVL-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-LVL-GRID(1) TO SQL-BASE-GRID.
           INITIALIZE WS-PRODUCT.
           MOVE 'V' TO WS-PRD-FUNCTION.
           MOVE 'S' TO WS-PRD-KIND.
           MOVE 1 TO WS-PRD-RANK.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF WS-PRD-RC EQUAL '0'
              MOVE WS-PRD-PREFIX TO SQL-SPE-PREFIX
              MOVE 'O' TO WS-SPE-FOUND
           ELSE
              MOVE 'N' TO WS-SPE-FOUND
           END-IF.
       END-1350-LOAD-PRODUCTS.
           EXIT.

       1400-PREPARE-CRS-CLASSIC-SCREEN-START.
           EXEC SQL
              DECLARE CRSCLASSIC CURSOR FOR
                 SELECT   CLASSIC_REIMBURSEMENT_NUMBER,
                          CLASSIC_REIMBURSEMENT_LABEL,
                          CLASSIC_REIMBURSEMENT_DOCTOR,
                          CLASSIC_REIMBURSEMENT_PARMEDICAL,
                          CLASSIC_REIMBURSEMENT_HOSPITAL,
                     =  cc.CLASSIC_REIMBURSEMENT_NUMBER
                 WHERE cc.COST_CONDITION_TYPE ='2'
                 AND cc.COST_CONDITION_COUPLE = False
      *          [RD] - le 15/10/2026: grille du niveau 1 (PRODUCT)
                 AND cr.CLASSIC_REIMBURSEMENT_NUMBER = :SQL-BASE-GRID
      *          [RD] - le 09/08/2026
      *          Meme traitement DOM/METRO que clascont.cbl : la ligne
      *          METRO sert de repli, la ligne de la zone de l'adherent
           EXEC SQL
              FETCH CRSCLASSIC
              INTO
              :SQL-CLAS-NUMBER, :SQL-CLAS-LABEL, :SQL-CLAS-DOCTOR,
              :SQL-CLAS-PARMEDICAL, :SQL-CLAS-HOSPITAL,
              :SQL-CLAS-S-GLASSES, :SQL-CLAS-P-GLASSES, :SQL-CLAS-MOLAR,
              :SQL-CLAS-NON-MOLAR,:SQL-CLAS-DESCALINGS
              EXEC SQL
                 FETCH CRSCLASSIC
                 INTO
                    :SQL-CLAS-NUMBER, :SQL-CLAS-LABEL,
                    :SQL-CLAS-DOCTOR,
                    :SQL-CLAS-PARMEDICAL, :SQL-CLAS-HOSPITAL,
                    :SQL-CLAS-S-GLASSES, :SQL-CLAS-P-GLASSES,
                    :SQL-CLAS-MOLAR,:SQL-CLAS-NON-MOLAR,
           EXIT.

       1600-CHARGE-CRS-CLASSIC-SCREEN-START.
      * [RD] - le 15/10/2026: niveaux reconnus au numero de grille
      *        des produits de reference (PRODUCT), plus au libelle.
           EVALUATE TRUE
              WHEN  SQL-CLAS-NUMBER EQUAL WS-LVL-GRID(1)
                 MOVE SQL-CLAS-LABEL TO WS-ALLEGE-LABEL
                 MOVE SQL-CLAS-DOCTOR TO WS-ALLEGE-DOCTOR
                 MOVE SQL-CLAS-PARMEDICAL TO WS-ALLEGE-PARMEDICAL
                 MOVE SQL-CLAS-MOLAR TO WS-ALLEGE-MOLAR
                 MOVE SQL-CLAS-NON-MOLAR TO WS-ALLEGE-NON-MOLAR
                 MOVE SQL-CLAS-DESCALINGS TO WS-ALLEGE-DESCALINGS
              WHEN  SQL-CLAS-NUMBER EQUAL WS-LVL-GRID(2)
                 MOVE SQL-CLAS-LABEL TO WS-MODERE-LABEL
                 MOVE SQL-CLAS-DOCTOR TO WS-MODERE-DOCTOR
                 MOVE SQL-CLAS-PARMEDICAL TO WS-MODERE-PARMEDICAL
                 MOVE SQL-CLAS-MOLAR TO WS-MODERE-MOLAR
                 MOVE SQL-CLAS-NON-MOLAR TO WS-MODERE-NON-MOLAR
                 MOVE SQL-CLAS-DESCALINGS TO WS-MODERE-DESCALINGS
              WHEN  SQL-CLAS-NUMBER EQUAL WS-LVL-GRID(3)
                 MOVE SQL-CLAS-LABEL TO WS-EXCELL-LABEL
                 MOVE SQL-CLAS-DOCTOR TO WS-EXCELL-DOCTOR
                 MOVE SQL-CLAS-PARMEDICAL TO WS-EXCELL-PARMEDICAL
      *          avant la signature, sauf derogation administrateur.
                             PERFORM 3120-CHECK-DOCUMENTS-START
                                   THRU END-3120-CHECK-DOCUMENTS
      *          [RD] - le 15/10/2026: signature electronique : le
      *          bulletin signe est attendu du prestataire.
                             PERFORM 3160-CHECK-ESIGN-START
                                   THRU END-3160-CHECK-ESIGN
      *          [RD] - le 22/08/2026: la derogation n'est acceptee
      *          que d'un compte ADMIN actif, verifie dans USER_TAB.
                             IF WS-DOCS-OK NOT = 'O'
                                PERFORM 3130-CHECK-OVERRIDER-START
                                   THRU END-3130-CHECK-OVERRIDER
                             END-IF
      *          [RD] - le 15/10/2026: il faut un produit sur mesure
      *          en vente au catalogue PRODUCT pour numeroter le
      *          contrat.
                             IF WS-SPE-FOUND NOT = 'O'
                                MOVE
                            'AUCUN PRODUIT SUR MESURE EN VENTE.'
                                   TO SC-MESSAGE
                             ELSE
                             IF WS-ESIGN-OK NOT = 'O'
                                MOVE
                            'SIGNATURE ELECTRONIQUE : courriel absent.'
                                   TO SC-MESSAGE
                             ELSE
                             IF WS-DOCS-OK NOT = 'O'
                                AND SC-OVERRIDE-BY EQUAL SPACES
                                MOVE
                                      THRU END-6100-SQL-INSERT
                             IF WS-DOCS-OK NOT = 'O'
                                AND SC-OVERRIDE-BY NOT = SPACES
                                AND WS-SELECT-OPTION EQUAL 'True'
                                PERFORM 6135-RECORD-OVERRIDE-START
                                   THRU END-6135-RECORD-OVERRIDE
                                EXEC SQL COMMIT WORK END-EXEC
                             END-IF
                             END-IF
                             END-IF
                             END-IF
                             END-IF
                          END-IF
                    ELSE
      *             Il y a des doublons dans le choix de prestation
           IF  WS-SELECT-OPTION NOT = 'True'
              GO TO END-6100-SQL-INSERT
           END-IF.
      * [RD] - le 15/10/2026: date d'effet entre J et J+92.
           PERFORM 6080-CHECK-START-DATE-START
                 THRU END-6080-CHECK-START-DATE.
           IF  WS-SELECT-OPTION NOT = 'True'
              GO TO END-6100-SQL-INSERT
           END-IF.
      * [IM] récupère année et mois
           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-CDATE.
           MOVE LK-CUS-CODE-SECU TO SQL-SECU.
               MOVE 'MAJ COLONNE EXCLUSION' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: date d'effet du contrat (AAAA-MM-JJ),
      *      a defaut la date de signature pour les contrats anterieurs.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_START_DATE
                   VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ COLONNE START_DATE' TO WS-SQL-LIB
               PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
                 INSERT INTO CUSTOMER_REIMBURSEMENT
                 (UUID_CUSTOMER, REIMBURSEMENT_NUM,
                 REIMBURSEMENT_CEILING_NON_MOLAR,
                 REIMBURSEMENT_CEILING_DESCALINGS,
                 REIMBURSEMENT_AGENT_CODE,
                 REIMBURSEMENT_EXCLUSION,
                 REIMBURSEMENT_START_DATE)
                 VALUES
                 ((SELECT UUID_CUSTOMER FROM CUSTOMER
                    WHERE CUSTOMER_CODE_SECU = :SQL-SECU),
                      WHERE CLASSIC_REIMBURSEMENT_NUMBER
                          = :SQL-CEIL-LVL-DESCALINGS),
                    :SQL-AGENT-CODE,
                    :SQL-EXCLUSION,
                    :SQL-START-DATE
                 )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
      *      conserves pour la vie du contrat.
           PERFORM 6200-SAVE-QUESTIONNAIRE-START
                 THRU END-6200-SAVE-QUESTIONNAIRE.
      * [RD] - le 15/10/2026: demande de liaison NOEMIE de l'adherent
      *      et de ses ayants droit, envoyee a la caisse par
      *      noemfront.cbl.
           MOVE 'S' TO WS-NL-EVENT.
           MOVE ZERO TO WS-NL-DEP-NUM.
      * [RD] - le 15/10/2026: liaison a la date d'effet du contrat.
           MOVE SQL-START-DATE TO WS-NL-DATE.
           CALL 'noemlnk' USING LK-CUS-UUID, WS-NL-EVENT,
                 WS-NL-DEP-NUM, WS-NL-DATE, WS-NL-RC
           END-CALL.
           IF  WS-NL-RC NOT = '0'
                 MOVE 'DEMANDE DE LIAISON NOEMIE' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: controle contrat responsable des
      *      contrats de l'adherent, nouveau contrat compris. Non
      *      conforme : rien n'est enregistre et le motif est affiche ;
      *      une seconde validation l'enregistre, marque non
      *      responsable (TSA au taux majore, cf. tsadecl.cbl).
           MOVE 'C' TO WS-RC-MODE.
           CALL 'respchk' USING WS-RC-MODE, LK-CUS-UUID,
                 WS-RC-NB-CHECKED, WS-RC-NB-NONRESP, WS-RC-REASON,
                 WS-RC-RC
           END-CALL.
           IF  WS-RC-RC NOT = '0'
                 MOVE 'CONTROLE CONTRAT RESPONSABLE' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
           IF  WS-RC-NB-NONRESP > ZERO
           AND WS-RESP-CONFIRM NOT = 'O'
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE 'FALSE' TO WS-SELECT-OPTION
                 MOVE 'O' TO WS-RESP-CONFIRM
                 INITIALIZE SC-MESSAGE
                 STRING 'NON RESPONSABLE : '
                        FUNCTION TRIM(WS-RC-REASON)
                        ' (revalider)'
                        DELIMITED BY SIZE INTO SC-MESSAGE
                 END-STRING
                 GO TO END-6100-SQL-INSERT
           END-IF.
           MOVE 'N' TO WS-RESP-CONFIRM.
      * [RD] - le 15/10/2026: premiere version des conditions
      *      particulieres, avant le dossier a signer qui la reprend.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE LK-CUS-UUID TO WS-CP-CUS-UUID.
           MOVE 'ADHESION' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF  WS-CP-RC = '9'
                 MOVE 'CONDITIONS PARTICULIERES' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START THRU END-9020-SQL-ERROR
           END-IF.
      * [RD] - le 15/10/2026: signature electronique : dossier envoye
      *      au prestataire, contrat A_SIGNER jusqu'a son retour.
           IF  SC-ESIGN EQUAL 'O'
                 INITIALIZE WS-ESIGN
                 MOVE 'D' TO WS-ES-ACTION
                 MOVE LK-CUS-UUID TO WS-ES-CUS-UUID
                 MOVE SQL-REIMBURSEMENT-NUM TO WS-ES-REIM-NUM
                 CALL 'esigreq' USING WS-ESIGN
                 END-CALL
                 IF  WS-ES-RC NOT = '0'
                     MOVE 'DEMANDE DE SIGNATURE ELECTRONIQUE'
                        TO WS-SQL-LIB
                     PERFORM 9020-SQL-ERROR-START
                        THRU END-9020-SQL-ERROR
                 END-IF
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           INITIALIZE SC-START-DATE.
           MOVE 'N' TO SC-ESIGN.
       END-6100-SQL-INSERT.
           EXIT.

      *    concurrentes sur le même mois sont ainsi sérialisées.        *
      ******************************************************************
       6110-SQL-LOCK-NUMBERING-START.
           STRING SQL-SPE-PREFIX DELIMITED BY SIZE
                  SQL-CYEAR DELIMITED BY SIZE
                  SQL-CMOUNTH DELIMITED BY SIZE
           INTO SQL-LOCK-KEY.
       END-6090-CHECK-QUESTIONNAIRE.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Date d'effet du contrat : aujourd'hui si non saisie, sinon  *
      *    une date valide comprise entre aujourd'hui et aujourd'hui + *
      *    WS-START-MAX-DAYS jours. Preparee au format AAAA-MM-JJ.     *
      ******************************************************************
       6080-CHECK-START-DATE-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-START-TODAY.
           IF  SC-START-DATE EQUAL ZERO
              MOVE WS-START-TODAY TO SC-START-DATE
           END-IF.
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-START-TODAY)
              + WS-START-MAX-DAYS.
           COMPUTE WS-START-LIMIT =
              FUNCTION DATE-OF-INTEGER(WS-START-INT).
           IF  FUNCTION TEST-DATE-YYYYMMDD(SC-START-DATE) NOT = 0
              OR SC-START-DATE < WS-START-TODAY
              OR SC-START-DATE > WS-START-LIMIT
              MOVE 'Date d''effet : de J a J+92 (AAAAMMJJ).'
                 TO SC-MESSAGE
              MOVE 'False' TO WS-SELECT-OPTION
              GO TO END-6080-CHECK-START-DATE
           END-IF.
           INITIALIZE SQL-START-DATE.
           STRING SC-START-DATE(1:4) '-' SC-START-DATE(5:2) '-'
                  SC-START-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-START-DATE
           END-STRING.
       END-6080-CHECK-START-DATE.
           EXIT.

      ******************************************************************
      *    [RD] - le 03/09/2026                                        *
      *    Conserve le questionnaire, la decision, la surprime et le   *
               SELECT MAX(REIMBURSEMENT_NUM) as MAX
               INTO :SQL-MAX
               FROM CUSTOMER_REIMBURSEMENT
               WHERE REIMBURSEMENT_NUM LIKE :SQL-SPE-PREFIX||
                    :SQL-CYEAR||
                    :SQL-CMOUNTH||'%'
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT EQUAL FIN) THEN
               MOVE FUNCTION NUMVAL(SQL-MAX(8:3)) TO WS-NUM
           END-IF.
           ADD 1 TO WS-NUM.
           STRING SQL-SPE-PREFIX SQL-CYEAR SQL-CMOUNTH WS-NUM
           DELIMITED BY SIZE
           INTO SQL-REIMBURSEMENT-NUM.
       END-6120-PREPARE-SQL-VARIABLE.
           EXIT.
      *    Contrôle de la prestation honoraire médecin
           IF (FUNCTION UPPER-CASE(SC-VALUE-MEDIC-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-DOCTOR TO SQL-CLAS-DOCTOR
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-DOCTOR
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-MEDIC-2) EQUAL 'O') THEN
              MOVE WS-MODERE-DOCTOR TO SQL-CLAS-DOCTOR
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-DOCTOR
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-MEDIC-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-DOCTOR TO SQL-CLAS-DOCTOR
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-DOCTOR
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
      *    Contrôle de la prestation paramédical
           IF (FUNCTION UPPER-CASE(SC-VALUE-PARAMEDIC-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-PARMEDICAL TO SQL-CLAS-PARMEDICAL
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-PARMEDICAL
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-PARAMEDIC-2) EQUAL 'O') THEN
              MOVE WS-MODERE-PARMEDICAL TO SQL-CLAS-PARMEDICAL
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-PARMEDICAL
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-PARAMEDIC-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-PARMEDICAL TO SQL-CLAS-PARMEDICAL
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-PARMEDICAL
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
      *    Contrôle de la prestation hôpital
           IF (FUNCTION UPPER-CASE(SC-VALUE-HOSPITAL-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-HOSPITAL TO SQL-CLAS-HOSPITAL
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-HOSPITAL
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-HOSPITAL-2) EQUAL 'O') THEN
              MOVE WS-MODERE-HOSPITAL TO SQL-CLAS-HOSPITAL
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-HOSPITAL
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-HOSPITAL-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-HOSPITAL TO SQL-CLAS-HOSPITAL
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-HOSPITAL
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
      *    Contrôle de la prestation verre simple
           IF (FUNCTION UPPER-CASE(SC-VALUE-S-GLASSES-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-S-GLASSES TO SQL-CLAS-S-GLASSES
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-S-GLASSES
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-S-GLASSES-2) EQUAL 'O') THEN
              MOVE WS-MODERE-S-GLASSES TO SQL-CLAS-S-GLASSES
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-S-GLASSES
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-S-GLASSES-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-S-GLASSES TO SQL-CLAS-S-GLASSES
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-S-GLASSES
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
      *    Contrôle de la prestation verre progressif
           IF (FUNCTION UPPER-CASE(SC-VALUE-P-GLASSES-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-P-GLASSES TO SQL-CLAS-P-GLASSES
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-P-GLASSES
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-P-GLASSES-2) EQUAL 'O') THEN
              MOVE WS-MODERE-P-GLASSES TO SQL-CLAS-P-GLASSES
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-P-GLASSES
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-P-GLASSES-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-P-GLASSES TO SQL-CLAS-P-GLASSES
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-P-GLASSES
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
      *    Contrôle de la prestation couronne molaire
           IF (FUNCTION UPPER-CASE(SC-VALUE-MOLAR-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-MOLAR TO SQL-CLAS-MOLAR
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-MOLAR
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-MOLAR-2) EQUAL 'O') THEN
              MOVE WS-MODERE-MOLAR TO SQL-CLAS-MOLAR
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-MOLAR
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-MOLAR-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-MOLAR TO SQL-CLAS-MOLAR
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-MOLAR
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
      *    Contrôle de la prestation couronne hors molaire
           IF (FUNCTION UPPER-CASE(SC-VALUE-NON-MOLAR-1) EQUAL 'O') THEN
              MOVE WS-ALLEGE-NON-MOLAR TO SQL-CLAS-NON-MOLAR
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-NON-MOLAR
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-NON-MOLAR-2) EQUAL 'O') THEN
              MOVE WS-MODERE-NON-MOLAR TO SQL-CLAS-NON-MOLAR
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-NON-MOLAR
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-NON-MOLAR-3) EQUAL 'O') THEN
              MOVE WS-EXCELL-NON-MOLAR TO SQL-CLAS-NON-MOLAR
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-NON-MOLAR
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-DESCALINGS-1) EQUAL 'O')
           THEN
              MOVE WS-ALLEGE-DESCALINGS TO SQL-CLAS-DESCALINGS
              MOVE WS-LVL-GRID(1) TO SQL-CEIL-LVL-DESCALINGS
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-DESCALINGS-2) EQUAL 'O')
           THEN
              MOVE WS-MODERE-DESCALINGS TO SQL-CLAS-DESCALINGS
              MOVE WS-LVL-GRID(2) TO SQL-CEIL-LVL-DESCALINGS
              ADD 2 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           IF (FUNCTION UPPER-CASE(SC-VALUE-DESCALINGS-3) EQUAL 'O')
           THEN
              MOVE WS-EXCELL-DESCALINGS TO SQL-CLAS-DESCALINGS
              MOVE WS-LVL-GRID(3) TO SQL-CEIL-LVL-DESCALINGS
              ADD 4 TO SQL-REIMBURSEMENT-COST
              ADD 1 TO WS-CHOICE-NB
           END-IF.
           PERFORM 1200-SQL-CONNECTION-START
                 THRU END-1200-SQL-CONNECTION.
           MOVE 'O' TO WS-DOCS-OK.
           MOVE 'O' TO WS-DOCS-BASE-OK.
           MOVE SPACES TO WS-MISSING-LIST.

           MOVE 'ID_PROOF' TO SQL-DOC-TYPE.
                 THRU END-3125-COUNT-ONE-DOC.
           IF  SQL-DOC-CNT = ZERO
              MOVE 'N' TO WS-DOCS-OK
              MOVE 'N' TO WS-DOCS-BASE-OK
              STRING FUNCTION TRIM(WS-MISSING-LIST) ' ID_PROOF'
                 DELIMITED BY SIZE INTO WS-MISSING-LIST
              END-STRING
                 THRU END-3125-COUNT-ONE-DOC.
           IF  SQL-DOC-CNT = ZERO
              MOVE 'N' TO WS-DOCS-OK
              MOVE 'N' TO WS-DOCS-BASE-OK
              STRING FUNCTION TRIM(WS-MISSING-LIST) ' ADDRESS_PROOF'
                 DELIMITED BY SIZE INTO WS-MISSING-LIST
              END-STRING
       END-3120-CHECK-DOCUMENTS.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Signature electronique : le bulletin et le mandat SEPA      *
      *    sont envoyes a l'adresse courriel de l'adherent, qui doit   *
      *    donc etre connue. Le bulletin signe n'est alors plus exige  *
      *    a la validation (cf. clascont.cbl).                         *
      ******************************************************************
       3160-CHECK-ESIGN-START.
           MOVE 'O' TO WS-ESIGN-OK.
           MOVE FUNCTION UPPER-CASE(SC-ESIGN) TO SC-ESIGN.
           IF SC-ESIGN NOT = 'O'
              MOVE 'N' TO SC-ESIGN
              GO TO END-3160-CHECK-ESIGN
           END-IF.
           IF LK-CUS-MAIL EQUAL SPACES
              MOVE 'N' TO WS-ESIGN-OK
              GO TO END-3160-CHECK-ESIGN
           END-IF.
           IF WS-DOCS-BASE-OK EQUAL 'O'
              MOVE 'O' TO WS-DOCS-OK
           END-IF.
       END-3160-CHECK-ESIGN.
           EXIT.

      ******************************************************************
      *    [RD] le 22/08/2026 : l'identifiant de derogation doit
      *    correspondre a un compte USER_TAB de role ADMIN, actif et
