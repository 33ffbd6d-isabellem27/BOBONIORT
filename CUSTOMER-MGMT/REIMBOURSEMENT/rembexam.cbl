      ******************************************************************
      *    [RD] Fiche des exemples de remboursement (lisibilite des    *
      *    garanties).                                                 *
      *    Les adherents et les prospects comparent des pourcentages   *
      *    de la base Securite sociale qu'ils ne savent pas traduire   *
      *    en euros. Ce traitement chiffre une serie d'actes types     *
      *    (consultation de specialiste OPTAM et non OPTAM, lunettes,  *
      *    couronne, aide auditive, journee d'hospitalisation) avec    *
      *    exactement le calcul de rembsave.cbl et rembsim.cbl : base  *
      *    et taux caisse du referentiel BRSS_PARAM, taux du palier    *
      *    (CLASSIC_REIMBURSEMENT pour les prestations historiques,    *
      *    catalogue BENEFIT sinon), points des options RIDER,         *
      *    plafonnement OPTAM, panier 100% Sante a reste a charge nul. *
      *    La fiche imprimable donne pour chaque formule (ALLEGE,      *
      *    MODERE, EXCELLENCE) puis pour chaque option active ajoutee  *
      *    a chaque formule : prix, part Securite sociale, part        *
      *    mutuelle et reste a charge.                                 *
      *    Fichiers produits :                                         *
      *      - ./RAPPORT/EXEMPLES-REMB-AAAAMMJJ.txt, fiche datee ;     *
      *      - ./RAPPORT/EXEMPLES-REMB.txt, fiche en vigueur, jointe   *
      *        aux avis de renouvellement (renewbat.cbl) et envoyee    *
      *        aux prospects (prospect.cbl).                           *
      *    La fiche n'est refaite que si les parametres de calcul ont  *
      *    change : une empreinte des tables CLASSIC_REIMBURSEMENT,    *
      *    BENEFIT, BRSS_PARAM et RIDER est comparee a celle de la     *
      *    derniere fiche (EXAMPLE_SHEET). Appele chaque nuit par      *
      *    batsched.cbl et apres chaque enregistrement de brssparam,   *
      *    benefparam et ridparam, dans la connexion de l'appelant.    *
      *    Code retour : 0 fiche refaite, 1 fiche deja a jour,         *
      *    9 erreur (fiche precedente conservee).                      *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      *                                                                *
      *    MAJ RD le 15/10/2026 : formules lues dans le catalogue      *
      *    PRODUCT (contrats types en vente) au lieu des trois paliers *
      *    historiques ; taux BENEFIT selon la colonne du produit.     *
      *    MAJ RD le 15/10/2026 : Date de traitement lue dans          *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rembexam RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXAMPLES ASSIGN TO WS-EXAMPLES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-EXAMPLES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-EXAMPLES PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB              PIC X(80) VALUE SPACES.
       01  WS-OUTCOME              PIC X(10) VALUE 'OK'.
       01  WS-NB-LINES             PIC 9(05) VALUE ZERO.
       01  WS-SYS-CMD              PIC X(250) VALUE SPACES.
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-EXAMPLES-PATH.
           03 WS-EXAMPLES-FOLDER   PIC X(24)
              VALUE './RAPPORT/EXEMPLES-REMB-'.
           03 WS-EXAMPLES-DATE     PIC 9(08).
           03 WS-EXAMPLES-FORMAT   PIC X(04) VALUE '.txt'.
       01  WS-CURRENT-PATH         PIC X(30)
           VALUE './RAPPORT/EXEMPLES-REMB.txt'.

      *    [RD] actes types de la fiche : libelle, prestation, prix
      *    facture retenu et praticien adherent OPTAM ('1') ou non.
       01  WS-ACT-VALUES.
           03 FILLER PIC X(32) VALUE 'Consult. specialiste OPTAM'.
           03 FILLER PIC X(20) VALUE 'DOCTOR'.
           03 FILLER PIC 9(05) VALUE 50.
           03 FILLER PIC X(01) VALUE '1'.
           03 FILLER PIC X(32) VALUE 'Consult. specialiste non OPTAM'.
           03 FILLER PIC X(20) VALUE 'DOCTOR'.
           03 FILLER PIC 9(05) VALUE 60.
           03 FILLER PIC X(01) VALUE '0'.
           03 FILLER PIC X(32) VALUE 'Lunettes verres simples'.
           03 FILLER PIC X(20) VALUE 'SINGLE_GLASSES'.
           03 FILLER PIC 9(05) VALUE 345.
           03 FILLER PIC X(01) VALUE '1'.
           03 FILLER PIC X(32) VALUE 'Couronne ceramique molaire'.
           03 FILLER PIC X(20) VALUE 'MOLAR_CROWNS'.
           03 FILLER PIC 9(05) VALUE 500.
           03 FILLER PIC X(01) VALUE '1'.
           03 FILLER PIC X(32) VALUE 'Aide auditive (une oreille)'.
           03 FILLER PIC X(20) VALUE 'HEARING_AID'.
           03 FILLER PIC 9(05) VALUE 1500.
           03 FILLER PIC X(01) VALUE '1'.
           03 FILLER PIC X(32) VALUE 'Journee d''hospitalisation'.
           03 FILLER PIC X(20) VALUE 'HOSPITAL'.
           03 FILLER PIC 9(05) VALUE 20.
           03 FILLER PIC X(01) VALUE '1'.
       01  WS-ACT-TABLE REDEFINES WS-ACT-VALUES.
           03 WS-ACT OCCURS 6.
              05 WS-ACT-LABEL      PIC X(32).
              05 WS-ACT-CATEGORY   PIC X(20).
              05 WS-ACT-AMOUNT     PIC 9(05).
              05 WS-ACT-OPTAM      PIC X(01).
       01  WS-NB-ACT               PIC 9(02) VALUE 6.

      *    [RD] referentiel de chaque acte, lu une fois par passage :
      *    base BRSS, taux caisse, panier et taux catalogue BENEFIT
      *    (ALLEGE, MODERE, EXCELLENCE, SPE).
       01  WS-ACT-REF-TABLE.
           03 WS-ACT-REF OCCURS 6.
              05 WS-REF-CAT-IDX    PIC 9(01).
              05 WS-REF-HAS-BRSS   PIC X(01).
              05 WS-REF-BRSS-BASE  PIC 9(05).
              05 WS-REF-CPAM-RATE  PIC 9(03).
              05 WS-REF-BASKET     PIC X(10).
              05 WS-REF-BEN-RATE   PIC 9(03) OCCURS 4.

      *    [RD] paliers CLASSIC_REIMBURSEMENT, taux des huit
      *    prestations historiques dans l'ordre DOCTOR, PARMEDICAL,
      *    HOSPITAL, SINGLE_GLASSES, PROGRESSIVE_GLASSES,
      *    MOLAR_CROWNS, NON_MOLAR_CROWNS, DESCALINGS.
       01  WS-TIER-TABLE.
           03 WS-TIER OCCURS 5.
              05 WS-TIER-NUM       PIC 9(02).
              05 WS-TIER-LABEL     PIC X(20).
              05 WS-TIER-SLOT      PIC 9(01).
              05 WS-TIER-DEF-RATE  PIC 9(03).
              05 WS-TIER-PCT       PIC 9(03) OCCURS 8.
       01  WS-NB-TIER              PIC 9(02) VALUE ZERO.

      *    [RD] options actives, points de taux dans le meme ordre.
       01  WS-RIDER-TABLE.
           03 WS-RIDER OCCURS 10.
              05 WS-RIDER-CODE     PIC X(10).
              05 WS-RIDER-LABEL    PIC X(30).
              05 WS-RIDER-DELTA    PIC 9(03) OCCURS 8.
       01  WS-NB-RIDER             PIC 9(02) VALUE ZERO.

       01  WS-A-IDX                PIC 9(02) VALUE ZERO.
       01  WS-T-IDX                PIC 9(02) VALUE ZERO.
       01  WS-R-IDX                PIC 9(02) VALUE ZERO.
       01  WS-C-IDX                PIC 9(01) VALUE ZERO.
       01  WS-B-IDX                PIC 9(01) VALUE ZERO.

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

      *    [RD] acte en cours de chiffrage.
       01  WS-EX-PERCENT           PIC 9(04) VALUE ZERO.
       01  WS-EX-AMOUNT            PIC 9(05) VALUE ZERO.
       01  WS-EX-CPAM-PART         PIC 9(05) VALUE ZERO.
       01  WS-EX-OWED              PIC 9(05) VALUE ZERO.
       01  WS-EX-REST              PIC 9(05) VALUE ZERO.
       01  WS-OWED-CALC            PIC S9(07) VALUE ZERO.
       01  WS-MEMBER-CHARGE        PIC S9(07) VALUE ZERO.

       01  WS-EX-HEAD.
           03 FILLER PIC X(32) VALUE 'Acte (exemple)'.
           03 FILLER PIC X(10) VALUE '      Prix'.
           03 FILLER PIC X(10) VALUE ' Secu soc.'.
           03 FILLER PIC X(10) VALUE '  Mutuelle'.
           03 FILLER PIC X(10) VALUE '     Reste'.
           03 FILLER PIC X(08) VALUE SPACES.
       01  WS-EX-LINE.
           03 WS-EX-L-LABEL        PIC X(32).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EX-L-PRICE        PIC Z(07)9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EX-L-CPAM         PIC Z(07)9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EX-L-OWED         PIC Z(07)9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EX-L-REST         PIC Z(07)9.
           03 FILLER               PIC X(08) VALUE SPACES.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-SIGNATURE           PIC X(32) VALUE SPACES.
       01  SQL-LAST-SIGNATURE      PIC X(32) VALUE SPACES.
       01  SQL-SHEET-TS            PIC X(19) VALUE SPACES.
       01  SQL-SHEET-FILE          PIC X(60) VALUE SPACES.
       01  SQL-SHEET-LINES         PIC 9(05) VALUE ZERO.
       01  SQL-CATEGORY            PIC X(20) VALUE SPACES.
       01  SQL-BRSS-BASE           PIC 9(05) VALUE ZERO.
       01  SQL-CPAM-RATE           PIC 9(03) VALUE ZERO.
       01  SQL-BASKET              PIC X(10) VALUE 'LIBRE'.
       01  SQL-BEN-RATE-ALLEGE     PIC 9(03) VALUE ZERO.
       01  SQL-BEN-RATE-MODERE     PIC 9(03) VALUE ZERO.
       01  SQL-BEN-RATE-EXCELL     PIC 9(03) VALUE ZERO.
       01  SQL-BEN-RATE-SPE        PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-NUMBER         PIC 9(02) VALUE ZERO.
       01  SQL-CLAS-DOCTOR         PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-PARMEDICAL     PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-HOSPITAL       PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-S-GLASSES      PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-P-GLASSES      PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-MOLAR          PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-NON-MOLAR      PIC 9(03) VALUE ZERO.
       01  SQL-CLAS-DESCALINGS     PIC 9(03) VALUE ZERO.
       01  SQL-RIDER-CODE          PIC X(10) VALUE SPACES.
       01  SQL-RIDER-LABEL         PIC X(30) VALUE SPACES.
       01  SQL-DELTA-DOCTOR        PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-PARMEDICAL    PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-HOSPITAL      PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-S-GLASSES     PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-P-GLASSES     PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-MOLAR         PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-NON-MOLAR     PIC 9(03) VALUE ZERO.
       01  SQL-DELTA-DESCALINGS    PIC 9(03) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-EX-RC                PIC X(01).
       01  LK-EX-LINES             PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION USING LK-EX-RC, LK-EX-LINES.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant.
           MOVE '9' TO LK-EX-RC.
           MOVE ZERO TO LK-EX-LINES WS-NB-LINES.
           MOVE 'OK' TO WS-OUTCOME.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-EXAMPLES-DATE.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.
           IF  WS-OUTCOME NOT = 'OK'
               GO TO END-0000-MAIN
           END-IF.

      *    [RD] parametres inchanges depuis la derniere fiche :
      *    rien a refaire.
           PERFORM 1100-SIGNATURE-START
              THRU END-1100-SIGNATURE.
           IF  WS-OUTCOME NOT = 'OK'
               GO TO END-0000-MAIN
           END-IF.
           IF  SQL-SIGNATURE = SQL-LAST-SIGNATURE
               MOVE '1' TO LK-EX-RC
               GO TO END-0000-MAIN
           END-IF.

           PERFORM 2000-LOAD-TIERS-START
              THRU END-2000-LOAD-TIERS.
           PERFORM 2100-LOAD-RIDERS-START
              THRU END-2100-LOAD-RIDERS.
           PERFORM 2200-LOAD-ACT-REF-START
              THRU END-2200-LOAD-ACT-REF
              VARYING WS-A-IDX FROM 1 BY 1
              UNTIL WS-A-IDX > WS-NB-ACT.
           IF  WS-OUTCOME NOT = 'OK'
               GO TO END-0000-MAIN
           END-IF.

           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ./RAPPORT'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           OPEN OUTPUT F-EXAMPLES.
           PERFORM 3000-WRITE-HEADER-START
              THRU END-3000-WRITE-HEADER.
      *    [RD] une formule par palier, puis chaque option ajoutee a
      *    chaque palier.
           MOVE ZERO TO WS-R-IDX.
           PERFORM 3100-WRITE-BLOCK-START
              THRU END-3100-WRITE-BLOCK
              VARYING WS-T-IDX FROM 1 BY 1
              UNTIL WS-T-IDX > WS-NB-TIER.
           PERFORM 3050-WRITE-RIDER-BLOCKS-START
              THRU END-3050-WRITE-RIDER-BLOCKS
              VARYING WS-R-IDX FROM 1 BY 1
              UNTIL WS-R-IDX > WS-NB-RIDER.
           PERFORM 3900-WRITE-FOOTER-START
              THRU END-3900-WRITE-FOOTER.
           CLOSE F-EXAMPLES.

      *    [RD] la fiche datee devient la fiche en vigueur.
           INITIALIZE WS-SYS-CMD.
           STRING 'cp ' WS-EXAMPLES-PATH SPACE
               FUNCTION TRIM(WS-CURRENT-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           PERFORM 8000-RECORD-SHEET-START
              THRU END-8000-RECORD-SHEET.
           IF  WS-OUTCOME = 'OK'
               MOVE '0' TO LK-EX-RC
               MOVE WS-NB-LINES TO LK-EX-LINES
               DISPLAY 'FICHE EXEMPLES DE REMBOURSEMENT REFAITE : '
                   WS-NB-LINES ' lignes.'
           END-IF.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Suivi des fiches produites et tables lues ici avant    *
      *    leur premiere creation ailleurs ; l'aide auditive est       *
      *    ajoutee aux referentiels deja amorces qui ne l'ont pas.     *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EXAMPLE_SHEET (
                   SHEET_TS        VARCHAR(19),
                   SHEET_SIGNATURE VARCHAR(32),
                   SHEET_FILE      VARCHAR(60),
                   SHEET_LINES     INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION EXAMPLE_SHEET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BRSS_PARAM (
                   BRSS_CATEGORY  VARCHAR(20),
                   BRSS_BASE      INT,
                   BRSS_CPAM_RATE INT
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RIDER (
                   RIDER_CODE             VARCHAR(10),
                   RIDER_LABEL            VARCHAR(30),
                   RIDER_PREMIUM          NUMERIC(5),
                   RIDER_DELTA_DOCTOR     NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_PARMEDICAL NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_HOSPITAL   NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_S_GLASSES  NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_P_GLASSES  NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_MOLAR      NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_NON_MOLAR  NUMERIC(3) DEFAULT 0,
                   RIDER_DELTA_DESCALINGS NUMERIC(3) DEFAULT 0,
                   RIDER_ACTIVE           VARCHAR(1) DEFAULT '1'
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BENEFIT (
                  BENEFIT_CODE        VARCHAR(20),
                  BENEFIT_LABEL       VARCHAR(30),
                  BENEFIT_RATE_ALLEGE INT,
                  BENEFIT_RATE_MODERE INT,
                  BENEFIT_RATE_EXCELL INT,
                  BENEFIT_RATE_SPE    INT,
                  BENEFIT_ACTIVE      VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_BASKET VARCHAR(10)
              DEFAULT 'LIBRE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'TABLES REFERENTIELS DE CALCUL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
      *    [RD] une table vide est laissee a l'amorcage complet de
      *    brssparam.cbl et benefparam.cbl.
           EXEC SQL
               INSERT INTO BRSS_PARAM
                   (BRSS_CATEGORY, BRSS_BASE, BRSS_CPAM_RATE)
               SELECT 'HEARING_AID', 400, 60
               WHERE EXISTS (SELECT 1 FROM BRSS_PARAM)
                 AND NOT EXISTS (SELECT 1 FROM BRSS_PARAM
                                 WHERE BRSS_CATEGORY = 'HEARING_AID')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'AMORCAGE BRSS AIDE AUDITIVE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               INSERT INTO BENEFIT
                   (BENEFIT_CODE, BENEFIT_LABEL, BENEFIT_RATE_ALLEGE,
                    BENEFIT_RATE_MODERE, BENEFIT_RATE_EXCELL,
                    BENEFIT_RATE_SPE, BENEFIT_ACTIVE, BENEFIT_BASKET)
               SELECT 'HEARING_AID', 'Aide auditive', 100, 200, 300,
                      300, '1', 'LIBRE'
               WHERE EXISTS (SELECT 1 FROM BENEFIT)
                 AND NOT EXISTS (SELECT 1 FROM BENEFIT
                                 WHERE BENEFIT_CODE = 'HEARING_AID')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'AMORCAGE BENEFIT AIDE AUDITIVE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Empreinte des parametres de calcul et empreinte de la  *
      *    derniere fiche produite (vide s'il n'y en a pas encore).    *
      ******************************************************************
       1100-SIGNATURE-START.
           MOVE SPACES TO SQL-SIGNATURE SQL-LAST-SIGNATURE.
           EXEC SQL
               SELECT MD5(
                   COALESCE((SELECT STRING_AGG(CAST(T AS TEXT), '|'
                          ORDER BY T.CLASSIC_REIMBURSEMENT_NUMBER)
                          FROM CLASSIC_REIMBURSEMENT T), '')
                   || COALESCE((SELECT STRING_AGG(CAST(B AS TEXT),
                          '|' ORDER BY B.BENEFIT_CODE)
                          FROM BENEFIT B), '')
                   || COALESCE((SELECT STRING_AGG(CAST(P AS TEXT),
                          '|' ORDER BY P.BRSS_CATEGORY)
                          FROM BRSS_PARAM P), '')
                   || COALESCE((SELECT STRING_AGG(CAST(R AS TEXT),
                          '|' ORDER BY R.RIDER_CODE)
                          FROM RIDER R), '')
                   || COALESCE((SELECT STRING_AGG(CAST(D AS TEXT),
                          '|' ORDER BY D.PRODUCT_CODE)
                          FROM PRODUCT D), ''))
               INTO :SQL-SIGNATURE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'EMPREINTE DES PARAMETRES' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-1100-SIGNATURE
           END-IF.
           EXEC SQL
               SELECT COALESCE(SHEET_SIGNATURE, '')
               INTO :SQL-LAST-SIGNATURE
               FROM EXAMPLE_SHEET
               ORDER BY SHEET_TS DESC
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = 100
               MOVE SPACES TO SQL-LAST-SIGNATURE
           ELSE
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE EXAMPLE_SHEET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF END-IF.
       END-1100-SIGNATURE.
           EXIT.

      ******************************************************************
      *    [RD] Paliers du catalogue et taux des prestations           *
      *    historiques, comme 1400 de clascont.cbl.                    *
      ******************************************************************
       2000-LOAD-TIERS-START.
           MOVE ZERO TO WS-NB-TIER.
      *    [RD] le 15/10/2026 : formules = contrats types en vente du
      *    catalogue PRODUCT (getprod.cbl), dans l'ordre d'affichage ;
      *    chacune lit sa grille CLASSIC_REIMBURSEMENT par son numero.
           PERFORM 2050-LOAD-ONE-TIER-START
              THRU END-2050-LOAD-ONE-TIER
              VARYING WS-T-IDX FROM 1 BY 1
              UNTIL WS-T-IDX > 5.
       END-2000-LOAD-TIERS.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : formule de rang WS-T-IDX du catalogue  *
      *    et taux de sa grille CLASSIC_REIMBURSEMENT.                 *
      ******************************************************************
       2050-LOAD-ONE-TIER-START.
           INITIALIZE WS-PRODUCT.
           MOVE 'V' TO WS-PRD-FUNCTION.
           MOVE 'C' TO WS-PRD-KIND.
           MOVE WS-T-IDX TO WS-PRD-RANK.
           CALL 'getprod' USING WS-PRODUCT.
           IF  WS-PRD-RC NOT = '0'
               GO TO END-2050-LOAD-ONE-TIER
           END-IF.
           MOVE WS-PRD-GRID-NUM TO SQL-CLAS-NUMBER.
           EXEC SQL
               SELECT CLASSIC_REIMBURSEMENT_DOCTOR,
                      CLASSIC_REIMBURSEMENT_PARMEDICAL,
                      CLASSIC_REIMBURSEMENT_HOSPITAL,
                      CLASSIC_REIMBURSEMENT_SINGLE_GLASSES,
                      CLASSIC_REIMBURSEMENT_PROGRESSIVE_GLASSES,
                      CLASSIC_REIMBURSEMENT_MOLAR_CROWNS,
                      CLASSIC_REIMBURSEMENT_NON_MOLAR_CROWNS,
                      CLASSIC_REIMBURSEMENT_DESCALINGS
               INTO :SQL-CLAS-DOCTOR, :SQL-CLAS-PARMEDICAL,
                    :SQL-CLAS-HOSPITAL, :SQL-CLAS-S-GLASSES,
                    :SQL-CLAS-P-GLASSES, :SQL-CLAS-MOLAR,
                    :SQL-CLAS-NON-MOLAR, :SQL-CLAS-DESCALINGS
               FROM CLASSIC_REIMBURSEMENT
               WHERE CLASSIC_REIMBURSEMENT_NUMBER = :SQL-CLAS-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
      *            [RD] produit sans grille : pas de formule imprimee.
                   GO TO END-2050-LOAD-ONE-TIER
               WHEN OTHER
                   MOVE 'LECTURE CLASSIC_REIMBURSEMENT' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
                   GO TO END-2050-LOAD-ONE-TIER
           END-EVALUATE.
           ADD 1 TO WS-NB-TIER.
           MOVE SQL-CLAS-NUMBER TO WS-TIER-NUM(WS-NB-TIER).
           MOVE WS-PRD-LABEL TO WS-TIER-LABEL(WS-NB-TIER).
           MOVE WS-PRD-RATE-SLOT TO WS-TIER-SLOT(WS-NB-TIER).
           MOVE WS-PRD-BENEFIT-RATE TO WS-TIER-DEF-RATE(WS-NB-TIER).
           MOVE SQL-CLAS-DOCTOR TO WS-TIER-PCT(WS-NB-TIER, 1).
           MOVE SQL-CLAS-PARMEDICAL TO WS-TIER-PCT(WS-NB-TIER, 2).
           MOVE SQL-CLAS-HOSPITAL TO WS-TIER-PCT(WS-NB-TIER, 3).
           MOVE SQL-CLAS-S-GLASSES TO WS-TIER-PCT(WS-NB-TIER, 4).
           MOVE SQL-CLAS-P-GLASSES TO WS-TIER-PCT(WS-NB-TIER, 5).
           MOVE SQL-CLAS-MOLAR TO WS-TIER-PCT(WS-NB-TIER, 6).
           MOVE SQL-CLAS-NON-MOLAR TO WS-TIER-PCT(WS-NB-TIER, 7).
           MOVE SQL-CLAS-DESCALINGS TO WS-TIER-PCT(WS-NB-TIER, 8).
       END-2050-LOAD-ONE-TIER.
           EXIT.

      ******************************************************************
      *    [RD] Options surcomplementaires actives (ridparam.cbl).     *
      ******************************************************************
       2100-LOAD-RIDERS-START.
           MOVE ZERO TO WS-NB-RIDER.
           EXEC SQL
              DECLARE CRSEXRIDER CURSOR FOR
                 SELECT RIDER_CODE, COALESCE(RIDER_LABEL, ''),
                        COALESCE(RIDER_DELTA_DOCTOR, 0),
                        COALESCE(RIDER_DELTA_PARMEDICAL, 0),
                        COALESCE(RIDER_DELTA_HOSPITAL, 0),
                        COALESCE(RIDER_DELTA_S_GLASSES, 0),
                        COALESCE(RIDER_DELTA_P_GLASSES, 0),
                        COALESCE(RIDER_DELTA_MOLAR, 0),
                        COALESCE(RIDER_DELTA_NON_MOLAR, 0),
                        COALESCE(RIDER_DELTA_DESCALINGS, 0)
                 FROM RIDER
                 WHERE COALESCE(RIDER_ACTIVE, '1') = '1'
                 ORDER BY RIDER_CODE
           END-EXEC.
           EXEC SQL OPEN CRSEXRIDER END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSEXRIDER
                   INTO :SQL-RIDER-CODE, :SQL-RIDER-LABEL,
                        :SQL-DELTA-DOCTOR, :SQL-DELTA-PARMEDICAL,
                        :SQL-DELTA-HOSPITAL, :SQL-DELTA-S-GLASSES,
                        :SQL-DELTA-P-GLASSES, :SQL-DELTA-MOLAR,
                        :SQL-DELTA-NON-MOLAR, :SQL-DELTA-DESCALINGS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF  WS-NB-RIDER < 10
                           ADD 1 TO WS-NB-RIDER
                           MOVE SQL-RIDER-CODE
                               TO WS-RIDER-CODE(WS-NB-RIDER)
                           MOVE SQL-RIDER-LABEL
                               TO WS-RIDER-LABEL(WS-NB-RIDER)
                           MOVE SQL-DELTA-DOCTOR
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 1)
                           MOVE SQL-DELTA-PARMEDICAL
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 2)
                           MOVE SQL-DELTA-HOSPITAL
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 3)
                           MOVE SQL-DELTA-S-GLASSES
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 4)
                           MOVE SQL-DELTA-P-GLASSES
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 5)
                           MOVE SQL-DELTA-MOLAR
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 6)
                           MOVE SQL-DELTA-NON-MOLAR
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 7)
                           MOVE SQL-DELTA-DESCALINGS
                               TO WS-RIDER-DELTA(WS-NB-RIDER, 8)
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       MOVE 'FETCH CRSEXRIDER' TO WS-SQL-LIB
                       PERFORM 9020-ERROR-SQL-START
                           THRU END-9020-ERROR-SQL
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSEXRIDER END-EXEC.
       END-2100-LOAD-RIDERS.
           EXIT.

      ******************************************************************
      *    [RD] Referentiel de l'acte WS-A-IDX : rang de prestation    *
      *    historique (0 = prestation du catalogue), base BRSS et      *
      *    taux caisse, panier et taux du catalogue BENEFIT.           *
      ******************************************************************
       2200-LOAD-ACT-REF-START.
           MOVE WS-ACT-CATEGORY(WS-A-IDX) TO SQL-CATEGORY.
           EVALUATE SQL-CATEGORY
               WHEN 'DOCTOR'              MOVE 1 TO WS-C-IDX
               WHEN 'PARMEDICAL'          MOVE 2 TO WS-C-IDX
               WHEN 'HOSPITAL'            MOVE 3 TO WS-C-IDX
               WHEN 'SINGLE_GLASSES'      MOVE 4 TO WS-C-IDX
               WHEN 'PROGRESSIVE_GLASSES' MOVE 5 TO WS-C-IDX
               WHEN 'MOLAR_CROWNS'        MOVE 6 TO WS-C-IDX
               WHEN 'NON_MOLAR_CROWNS'    MOVE 7 TO WS-C-IDX
               WHEN 'DESCALINGS'          MOVE 8 TO WS-C-IDX
               WHEN OTHER                 MOVE 0 TO WS-C-IDX
           END-EVALUATE.
           MOVE WS-C-IDX TO WS-REF-CAT-IDX(WS-A-IDX).

           MOVE ZERO TO SQL-BRSS-BASE SQL-CPAM-RATE.
           EXEC SQL
               SELECT BRSS_BASE, BRSS_CPAM_RATE
               INTO :SQL-BRSS-BASE, :SQL-CPAM-RATE
               FROM BRSS_PARAM
               WHERE BRSS_CATEGORY = :SQL-CATEGORY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'O' TO WS-REF-HAS-BRSS(WS-A-IDX)
               WHEN 100
                   MOVE 'N' TO WS-REF-HAS-BRSS(WS-A-IDX)
               WHEN OTHER
                   MOVE 'LECTURE BRSS_PARAM' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
                   GO TO END-2200-LOAD-ACT-REF
           END-EVALUATE.
           MOVE SQL-BRSS-BASE TO WS-REF-BRSS-BASE(WS-A-IDX).
           MOVE SQL-CPAM-RATE TO WS-REF-CPAM-RATE(WS-A-IDX).

           MOVE 'LIBRE' TO SQL-BASKET.
           MOVE ZERO TO SQL-BEN-RATE-ALLEGE SQL-BEN-RATE-MODERE
               SQL-BEN-RATE-EXCELL SQL-BEN-RATE-SPE.
           EXEC SQL
               SELECT COALESCE(BENEFIT_BASKET, 'LIBRE'),
                      CASE WHEN BENEFIT_ACTIVE = '1'
                           THEN COALESCE(BENEFIT_RATE_ALLEGE, 0)
                           ELSE 0 END,
                      CASE WHEN BENEFIT_ACTIVE = '1'
                           THEN COALESCE(BENEFIT_RATE_MODERE, 0)
                           ELSE 0 END,
                      CASE WHEN BENEFIT_ACTIVE = '1'
                           THEN COALESCE(BENEFIT_RATE_EXCELL, 0)
                           ELSE 0 END,
                      CASE WHEN BENEFIT_ACTIVE = '1'
                           THEN COALESCE(BENEFIT_RATE_SPE, 0)
                           ELSE 0 END
               INTO :SQL-BASKET, :SQL-BEN-RATE-ALLEGE,
                    :SQL-BEN-RATE-MODERE, :SQL-BEN-RATE-EXCELL,
                    :SQL-BEN-RATE-SPE
               FROM BENEFIT
               WHERE BENEFIT_CODE = :SQL-CATEGORY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE BENEFIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-2200-LOAD-ACT-REF
           END-IF.
           MOVE SQL-BASKET TO WS-REF-BASKET(WS-A-IDX).
           MOVE SQL-BEN-RATE-ALLEGE TO WS-REF-BEN-RATE(WS-A-IDX, 1).
           MOVE SQL-BEN-RATE-MODERE TO WS-REF-BEN-RATE(WS-A-IDX, 2).
           MOVE SQL-BEN-RATE-EXCELL TO WS-REF-BEN-RATE(WS-A-IDX, 3).
           MOVE SQL-BEN-RATE-SPE TO WS-REF-BEN-RATE(WS-A-IDX, 4).
       END-2200-LOAD-ACT-REF.
           EXIT.

      ******************************************************************
      *    [RD] En-tete de la fiche.                                   *
      ******************************************************************
       3000-WRITE-HEADER-START.
           MOVE ALL '=' TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE 'EXEMPLES DE REMBOURSEMENT - MUTUELLE BOBONIORT'
               TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           INITIALIZE R-EXAMPLES.
           STRING 'Garanties en vigueur au ' WS-TODAY(7:2) '/'
               WS-TODAY(5:2) '/' WS-TODAY(1:4)
               ' - montants en euros'
               DELIMITED BY SIZE INTO R-EXAMPLES
           END-STRING.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE ALL '=' TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
       END-3000-WRITE-HEADER.
           EXIT.

      ******************************************************************
      *    [RD] Blocs de l'option WS-R-IDX ajoutee a chaque palier.    *
      ******************************************************************
       3050-WRITE-RIDER-BLOCKS-START.
           PERFORM 3100-WRITE-BLOCK-START
              THRU END-3100-WRITE-BLOCK
              VARYING WS-T-IDX FROM 1 BY 1
              UNTIL WS-T-IDX > WS-NB-TIER.
       END-3050-WRITE-RIDER-BLOCKS.
           EXIT.

      ******************************************************************
      *    [RD] Bloc d'une formule : palier WS-T-IDX, augmente de      *
      *    l'option WS-R-IDX si elle est renseignee.                   *
      ******************************************************************
       3100-WRITE-BLOCK-START.
           MOVE SPACES TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           INITIALIZE R-EXAMPLES.
           IF  WS-R-IDX = ZERO
               STRING 'FORMULE '
                   FUNCTION TRIM(WS-TIER-LABEL(WS-T-IDX))
                   DELIMITED BY SIZE INTO R-EXAMPLES
               END-STRING
           ELSE
               STRING 'FORMULE '
                   FUNCTION TRIM(WS-TIER-LABEL(WS-T-IDX))
                   ' + OPTION '
                   FUNCTION TRIM(WS-RIDER-CODE(WS-R-IDX)) ' ('
                   FUNCTION TRIM(WS-RIDER-LABEL(WS-R-IDX)) ')'
                   DELIMITED BY SIZE INTO R-EXAMPLES
               END-STRING
           END-IF.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE WS-EX-HEAD TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE ALL '-' TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           PERFORM 3200-PRICE-ACT-START
              THRU END-3200-PRICE-ACT
              VARYING WS-A-IDX FROM 1 BY 1
              UNTIL WS-A-IDX > WS-NB-ACT.
       END-3100-WRITE-BLOCK.
           EXIT.

      ******************************************************************
      *    [RD] Chiffre l'acte WS-A-IDX pour la formule en cours,      *
      *    comme 1500-COMPUTE-OWED-START de rembsave.cbl (sans autre   *
      *    complementaire, plafond annuel ni carence).                 *
      ******************************************************************
       3200-PRICE-ACT-START.
           MOVE WS-ACT-AMOUNT(WS-A-IDX) TO WS-EX-AMOUNT.
           MOVE WS-REF-CAT-IDX(WS-A-IDX) TO WS-C-IDX.
      *    [RD] taux du palier (prestation historique) ou du
      *    catalogue BENEFIT selon le palier.
      *    [RD] le 15/10/2026 : colonne BENEFIT du produit (1 a 4),
      *    sinon taux par defaut du produit.
           IF  WS-C-IDX > ZERO
               MOVE WS-TIER-PCT(WS-T-IDX, WS-C-IDX) TO WS-EX-PERCENT
           ELSE
               MOVE WS-TIER-SLOT(WS-T-IDX) TO WS-B-IDX
               IF  WS-B-IDX > ZERO AND WS-B-IDX < 5
                   MOVE WS-REF-BEN-RATE(WS-A-IDX, WS-B-IDX)
                       TO WS-EX-PERCENT
               ELSE
                   MOVE WS-TIER-DEF-RATE(WS-T-IDX) TO WS-EX-PERCENT
               END-IF
           END-IF.
      *    [RD] points de taux de l'option, prestations historiques.
           IF  WS-R-IDX > ZERO AND WS-C-IDX > ZERO
               ADD WS-RIDER-DELTA(WS-R-IDX, WS-C-IDX)
                   TO WS-EX-PERCENT
           END-IF.
      *    [RD] praticien non adherent OPTAM : taux plafonne a 100.
           IF  WS-ACT-OPTAM(WS-A-IDX) = '0'
               AND WS-EX-PERCENT > 100
               MOVE 100 TO WS-EX-PERCENT
           END-IF.

           IF  WS-REF-HAS-BRSS(WS-A-IDX) = 'O'
               COMPUTE WS-EX-CPAM-PART =
                   WS-REF-BRSS-BASE(WS-A-IDX)
                   * WS-REF-CPAM-RATE(WS-A-IDX) / 100
               COMPUTE WS-OWED-CALC =
                   (WS-REF-BRSS-BASE(WS-A-IDX) * WS-EX-PERCENT / 100)
                   - WS-EX-CPAM-PART
           ELSE
               MOVE ZERO TO WS-EX-CPAM-PART
               COMPUTE WS-OWED-CALC =
                   WS-EX-AMOUNT * WS-EX-PERCENT / 100
           END-IF.
           IF  WS-OWED-CALC < ZERO
               MOVE ZERO TO WS-OWED-CALC
           END-IF.
           COMPUTE WS-MEMBER-CHARGE = WS-EX-AMOUNT - WS-EX-CPAM-PART.
           IF  WS-MEMBER-CHARGE < ZERO
               MOVE ZERO TO WS-MEMBER-CHARGE
           END-IF.
           IF  WS-OWED-CALC > WS-MEMBER-CHARGE
               MOVE WS-MEMBER-CHARGE TO WS-OWED-CALC
           END-IF.
      *    [RD] panier 100% Sante : reste a charge nul.
           IF  WS-REF-BASKET(WS-A-IDX) = '100SANTE'
               MOVE WS-MEMBER-CHARGE TO WS-OWED-CALC
           END-IF.
           MOVE WS-OWED-CALC TO WS-EX-OWED.
           COMPUTE WS-EX-REST =
               WS-MEMBER-CHARGE - WS-EX-OWED.

           MOVE WS-ACT-LABEL(WS-A-IDX) TO WS-EX-L-LABEL.
           MOVE WS-EX-AMOUNT TO WS-EX-L-PRICE.
           MOVE WS-EX-CPAM-PART TO WS-EX-L-CPAM.
           MOVE WS-EX-OWED TO WS-EX-L-OWED.
           MOVE WS-EX-REST TO WS-EX-L-REST.
           MOVE WS-EX-LINE TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
       END-3200-PRICE-ACT.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la fiche et la compte.              *
      ******************************************************************
       3800-WRITE-LINE-START.
           WRITE R-EXAMPLES.
           ADD 1 TO WS-NB-LINES.
       END-3800-WRITE-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Pied de la fiche : conditions des exemples.            *
      ******************************************************************
       3900-WRITE-FOOTER-START.
           MOVE SPACES TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE ALL '=' TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE 'Exemples indicatifs pour un praticien hors reseau de'
               TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE 'soins, hors participations forfaitaires, franchises,'
               TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE 'plafonds annuels et delai de carence. Un equipement'
               TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE 'du panier 100% Sante ne laisse aucun reste a charge.'
               TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
           MOVE ALL '=' TO R-EXAMPLES.
           PERFORM 3800-WRITE-LINE-START THRU END-3800-WRITE-LINE.
       END-3900-WRITE-FOOTER.
           EXIT.

      ******************************************************************
      *    [RD] Consigne la fiche produite et son empreinte.           *
      ******************************************************************
       8000-RECORD-SHEET-START.
           INITIALIZE SQL-SHEET-TS.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-SHEET-TS
           END-STRING.
           MOVE WS-EXAMPLES-PATH TO SQL-SHEET-FILE.
           MOVE WS-NB-LINES TO SQL-SHEET-LINES.
           EXEC SQL
               INSERT INTO EXAMPLE_SHEET
                   (SHEET_TS, SHEET_SIGNATURE, SHEET_FILE,
                    SHEET_LINES)
               VALUES (:SQL-SHEET-TS, :SQL-SIGNATURE,
                       :SQL-SHEET-FILE, :SQL-SHEET-LINES)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT EXAMPLE_SHEET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               GO TO END-8000-RECORD-SHEET
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-8000-RECORD-SHEET.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK WORK END-EXEC.
           MOVE 'ECHEC' TO WS-OUTCOME.
       END-9020-ERROR-SQL.
           EXIT.
