      ******************************************************************
      * Paquets de parametres entre base de test et production.        *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl, reserve ADMIN)          *
      *    Programme suivant : menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Les baremes de janvier (COST_CONDITION, BENEFIT,            *
      *    BRSS_PARAM, RIDER, INVOICE_PARAM, BOBO_REGION...) etaient   *
      *    saisis deux fois, en test puis en production, et les deux   *
      *    jeux divergeaient chaque annee quelque part.                *
      *    - Exporter : les tables de parametres choisies (toutes par  *
      *      defaut) sont ecrites dans un paquet verse                 *
      *      PARAM-PACKAGES/PARAM-<version>.pkg, la version etant      *
      *      l'horodatage d'export AAAAMMJJHHMMSS : une ligne d'en-    *
      *      tete (reference, version, base d'origine, tables), une    *
      *      ligne par enregistrement (table;ligne au format texte     *
      *      PostgreSQL) et une ligne de fin qui garantit le paquet    *
      *      complet.                                                  *
      *    - Comparer : le paquet est refuse s'il est plus ancien que  *
      *      la version deja en place pour l'une de ses tables         *
      *      (PARAM_TABLE_VERSION) ; sinon il est charge, compare a    *
      *      la base cible et les ecarts (lignes ajoutees ou           *
      *      supprimees) sont affiches par table et detailles dans     *
      *      PARAM-PACKAGES/ECARTS-<reference>.txt.                    *
      *    - Appliquer : apres confirmation par un identifiant ADMIN   *
      *      actif (USER_TAB), tous les ecarts sont appliques en une   *
      *      seule transaction (psql -1) avec une ligne PARAM_AUDIT    *
      *      par ligne modifiee, portant la reference du paquet ; au   *
      *      moindre incident rien n'est applique.                     *
      *    Seules les tables de parametres connues de ce programme     *
      *    sont admises, a l'export comme a l'import.                  *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parampkg RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PKG ASSIGN TO WS-PKG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PKG-STATUS.

           SELECT F-REPORT ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-SCRIPT ASSIGN TO WS-SCRIPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-PKG
           RECORD CONTAINS 1000 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PKG            PIC X(1000).

       FD  F-REPORT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT         PIC X(250).

       FD  F-SCRIPT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-SCRIPT         PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-PSQL-DBNAME       PIC X(20) VALUE SPACES.
       01  WS-PSQL-USER         PIC X(20) VALUE SPACES.
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-EXPORT           PIC X(01)   VALUE SPACE .
       01  SC-COMPARE          PIC X(01)   VALUE SPACE .
       01  SC-APPLY            PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    zones de saisie et d'affichage
       01  SC-TABLES           PIC X(100)  VALUE SPACES .
       01  SC-EXPORT-INFO      PIC X(100)  VALUE SPACES .
       01  SC-PKG-PATH         PIC X(80)   VALUE SPACES .
       01  SC-PKG-INFO         PIC X(100)  VALUE SPACES .
       01  SC-DIFF-LINE-1      PIC X(120)  VALUE SPACES .
       01  SC-DIFF-LINE-2      PIC X(120)  VALUE SPACES .
       01  SC-DIFF-LINE-3      PIC X(120)  VALUE SPACES .
       01  SC-DIFF-LINE-4      PIC X(120)  VALUE SPACES .
       01  SC-DIFF-LINE-5      PIC X(120)  VALUE SPACES .
       01  SC-DIFF-LINE-6      PIC X(120)  VALUE SPACES .
       01  SC-REPORT-INFO      PIC X(100)  VALUE SPACES .
       01  SC-ADMIN-ID         PIC X(10)   VALUE SPACES .

      *    [RD] tables de parametres admises dans un paquet.
       01  WS-KNOWN-TABLES.
           05 FILLER               PIC X(20) VALUE 'COST_CONDITION'.
           05 FILLER               PIC X(20) VALUE 'BENEFIT'.
           05 FILLER               PIC X(20) VALUE 'BRSS_PARAM'.
           05 FILLER               PIC X(20) VALUE 'RIDER'.
           05 FILLER               PIC X(20) VALUE 'INVOICE_PARAM'.
           05 FILLER               PIC X(20) VALUE 'BOBO_REGION'.
           05 FILLER               PIC X(20) VALUE 'BOBO_AGE_BRACKET'.
           05 FILLER               PIC X(20) VALUE 'DISCOUNT_RULE'.
           05 FILLER               PIC X(20) VALUE 'EXCHANGE_RATE'.
           05 FILLER               PIC X(20) VALUE 'PRODUCT'.
           05 FILLER               PIC X(20) VALUE 'RESP_PARAM'.
           05 FILLER               PIC X(20) VALUE 'BANK_HOLIDAY'.
       01  WS-KNOWN-TABLES-R REDEFINES WS-KNOWN-TABLES.
           05 WS-KNOWN-TABLE       PIC X(20) OCCURS 12.
       01  WS-NB-KNOWN             PIC 9(02)   VALUE 12       .

      *    [RD] tables retenues (export) ou portees par le paquet.
       01  WS-SEL-TABLES.
           05 WS-SEL-TABLE         PIC X(20) OCCURS 12.
       01  WS-NB-SEL               PIC 9(02)   VALUE ZERO     .
       01  WS-IDX                  PIC 9(02)   VALUE ZERO     .
       01  WS-IDX2                 PIC 9(02)   VALUE ZERO     .
       01  WS-PTR                  PIC 9(04)   VALUE ZERO     .
       01  WS-TOKEN                PIC X(30)   VALUE SPACES   .
       01  WS-BAD-TOKEN            PIC X(30)   VALUE SPACES   .
       01  WS-PARSE-OK             PIC X(01)   VALUE 'O'      .
       01  WS-FOUND                PIC X(01)   VALUE 'N'      .
       01  WS-TABLE-LIST           PIC X(300)  VALUE SPACES   .

      *    [RD] paquet en cours.
       01  WS-PKG-FILE             PIC X(80)   VALUE SPACES   .
       01  WS-PKG-STATUS           PIC X(02)   VALUE SPACES   .
       01  WS-PKG-EOF              PIC X(01)   VALUE 'N'      .
       01  WS-PKG-END-SEEN         PIC X(01)   VALUE 'N'      .
       01  WS-PKG-LOADED           PIC X(01)   VALUE 'N'      .
       01  WS-PKG-LOADED-PATH      PIC X(80)   VALUE SPACES   .
       01  WS-PKG-TAG              PIC X(10)   VALUE SPACES   .
       01  WS-PKG-REF              PIC X(20)   VALUE SPACES   .
       01  WS-PKG-VERSION          PIC X(14)   VALUE SPACES   .
       01  WS-PKG-BASE             PIC X(20)   VALUE SPACES   .
       01  WS-PKG-DATE             PIC X(19)   VALUE SPACES   .
       01  WS-ROW-TABLE            PIC X(20)   VALUE SPACES   .
       01  WS-NB-ROWS              PIC 9(06)   VALUE ZERO     .
       01  WS-NB-BAD-ROWS          PIC 9(06)   VALUE ZERO     .
       01  WS-VERSION-OK           PIC X(01)   VALUE 'O'      .
       01  WS-ADMIN-OK             PIC X(01)   VALUE 'N'      .

       01  WS-REPORT-PATH          PIC X(80)   VALUE SPACES   .
       01  WS-SCRIPT-PATH          PIC X(80)   VALUE SPACES   .
       01  WS-LOG-PATH             PIC X(80)   VALUE SPACES   .
       01  WS-SYS-CMD              PIC X(600)  VALUE SPACES   .
       01  WS-STAMP                PIC X(19)   VALUE SPACES   .
       01  WS-DIFF-IDX             PIC 9(02)   VALUE ZERO     .
       01  WS-DIFF-CELL            PIC X(60)   VALUE SPACES   .
       01  WS-DIFF-EOF             PIC X(01)   VALUE 'N'      .
       01  WS-Z-COUNT              PIC Z(05)9                 .
       01  WS-Z-PLUS               PIC Z(05)9                 .
       01  WS-Z-MINUS              PIC Z(05)9                 .
       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-PKG-REF             PIC X(20)   VALUE SPACES      .
       01  SQL-PKG-VERSION         PIC X(14)   VALUE SPACES      .
       01  SQL-PKG-BASE            PIC X(20)   VALUE SPACES      .
       01  SQL-PKG-TABLES          PIC X(300)  VALUE SPACES      .
       01  SQL-PKG-PATH            PIC X(80)   VALUE SPACES      .
       01  SQL-PKG-TABLE           PIC X(20)   VALUE SPACES      .
       01  SQL-PKG-ROW             PIC X(1000) VALUE SPACES      .
       01  SQL-MAX-VERSION         PIC X(14)   VALUE SPACES      .
       01  SQL-STAMP               PIC X(19)   VALUE SPACES      .
       01  SQL-USER                PIC X(10)   VALUE SPACES      .
       01  SQL-CNT                 PIC 9(06)   VALUE ZERO        .
       01  SQL-NB-PLUS             PIC 9(06)   VALUE ZERO        .
       01  SQL-NB-MINUS            PIC 9(06)   VALUE ZERO        .
       01  SQL-DIFF-TABLE          PIC X(20)   VALUE SPACES      .
       01  SQL-DIFF-SIDE           PIC X(01)   VALUE SPACE       .
       01  SQL-DIFF-KEY            PIC X(30)   VALUE SPACES      .
       01  SQL-DIFF-ROW            PIC X(200)  VALUE SPACES      .
       01  SQL-ADMIN-ID            PIC X(10)   VALUE SPACES      .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-param-package.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree au besoin l'historique des paquets, les versions  *
      *    en place par table et les tables de travail de l'import ;   *
      *    PARAM_AUDIT recoit la reference du paquet applique.         *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-EXPORT SC-COMPARE SC-APPLY
                      SC-MESSAGE SC-TABLES SC-EXPORT-INFO SC-PKG-PATH
                      SC-PKG-INFO SC-REPORT-INFO SC-ADMIN-ID
                      SC-DIFF-LINE-1 SC-DIFF-LINE-2 SC-DIFF-LINE-3
                      SC-DIFF-LINE-4 SC-DIFF-LINE-5 SC-DIFF-LINE-6.
           MOVE 'N' TO WS-PKG-LOADED.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_PACKAGE (
                 PKG_REF         VARCHAR(20),
                 PKG_VERSION     VARCHAR(14),
                 PKG_ACTION      VARCHAR(10),
                 PKG_SOURCE_DB   VARCHAR(20),
                 PKG_TABLES      VARCHAR(300),
                 PKG_PATH        VARCHAR(80),
                 PKG_USER        VARCHAR(10),
                 PKG_STAMP       VARCHAR(19)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION PARAM_PACKAGE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_TABLE_VERSION (
                 PV_TABLE        VARCHAR(20),
                 PV_VERSION      VARCHAR(14),
                 PV_PACKAGE      VARCHAR(20),
                 PV_STAMP        VARCHAR(19)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION PARAM_TABLE_VERSION' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_PACKAGE_ROW (
                 PKG_REF         VARCHAR(20),
                 PKG_TABLE       VARCHAR(20),
                 PKG_ROW         TEXT
              )
           END-EXEC.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_CURRENT_ROW (
                 CUR_REF         VARCHAR(20),
                 CUR_TABLE       VARCHAR(20),
                 CUR_ROW         TEXT
              )
           END-EXEC.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_PACKAGE_DIFF (
                 DIFF_REF        VARCHAR(20),
                 DIFF_TABLE      VARCHAR(20),
                 DIFF_SIDE       VARCHAR(1),
                 DIFF_KEY        VARCHAR(30),
                 DIFF_ROW        TEXT
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION TABLES DE TRAVAIL' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_AUDIT (
                 AUDIT_USER  VARCHAR(10),
                 AUDIT_TS    VARCHAR(19),
                 AUDIT_TABLE VARCHAR(20),
                 AUDIT_KEY   VARCHAR(30),
                 AUDIT_OLD   VARCHAR(60),
                 AUDIT_NEW   VARCHAR(60)
              )
           END-EXEC.
           EXEC SQL
              ALTER TABLE PARAM_AUDIT
              ADD COLUMN IF NOT EXISTS AUDIT_PACKAGE VARCHAR(20)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'AJOUT PARAM_AUDIT.AUDIT_PACKAGE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-PARAM-PACKAGE
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-EXPORT) EQUAL 'O' THEN
              PERFORM 1500-EXPORT-START
                   THRU END-1500-EXPORT
              MOVE SPACE TO SC-EXPORT
           ELSE IF FUNCTION UPPER-CASE(SC-COMPARE) EQUAL 'O' THEN
              PERFORM 1600-COMPARE-START
                   THRU END-1600-COMPARE
              MOVE SPACE TO SC-COMPARE
           ELSE IF FUNCTION UPPER-CASE(SC-APPLY) EQUAL 'O' THEN
              PERFORM 1800-APPLY-START
                   THRU END-1800-APPLY
              MOVE SPACE TO SC-APPLY
           END-IF
           END-IF
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Export des tables choisies (toutes les tables connues  *
      *    si rien n'est saisi) dans un paquet verse et date.          *
      ******************************************************************
       1500-EXPORT-START.
           INITIALIZE SC-MESSAGE SC-EXPORT-INFO.
           MOVE 'N' TO WS-PKG-LOADED.
           MOVE FUNCTION UPPER-CASE(SC-TABLES) TO WS-TABLE-LIST.
           PERFORM 1700-PARSE-LIST-START
                THRU END-1700-PARSE-LIST.
           IF  WS-PARSE-OK NOT EQUAL 'O'
              STRING 'Table non admise dans un paquet : '
                 FUNCTION TRIM(WS-BAD-TOKEN)
                 DELIMITED BY SIZE INTO SC-MESSAGE
              END-STRING
              GO TO END-1500-EXPORT
           END-IF.
           IF  WS-NB-SEL EQUAL ZERO
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-NB-KNOWN
                 MOVE WS-KNOWN-TABLE(WS-IDX) TO WS-SEL-TABLE(WS-IDX)
              END-PERFORM
              MOVE WS-NB-KNOWN TO WS-NB-SEL
           END-IF.
           PERFORM 1760-JOIN-SELECTED-START
                THRU END-1760-JOIN-SELECTED.
           PERFORM 0060-LOAD-STAMP-START
                THRU END-0060-LOAD-STAMP.
           PERFORM 0050-LOAD-CONFIG-START
                THRU END-0050-LOAD-CONFIG.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PKG-VERSION.
           INITIALIZE WS-PKG-REF WS-PKG-FILE.
           STRING 'PARAM-' WS-PKG-VERSION
              DELIMITED BY SIZE INTO WS-PKG-REF
           END-STRING.
           STRING './PARAM-PACKAGES/' FUNCTION TRIM(WS-PKG-REF) '.pkg'
              DELIMITED BY SIZE INTO WS-PKG-FILE
           END-STRING.
           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ./PARAM-PACKAGES'
              DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

      *    [RD] en-tete : reference, version, base, date, tables.
           OPEN OUTPUT F-PKG.
           IF  WS-PKG-STATUS NOT = '00'
              MOVE 'Impossible de creer le fichier paquet.'
                 TO SC-MESSAGE
              GO TO END-1500-EXPORT
           END-IF.
           INITIALIZE REC-F-PKG.
           STRING '#PAQUET;' FUNCTION TRIM(WS-PKG-REF) ';'
              WS-PKG-VERSION ';' FUNCTION TRIM(WS-PSQL-DBNAME) ';'
              WS-STAMP ';' FUNCTION TRIM(WS-TABLE-LIST)
              DELIMITED BY SIZE INTO REC-F-PKG
           END-STRING.
           WRITE REC-F-PKG.
           CLOSE F-PKG.

      *    [RD] une ligne par enregistrement : table;ligne.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL
              INITIALIZE WS-SYS-CMD
              STRING 'psql -h localhost -d '
                 FUNCTION TRIM(WS-PSQL-DBNAME)
                 ' -U ' FUNCTION TRIM(WS-PSQL-USER)
                 ' -q -t -A -v ON_ERROR_STOP=1 -c "SELECT '''
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ';'' || T::TEXT FROM '
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ' T ORDER BY 1" >> ' FUNCTION TRIM(WS-PKG-FILE)
                 ' 2>/dev/null'
                 DELIMITED BY SIZE INTO WS-SYS-CMD
              END-STRING
              CALL 'SYSTEM' USING WS-SYS-CMD
                 RETURNING RETURN-CODE
              IF  RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
                 STRING 'Export en echec sur la table '
                    FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                    DELIMITED BY SIZE INTO SC-MESSAGE
                 END-STRING
                 INITIALIZE WS-SYS-CMD
                 STRING 'rm -f ' FUNCTION TRIM(WS-PKG-FILE)
                    DELIMITED BY SIZE INTO WS-SYS-CMD
                 END-STRING
                 CALL 'SYSTEM' USING WS-SYS-CMD
                 GO TO END-1500-EXPORT
              END-IF
           END-PERFORM.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "#FIN" >> ' FUNCTION TRIM(WS-PKG-FILE)
              DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

      *    [RD] la base d'origine porte desormais cette version.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           MOVE WS-PKG-REF TO SQL-PKG-REF.
           MOVE WS-PKG-VERSION TO SQL-PKG-VERSION.
           MOVE WS-PSQL-DBNAME TO SQL-PKG-BASE.
           MOVE WS-TABLE-LIST TO SQL-PKG-TABLES.
           MOVE WS-PKG-FILE TO SQL-PKG-PATH.
           MOVE WS-STAMP TO SQL-STAMP.
           MOVE USERNAME TO SQL-USER.
           EXEC SQL
              INSERT INTO PARAM_PACKAGE
                 (PKG_REF, PKG_VERSION, PKG_ACTION, PKG_SOURCE_DB,
                  PKG_TABLES, PKG_PATH, PKG_USER, PKG_STAMP)
                 VALUES (:SQL-PKG-REF, :SQL-PKG-VERSION, 'EXPORT',
                         :SQL-PKG-BASE, :SQL-PKG-TABLES,
                         :SQL-PKG-PATH, :SQL-USER, :SQL-STAMP)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT PARAM_PACKAGE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL
              MOVE WS-SEL-TABLE(WS-IDX) TO SQL-PKG-TABLE
              PERFORM 1550-SET-VERSION-START
                   THRU END-1550-SET-VERSION
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.

           MOVE WS-NB-SEL TO WS-Z-COUNT.
           STRING 'Paquet ' FUNCTION TRIM(WS-PKG-FILE) ' : '
              FUNCTION TRIM(WS-Z-COUNT) ' table(s), version '
              WS-PKG-VERSION
              DELIMITED BY SIZE INTO SC-EXPORT-INFO
           END-STRING.
           MOVE 'PAQUET EXPORTE.' TO SC-MESSAGE.
       END-1500-EXPORT.
           EXIT.

      ******************************************************************
      *    [RD] Version en place de la table SQL-PKG-TABLE.            *
      ******************************************************************
       1550-SET-VERSION-START.
           EXEC SQL
              DELETE FROM PARAM_TABLE_VERSION
                 WHERE PV_TABLE = :SQL-PKG-TABLE
           END-EXEC.
           EXEC SQL
              INSERT INTO PARAM_TABLE_VERSION
                 (PV_TABLE, PV_VERSION, PV_PACKAGE, PV_STAMP)
                 VALUES (:SQL-PKG-TABLE, :SQL-PKG-VERSION,
                         :SQL-PKG-REF, :SQL-STAMP)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ PARAM_TABLE_VERSION' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1550-SET-VERSION.
           EXIT.

      ******************************************************************
      *    [RD] Charge le paquet, controle sa version et le compare a  *
      *    la base cible : ecarts par table a l'ecran, detail dans le  *
      *    rapport d'ecarts.                                           *
      ******************************************************************
       1600-COMPARE-START.
           INITIALIZE SC-MESSAGE SC-PKG-INFO SC-REPORT-INFO
                      SC-DIFF-LINE-1 SC-DIFF-LINE-2 SC-DIFF-LINE-3
                      SC-DIFF-LINE-4 SC-DIFF-LINE-5 SC-DIFF-LINE-6.
           MOVE 'N' TO WS-PKG-LOADED.
           IF  SC-PKG-PATH EQUAL SPACES
              MOVE 'Veuillez saisir le fichier paquet.' TO SC-MESSAGE
              GO TO END-1600-COMPARE
           END-IF.
           MOVE SC-PKG-PATH TO WS-PKG-FILE.
           OPEN INPUT F-PKG.
           IF  WS-PKG-STATUS NOT = '00'
              MOVE 'Fichier paquet introuvable.' TO SC-MESSAGE
              GO TO END-1600-COMPARE
           END-IF.
           READ F-PKG
              AT END
                 MOVE SPACES TO REC-F-PKG
           END-READ.
           IF  REC-F-PKG(1:8) NOT EQUAL '#PAQUET;'
              CLOSE F-PKG
              MOVE 'Fichier non reconnu comme paquet de parametres.'
                 TO SC-MESSAGE
              GO TO END-1600-COMPARE
           END-IF.
           INITIALIZE WS-PKG-TAG WS-PKG-REF WS-PKG-VERSION
                      WS-PKG-BASE WS-PKG-DATE WS-TABLE-LIST.
           UNSTRING REC-F-PKG DELIMITED BY ';'
              INTO WS-PKG-TAG, WS-PKG-REF, WS-PKG-VERSION,
                   WS-PKG-BASE, WS-PKG-DATE, WS-TABLE-LIST
           END-UNSTRING.
           PERFORM 1700-PARSE-LIST-START
                THRU END-1700-PARSE-LIST.
           IF  WS-PARSE-OK NOT EQUAL 'O' OR WS-NB-SEL EQUAL ZERO
              CLOSE F-PKG
              STRING 'Paquet refuse, table non admise : '
                 FUNCTION TRIM(WS-BAD-TOKEN)
                 DELIMITED BY SIZE INTO SC-MESSAGE
              END-STRING
              GO TO END-1600-COMPARE
           END-IF.
           STRING 'Paquet ' FUNCTION TRIM(WS-PKG-REF) ', version '
              WS-PKG-VERSION ', exporte de '
              FUNCTION TRIM(WS-PKG-BASE) ' le ' WS-PKG-DATE
              DELIMITED BY SIZE INTO SC-PKG-INFO
           END-STRING.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1650-CHECK-VERSIONS-START
                THRU END-1650-CHECK-VERSIONS.
           IF  WS-VERSION-OK NOT EQUAL 'O'
              CLOSE F-PKG
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-1600-COMPARE
           END-IF.

      *    [RD] chargement du paquet dans la table de travail.
           MOVE WS-PKG-REF TO SQL-PKG-REF.
           EXEC SQL
              DELETE FROM PARAM_PACKAGE_ROW WHERE PKG_REF = :SQL-PKG-REF
           END-EXEC.
           EXEC SQL
              DELETE FROM PARAM_CURRENT_ROW WHERE CUR_REF = :SQL-PKG-REF
           END-EXEC.
           EXEC SQL
              DELETE FROM PARAM_PACKAGE_DIFF
                 WHERE DIFF_REF = :SQL-PKG-REF
           END-EXEC.
           MOVE ZERO TO WS-NB-ROWS WS-NB-BAD-ROWS.
           MOVE 'N' TO WS-PKG-EOF WS-PKG-END-SEEN.
           PERFORM 1610-LOAD-ROW-START
                THRU END-1610-LOAD-ROW
                UNTIL WS-PKG-EOF EQUAL 'O'.
           CLOSE F-PKG.
           IF  WS-PKG-END-SEEN NOT EQUAL 'O' OR WS-NB-BAD-ROWS > ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'Paquet incomplet ou altere : refuse.'
                 TO SC-MESSAGE
              GO TO END-1600-COMPARE
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.

      *    [RD] photographie des tables cibles, au meme format texte.
           PERFORM 0050-LOAD-CONFIG-START
                THRU END-0050-LOAD-CONFIG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL
              INITIALIZE WS-SYS-CMD
              STRING 'psql -h localhost -d '
                 FUNCTION TRIM(WS-PSQL-DBNAME)
                 ' -U ' FUNCTION TRIM(WS-PSQL-USER)
                 ' -q -v ON_ERROR_STOP=1 -c "INSERT INTO '
                 'PARAM_CURRENT_ROW SELECT '''
                 FUNCTION TRIM(WS-PKG-REF) ''', '''
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ''', T::TEXT FROM '
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ' T" > /dev/null 2>&1'
                 DELIMITED BY SIZE INTO WS-SYS-CMD
              END-STRING
              CALL 'SYSTEM' USING WS-SYS-CMD
                 RETURNING RETURN-CODE
              IF  RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
                 STRING 'Table ' FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                    ' absente de la base cible : paquet inapplicable.'
                    DELIMITED BY SIZE INTO SC-MESSAGE
                 END-STRING
                 GO TO END-1600-COMPARE
              END-IF
           END-PERFORM.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1660-BUILD-DIFF-START
                THRU END-1660-BUILD-DIFF.
           PERFORM 1670-WRITE-REPORT-START
                THRU END-1670-WRITE-REPORT.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.

           MOVE SQL-CNT TO WS-Z-COUNT.
           IF  SQL-CNT EQUAL ZERO
              MOVE 'Aucun ecart avec la base : rien a appliquer.'
                 TO SC-MESSAGE
           ELSE
              MOVE 'O' TO WS-PKG-LOADED
              MOVE SC-PKG-PATH TO WS-PKG-LOADED-PATH
              STRING FUNCTION TRIM(WS-Z-COUNT)
                 ' ecart(s) : verifier le rapport puis appliquer.'
                 DELIMITED BY SIZE INTO SC-MESSAGE
              END-STRING
           END-IF.
       END-1600-COMPARE.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne du paquet : table;ligne, ou la ligne de fin. *
      ******************************************************************
       1610-LOAD-ROW-START.
           READ F-PKG
              AT END
                 MOVE 'O' TO WS-PKG-EOF
                 GO TO END-1610-LOAD-ROW
           END-READ.
           IF  REC-F-PKG EQUAL SPACES
              GO TO END-1610-LOAD-ROW
           END-IF.
           IF  REC-F-PKG(1:4) EQUAL '#FIN'
              MOVE 'O' TO WS-PKG-END-SEEN
              GO TO END-1610-LOAD-ROW
           END-IF.
           INITIALIZE WS-ROW-TABLE.
           MOVE 1 TO WS-PTR.
           UNSTRING REC-F-PKG DELIMITED BY ';'
              INTO WS-ROW-TABLE
              WITH POINTER WS-PTR
           END-UNSTRING.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-SEL
              IF  WS-SEL-TABLE(WS-IDX2) EQUAL WS-ROW-TABLE
                 MOVE 'O' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF  WS-FOUND NOT EQUAL 'O' OR WS-PTR > 1000
              ADD 1 TO WS-NB-BAD-ROWS
              GO TO END-1610-LOAD-ROW
           END-IF.
           MOVE WS-ROW-TABLE TO SQL-PKG-TABLE.
           MOVE REC-F-PKG(WS-PTR:) TO SQL-PKG-ROW.
           EXEC SQL
              INSERT INTO PARAM_PACKAGE_ROW
                 (PKG_REF, PKG_TABLE, PKG_ROW)
                 VALUES (:SQL-PKG-REF, :SQL-PKG-TABLE,
                         RTRIM(:SQL-PKG-ROW))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT PARAM_PACKAGE_ROW' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           ADD 1 TO WS-NB-ROWS.
       END-1610-LOAD-ROW.
           EXIT.

      ******************************************************************
      *    [RD] Refuse un paquet plus ancien que la version deja en    *
      *    place pour l'une de ses tables.                             *
      ******************************************************************
       1650-CHECK-VERSIONS-START.
           MOVE 'O' TO WS-VERSION-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL OR WS-VERSION-OK = 'N'
              MOVE WS-SEL-TABLE(WS-IDX) TO SQL-PKG-TABLE
              INITIALIZE SQL-MAX-VERSION
              EXEC SQL
                 SELECT COALESCE(MAX(PV_VERSION), '')
                    INTO :SQL-MAX-VERSION
                    FROM PARAM_TABLE_VERSION
                    WHERE PV_TABLE = :SQL-PKG-TABLE
              END-EXEC
              IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
                 MOVE 'LECTURE PARAM_TABLE_VERSION' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START
                      THRU END-9020-SQL-ERROR
              END-IF
              IF  SQL-MAX-VERSION > WS-PKG-VERSION
                 MOVE 'N' TO WS-VERSION-OK
                 STRING 'Paquet plus ancien que la version en place '
                    'de ' FUNCTION TRIM(SQL-PKG-TABLE) ' ('
                    SQL-MAX-VERSION ').'
                    DELIMITED BY SIZE INTO SC-MESSAGE
                 END-STRING
              END-IF
           END-PERFORM.
       END-1650-CHECK-VERSIONS.
           EXIT.

      ******************************************************************
      *    [RD] Ecarts : lignes du paquet absentes de la base (+) et   *
      *    lignes de la base absentes du paquet (-) ; la cle est la    *
      *    premiere colonne de la ligne. Une ligne modifiee apparait   *
      *    en - puis en + sous la meme cle.                            *
      ******************************************************************
       1660-BUILD-DIFF-START.
           EXEC SQL
              INSERT INTO PARAM_PACKAGE_DIFF
                 (DIFF_REF, DIFF_TABLE, DIFF_SIDE, DIFF_KEY, DIFF_ROW)
              SELECT P.PKG_REF, P.PKG_TABLE, '+',
                     LEFT(SPLIT_PART(SUBSTR(P.PKG_ROW, 2), ',', 1), 30),
                     P.PKG_ROW
                 FROM PARAM_PACKAGE_ROW P
                 WHERE P.PKG_REF = :SQL-PKG-REF
                   AND NOT EXISTS
                      (SELECT 1 FROM PARAM_CURRENT_ROW C
                       WHERE C.CUR_REF = P.PKG_REF
                         AND C.CUR_TABLE = P.PKG_TABLE
                         AND C.CUR_ROW = P.PKG_ROW)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'ECARTS AJOUTS' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              INSERT INTO PARAM_PACKAGE_DIFF
                 (DIFF_REF, DIFF_TABLE, DIFF_SIDE, DIFF_KEY, DIFF_ROW)
              SELECT C.CUR_REF, C.CUR_TABLE, '-',
                     LEFT(SPLIT_PART(SUBSTR(C.CUR_ROW, 2), ',', 1), 30),
                     C.CUR_ROW
                 FROM PARAM_CURRENT_ROW C
                 WHERE C.CUR_REF = :SQL-PKG-REF
                   AND NOT EXISTS
                      (SELECT 1 FROM PARAM_PACKAGE_ROW P
                       WHERE P.PKG_REF = C.CUR_REF
                         AND P.PKG_TABLE = C.CUR_TABLE
                         AND P.PKG_ROW = C.CUR_ROW)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'ECARTS SUPPRESSIONS' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              DELETE FROM PARAM_CURRENT_ROW WHERE CUR_REF = :SQL-PKG-REF
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-CNT
                 FROM PARAM_PACKAGE_DIFF
                 WHERE DIFF_REF = :SQL-PKG-REF
           END-EXEC.

      *    [RD] ecarts par table, deux tables par ligne d'ecran.
           MOVE ZERO TO WS-DIFF-IDX.
           EXEC SQL
              DECLARE DIFFCRS CURSOR FOR
              SELECT DIFF_TABLE,
                     SUM(CASE WHEN DIFF_SIDE = '+' THEN 1 ELSE 0 END),
                     SUM(CASE WHEN DIFF_SIDE = '-' THEN 1 ELSE 0 END)
                 FROM PARAM_PACKAGE_DIFF
                 WHERE DIFF_REF = :SQL-PKG-REF
                 GROUP BY DIFF_TABLE
                 ORDER BY DIFF_TABLE
           END-EXEC.
           EXEC SQL OPEN DIFFCRS END-EXEC.
           MOVE 'N' TO WS-DIFF-EOF.
           PERFORM UNTIL WS-DIFF-EOF EQUAL 'O'
              EXEC SQL
                 FETCH DIFFCRS
                 INTO :SQL-DIFF-TABLE, :SQL-NB-PLUS, :SQL-NB-MINUS
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'O' TO WS-DIFF-EOF
              ELSE
                 ADD 1 TO WS-DIFF-IDX
                 PERFORM 1665-DIFF-CELL-START
                      THRU END-1665-DIFF-CELL
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE DIFFCRS END-EXEC.
       END-1660-BUILD-DIFF.
           EXIT.

       1665-DIFF-CELL-START.
           MOVE SQL-NB-PLUS TO WS-Z-PLUS.
           MOVE SQL-NB-MINUS TO WS-Z-MINUS.
           INITIALIZE WS-DIFF-CELL.
           STRING SQL-DIFF-TABLE ' +' FUNCTION TRIM(WS-Z-PLUS)
              ' / -' FUNCTION TRIM(WS-Z-MINUS)
              DELIMITED BY SIZE INTO WS-DIFF-CELL
           END-STRING.
           EVALUATE WS-DIFF-IDX
              WHEN 1
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-1(1:60)
              WHEN 2
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-1(61:60)
              WHEN 3
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-2(1:60)
              WHEN 4
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-2(61:60)
              WHEN 5
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-3(1:60)
              WHEN 6
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-3(61:60)
              WHEN 7
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-4(1:60)
              WHEN 8
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-4(61:60)
              WHEN 9
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-5(1:60)
              WHEN 10
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-5(61:60)
              WHEN 11
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-6(1:60)
              WHEN 12
                 MOVE WS-DIFF-CELL TO SC-DIFF-LINE-6(61:60)
           END-EVALUATE.
       END-1665-DIFF-CELL.
           EXIT.

      ******************************************************************
      *    [RD] Rapport d'ecarts detaille, table par table et cle par  *
      *    cle : PARAM-PACKAGES/ECARTS-<reference>.txt.                *
      ******************************************************************
       1670-WRITE-REPORT-START.
           INITIALIZE WS-REPORT-PATH.
           STRING './PARAM-PACKAGES/ECARTS-' FUNCTION TRIM(WS-PKG-REF)
              '.txt'
              DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.
           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ./PARAM-PACKAGES'
              DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
           OPEN OUTPUT F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'ECARTS DU PAQUET ' FUNCTION TRIM(WS-PKG-REF)
              ' (VERSION ' WS-PKG-VERSION ', BASE D''ORIGINE '
              FUNCTION TRIM(WS-PKG-BASE) ') AVEC LA BASE '
              FUNCTION TRIM(WS-PSQL-DBNAME)
              DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           MOVE '- : ligne presente en base, retiree par le paquet ; '
              & '+ : ligne apportee par le paquet.' TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           EXEC SQL
              DECLARE RPTCRS CURSOR FOR
              SELECT DIFF_TABLE, DIFF_SIDE, COALESCE(DIFF_KEY, ''),
                     LEFT(DIFF_ROW, 200)
                 FROM PARAM_PACKAGE_DIFF
                 WHERE DIFF_REF = :SQL-PKG-REF
                 ORDER BY DIFF_TABLE, DIFF_KEY, DIFF_SIDE
           END-EXEC.
           EXEC SQL OPEN RPTCRS END-EXEC.
           MOVE 'N' TO WS-DIFF-EOF.
           PERFORM UNTIL WS-DIFF-EOF EQUAL 'O'
              EXEC SQL
                 FETCH RPTCRS
                 INTO :SQL-DIFF-TABLE, :SQL-DIFF-SIDE, :SQL-DIFF-KEY,
                      :SQL-DIFF-ROW
              END-EXEC
              IF  SQLCODE NOT = ZERO
                 MOVE 'O' TO WS-DIFF-EOF
              ELSE
                 INITIALIZE REC-F-REPORT
                 STRING SQL-DIFF-TABLE SPACE SQL-DIFF-SIDE SPACE
                    SQL-DIFF-ROW
                    DELIMITED BY SIZE INTO REC-F-REPORT
                 END-STRING
                 WRITE REC-F-REPORT
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE RPTCRS END-EXEC.
           CLOSE F-REPORT.
           STRING 'Rapport d''ecarts : ' FUNCTION TRIM(WS-REPORT-PATH)
              DELIMITED BY SIZE INTO SC-REPORT-INFO
           END-STRING.
       END-1670-WRITE-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Liste de tables (virgules ou espaces) de WS-TABLE-LIST *
      *    : chaque table doit etre une table de parametres connue.    *
      ******************************************************************
       1700-PARSE-LIST-START.
           MOVE ZERO TO WS-NB-SEL.
           INITIALIZE WS-SEL-TABLES WS-BAD-TOKEN.
           MOVE 'O' TO WS-PARSE-OK.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 300 OR WS-PARSE-OK = 'N'
              MOVE SPACES TO WS-TOKEN
              UNSTRING WS-TABLE-LIST DELIMITED BY ',' OR ALL SPACE
                 INTO WS-TOKEN
                 WITH POINTER WS-PTR
              END-UNSTRING
              IF  WS-TOKEN NOT EQUAL SPACES
                 PERFORM 1710-ADD-TABLE-START
                      THRU END-1710-ADD-TABLE
              END-IF
           END-PERFORM.
       END-1700-PARSE-LIST.
           EXIT.

       1710-ADD-TABLE-START.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-KNOWN
              IF  WS-KNOWN-TABLE(WS-IDX) EQUAL WS-TOKEN
                 MOVE 'O' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF  WS-FOUND NOT EQUAL 'O'
              MOVE 'N' TO WS-PARSE-OK
              MOVE WS-TOKEN TO WS-BAD-TOKEN
              GO TO END-1710-ADD-TABLE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL
              IF  WS-SEL-TABLE(WS-IDX) EQUAL WS-TOKEN
                 GO TO END-1710-ADD-TABLE
              END-IF
           END-PERFORM.
           IF  WS-NB-SEL < WS-NB-KNOWN
              ADD 1 TO WS-NB-SEL
              MOVE WS-TOKEN TO WS-SEL-TABLE(WS-NB-SEL)
           END-IF.
       END-1710-ADD-TABLE.
           EXIT.

      ******************************************************************
      *    [RD] Tables retenues, separees par un espace.               *
      ******************************************************************
       1760-JOIN-SELECTED-START.
           INITIALIZE WS-TABLE-LIST.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL
              STRING FUNCTION TRIM(WS-SEL-TABLE(WS-IDX)) SPACE
                 DELIMITED BY SIZE INTO WS-TABLE-LIST
                 WITH POINTER WS-PTR
              END-STRING
           END-PERFORM.
       END-1760-JOIN-SELECTED.
           EXIT.

      ******************************************************************
      *    [RD] Application du paquet compare, apres confirmation par  *
      *    un compte ADMIN actif : un script unique joue par psql en   *
      *    une seule transaction (-1), arrete a la premiere erreur ;   *
      *    chaque ligne modifiee est tracee dans PARAM_AUDIT avec la   *
      *    reference du paquet.                                        *
      ******************************************************************
       1800-APPLY-START.
           INITIALIZE SC-MESSAGE.
           IF  WS-PKG-LOADED NOT EQUAL 'O'
            OR SC-PKG-PATH NOT EQUAL WS-PKG-LOADED-PATH
              MOVE 'Comparer d''abord le paquet a la base.'
                 TO SC-MESSAGE
              GO TO END-1800-APPLY
           END-IF.
           IF  SC-ADMIN-ID EQUAL SPACES
              MOVE 'Confirmation : saisir un identifiant ADMIN.'
                 TO SC-MESSAGE
              GO TO END-1800-APPLY
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-ADMIN-ID))
              TO SQL-ADMIN-ID.
           INSPECT SQL-ADMIN-ID REPLACING ALL '''' BY SPACE.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-CNT
                 FROM USER_TAB
                 WHERE UPPER(TRIM(USER_IDENTIFICATION))
                     = TRIM(:SQL-ADMIN-ID)
                   AND UPPER(TRIM(USER_ROLE)) = 'ADMIN'
                   AND COALESCE(USER_ACTIVE, 'TRUE') <> 'FALSE'
                   AND COALESCE(USER_LOCKED, 'FALSE') <> 'TRUE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'CONTROLE ADMINISTRATEUR' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           IF  SQL-CNT EQUAL ZERO
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'Confirmation refusee : compte non ADMIN.'
                 TO SC-MESSAGE
              GO TO END-1800-APPLY
           END-IF.
      *    [RD] un paquet plus recent a pu etre applique depuis la
      *    comparaison.
           PERFORM 1650-CHECK-VERSIONS-START
                THRU END-1650-CHECK-VERSIONS.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           IF  WS-VERSION-OK NOT EQUAL 'O'
              MOVE 'N' TO WS-PKG-LOADED
              GO TO END-1800-APPLY
           END-IF.

           PERFORM 0060-LOAD-STAMP-START
                THRU END-0060-LOAD-STAMP.
           PERFORM 1760-JOIN-SELECTED-START
                THRU END-1760-JOIN-SELECTED.
           PERFORM 1850-WRITE-SCRIPT-START
                THRU END-1850-WRITE-SCRIPT.

           INITIALIZE WS-LOG-PATH.
           STRING './PARAM-PACKAGES/IMPORT-' FUNCTION TRIM(WS-PKG-REF)
              '.log'
              DELIMITED BY SIZE INTO WS-LOG-PATH
           END-STRING.
           INITIALIZE WS-SYS-CMD.
           STRING 'psql -h localhost -d '
              FUNCTION TRIM(WS-PSQL-DBNAME)
              ' -U ' FUNCTION TRIM(WS-PSQL-USER)
              ' -q -1 -v ON_ERROR_STOP=1 -f '
              FUNCTION TRIM(WS-SCRIPT-PATH)
              ' > ' FUNCTION TRIM(WS-LOG-PATH) ' 2>&1'
              DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD
              RETURNING RETURN-CODE.
           IF  RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              STRING 'ECHEC, rien n''est applique : voir '
                 FUNCTION TRIM(WS-LOG-PATH)
                 DELIMITED BY SIZE INTO SC-MESSAGE
              END-STRING
              GO TO END-1800-APPLY
           END-IF.
           INITIALIZE WS-SYS-CMD.
           STRING 'rm -f ' FUNCTION TRIM(WS-SCRIPT-PATH)
              DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
           MOVE 'N' TO WS-PKG-LOADED.
           MOVE SPACES TO SC-ADMIN-ID.
           STRING 'PAQUET ' FUNCTION TRIM(WS-PKG-REF)
              ' APPLIQUE ET TRACE DANS PARAM_AUDIT.'
              DELIMITED BY SIZE INTO SC-MESSAGE
           END-STRING.
       END-1800-APPLY.
           EXIT.

      ******************************************************************
      *    [RD] Script d'application : pour chaque table, retrait des  *
      *    lignes - puis ajout des lignes + et nouvelle version en     *
      *    place ; trace PARAM_AUDIT, historique du paquet et menage   *
      *    des tables de travail, le tout dans la meme transaction.    *
      ******************************************************************
       1850-WRITE-SCRIPT-START.
           INITIALIZE WS-SCRIPT-PATH.
           STRING './PARAM-PACKAGES/.import-' FUNCTION TRIM(WS-PKG-REF)
              '.sql'
              DELIMITED BY SIZE INTO WS-SCRIPT-PATH
           END-STRING.
           OPEN OUTPUT F-SCRIPT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SEL
              INITIALIZE REC-F-SCRIPT
              STRING 'DELETE FROM '
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ' T WHERE T::TEXT IN (SELECT DIFF_ROW FROM '
                 'PARAM_PACKAGE_DIFF WHERE DIFF_REF = '''
                 FUNCTION TRIM(WS-PKG-REF) ''' AND DIFF_TABLE = '''
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ''' AND DIFF_SIDE = ''-'');'
                 DELIMITED BY SIZE INTO REC-F-SCRIPT
              END-STRING
              WRITE REC-F-SCRIPT
              INITIALIZE REC-F-SCRIPT
              STRING 'INSERT INTO '
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ' SELECT (DIFF_ROW::'
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ').* FROM PARAM_PACKAGE_DIFF WHERE DIFF_REF = '''
                 FUNCTION TRIM(WS-PKG-REF) ''' AND DIFF_TABLE = '''
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX))
                 ''' AND DIFF_SIDE = ''+'';'
                 DELIMITED BY SIZE INTO REC-F-SCRIPT
              END-STRING
              WRITE REC-F-SCRIPT
              INITIALIZE REC-F-SCRIPT
              STRING 'DELETE FROM PARAM_TABLE_VERSION WHERE '
                 'PV_TABLE = '''
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX)) ''';'
                 DELIMITED BY SIZE INTO REC-F-SCRIPT
              END-STRING
              WRITE REC-F-SCRIPT
              INITIALIZE REC-F-SCRIPT
              STRING 'INSERT INTO PARAM_TABLE_VERSION (PV_TABLE, '
                 'PV_VERSION, PV_PACKAGE, PV_STAMP) VALUES ('''
                 FUNCTION TRIM(WS-SEL-TABLE(WS-IDX)) ''', '''
                 WS-PKG-VERSION ''', ''' FUNCTION TRIM(WS-PKG-REF)
                 ''', ''' WS-STAMP ''');'
                 DELIMITED BY SIZE INTO REC-F-SCRIPT
              END-STRING
              WRITE REC-F-SCRIPT
           END-PERFORM.

           MOVE 'INSERT INTO PARAM_AUDIT (AUDIT_USER, AUDIT_TS, '
              & 'AUDIT_TABLE, AUDIT_KEY, AUDIT_OLD, AUDIT_NEW, '
              & 'AUDIT_PACKAGE)' TO REC-F-SCRIPT.
           WRITE REC-F-SCRIPT.
           INITIALIZE REC-F-SCRIPT.
           STRING ' SELECT ''' FUNCTION TRIM(SQL-ADMIN-ID) ''', '''
              WS-STAMP ''', DIFF_TABLE, LEFT(DIFF_KEY, 30), '
              'CASE WHEN DIFF_SIDE = ''-'' THEN LEFT(DIFF_ROW, 60) '
              'ELSE '''' END,'
              DELIMITED BY SIZE INTO REC-F-SCRIPT
           END-STRING.
           WRITE REC-F-SCRIPT.
           INITIALIZE REC-F-SCRIPT.
           STRING ' CASE WHEN DIFF_SIDE = ''+'' THEN LEFT(DIFF_ROW, 60)'
              ' ELSE '''' END, ''' FUNCTION TRIM(WS-PKG-REF) ''''
              ' FROM PARAM_PACKAGE_DIFF WHERE DIFF_REF = '''
              FUNCTION TRIM(WS-PKG-REF) ''';'
              DELIMITED BY SIZE INTO REC-F-SCRIPT
           END-STRING.
           WRITE REC-F-SCRIPT.

           INITIALIZE REC-F-SCRIPT.
           STRING 'INSERT INTO PARAM_PACKAGE (PKG_REF, PKG_VERSION, '
              'PKG_ACTION, PKG_SOURCE_DB, PKG_TABLES, PKG_PATH, '
              'PKG_USER, PKG_STAMP) VALUES ('''
              FUNCTION TRIM(WS-PKG-REF) ''', ''' WS-PKG-VERSION
              ''', ''IMPORT'', ''' FUNCTION TRIM(WS-PKG-BASE) ''','
              DELIMITED BY SIZE INTO REC-F-SCRIPT
           END-STRING.
           WRITE REC-F-SCRIPT.
           INITIALIZE REC-F-SCRIPT.
           STRING ' ''' FUNCTION TRIM(WS-TABLE-LIST) ''', '''
              FUNCTION TRIM(WS-PKG-LOADED-PATH) ''', '''
              FUNCTION TRIM(SQL-ADMIN-ID) ''', ''' WS-STAMP ''');'
              DELIMITED BY SIZE INTO REC-F-SCRIPT
           END-STRING.
           WRITE REC-F-SCRIPT.

           INITIALIZE REC-F-SCRIPT.
           STRING 'DELETE FROM PARAM_PACKAGE_ROW WHERE PKG_REF = '''
              FUNCTION TRIM(WS-PKG-REF) ''';'
              DELIMITED BY SIZE INTO REC-F-SCRIPT
           END-STRING.
           WRITE REC-F-SCRIPT.
           INITIALIZE REC-F-SCRIPT.
           STRING 'DELETE FROM PARAM_PACKAGE_DIFF WHERE DIFF_REF = '''
              FUNCTION TRIM(WS-PKG-REF) ''';'
              DELIMITED BY SIZE INTO REC-F-SCRIPT
           END-STRING.
           WRITE REC-F-SCRIPT.
           CLOSE F-SCRIPT.
       END-1850-WRITE-SCRIPT.
           EXIT.

       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-2000-SQL-CONNECTION.
           EXIT.

       2100-SQL-DISCONNECTION-START.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DISCONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-2100-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS                       *
      ******************************************************************
       9020-SQL-ERROR-START.
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
       END-9020-SQL-ERROR.
           STOP RUN.

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution ;   *
      *    base et utilisateur servent aussi aux commandes psql.       *
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
           MOVE WS-CONF-VALUE(1:20) TO WS-PSQL-DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE WS-CONF-VALUE(1:20) TO WS-PSQL-USER.
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

      ******************************************************************
      *    [RD] Horodatage AAAA-MM-JJ HH:MM:SS de l'operation.         *
      ******************************************************************
       0060-LOAD-STAMP-START.
           INITIALIZE WS-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP
           END-STRING.
       END-0060-LOAD-STAMP.
           EXIT.
