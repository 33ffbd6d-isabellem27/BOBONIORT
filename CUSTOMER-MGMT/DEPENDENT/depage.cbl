      ******************************************************************
      *    [RD] Limite d'age des enfants ayants droit.                 *
      *    Un enfant reste couvert jusqu'a ses 20 ans, ou jusqu'a ses  *
      *    26 ans s'il poursuit des etudes. Ce traitement mensuel      *
      *    parcourt les enfants ayants droit non clos des adherents    *
      *    actifs :                                                    *
      *      - 26 ans atteints : cloture a la date anniversaire,       *
      *        quelle que soit la scolarite ;                          *
      *      - 26 ans dans les deux mois : avis de fin de couverture   *
      *        a la famille ;                                          *
      *      - 20 ans dans les deux mois, ou etudiant sans certificat  *
      *        de scolarite pour l'annee scolaire en cours : avis a la *
      *        famille demandant le certificat, avec une date limite   *
      *        (le 20e anniversaire, ou le 31/10 pour un              *
      *        renouvellement de rentree, au moins un mois apres       *
      *        l'avis) ;                                               *
      *      - date limite passee sans certificat recu : cloture de    *
      *        l'ayant droit a la date limite, comme depfront.cbl      *
      *        (un enfant de moins, radiation NOEMIE, cotisation       *
      *        recalculee par recalcost.cbl).                          *
      *    Le certificat est saisi par le gestionnaire dans            *
      *    depfront.cbl et range dans CUSTOMER_DOCUMENT (type          *
      *    SCHOOL_CERT, numero de l'ayant droit, annee scolaire        *
      *    AAAA-AAAA). La demande en cours est portee par l'ayant      *
      *    droit (DEPENDENT_CERT_YEAR, DEPENDENT_CERT_DUE_DATE).       *
      *    Au passage de septembre, la liste des certificats a         *
      *    renouveler pour la rentree est ecrite pour les              *
      *    gestionnaires (./RAPPORT/CERTIF-SCOL-AAAA.txt).             *
      *    Appele par l'ordonnanceur batsched.cbl (un seul passage     *
      *    par mois) dans une connexion deja ouverte par l'appelant,   *
      *    comme renewbat.cbl ; LK-FORCE a 'O' passe outre la garde    *
      *    mensuelle et produit la liste hors septembre.               *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depage RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AVIS
           ASSIGN TO WS-AVIS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F-LISTE
           ASSIGN TO WS-LISTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-AVIS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-AVIS PIC X(80).
       FD  F-LISTE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  R-LISTE PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  FIN                  PIC S9(9)  VALUE 100.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-NB-NOTICE         PIC 9(05)  VALUE ZERO.
       01  WS-NB-ENDED          PIC 9(05)  VALUE ZERO.
       01  WS-NB-CERT-OK        PIC 9(05)  VALUE ZERO.
       01  WS-NB-LISTED         PIC 9(05)  VALUE ZERO.
       01  WS-RECAL-UUID        PIC X(36)  VALUE SPACES.
      *    [RD] limites d'age et delai de prevenance (en mois).
       01  WS-CHILD-LIMIT       PIC 9(02)  VALUE 20.
       01  WS-STUDENT-LIMIT     PIC 9(02)  VALUE 26.
       01  WS-NOTICE-MONTHS     PIC 9(02)  VALUE 2.
      *    [RD] type d'avis : C certificat demande, F fin a 26 ans.
       01  WS-AVIS-KIND         PIC X(01)  VALUE SPACE.
       01  WS-END-DATE          PIC X(10)  VALUE SPACES.
       01  WS-END-REASON        PIC X(20)  VALUE SPACES.
      *    [RD] annee scolaire d'une date AAAA-MM-JJ (septembre a
      *    aout) : AAAA-AAAA.
       01  WS-SY-DATE           PIC X(10)  VALUE SPACES.
       01  WS-SY-YEAR           PIC 9(04)  VALUE ZERO.
       01  WS-SY-MONTH          PIC 9(02)  VALUE ZERO.
       01  WS-SY-START          PIC 9(04)  VALUE ZERO.
       01  WS-SY-END            PIC 9(04)  VALUE ZERO.
       01  WS-SY-LABEL          PIC X(09)  VALUE SPACES.
       01  WS-TARGET-YEAR       PIC X(09)  VALUE SPACES.
       01  WS-TARGET-DUE        PIC X(10)  VALUE SPACES.
       01  WS-Z-SEQ             PIC Z(04)9.
       01  WS-NL-EVENT          PIC X(01)  VALUE 'F'.
       01  WS-NL-RC             PIC X(01)  VALUE SPACE.

       01  WS-AVIS-PATH.
           03 WS-AVIS-FOLDER    PIC X(15)
              VALUE './RAPPORT/SCOL-'                         .
           03 WS-AVIS-DATE      PIC 9(08).
           03 WS-AVIS-SEP       PIC X(01)  VALUE '-'.
           03 WS-AVIS-SEQ       PIC 9(05).
           03 WS-AVIS-FORMAT    PIC X(04)  VALUE '.txt'.

       01  WS-LISTE-PATH.
           03 WS-LISTE-FOLDER   PIC X(22)
              VALUE './RAPPORT/CERTIF-SCOL-'                  .
           03 WS-LISTE-YEAR     PIC 9(04).
           03 WS-LISTE-FORMAT   PIC X(04)  VALUE '.txt'.

       01  WS-LISTE-DETAIL.
           03 WS-LD-LASTNAME    PIC X(20).
           03 FILLER            PIC X(01)  VALUE SPACE.
           03 WS-LD-FIRSTNAME   PIC X(15).
           03 FILLER            PIC X(01)  VALUE SPACE.
           03 WS-LD-DEP-LAST    PIC X(20).
           03 FILLER            PIC X(01)  VALUE SPACE.
           03 WS-LD-DEP-FIRST   PIC X(15).
           03 FILLER            PIC X(01)  VALUE SPACE.
           03 WS-LD-BIRTH       PIC X(10).
           03 FILLER            PIC X(02)  VALUE SPACES.
           03 WS-LD-LAST-CERT   PIC X(09).
           03 FILLER            PIC X(02)  VALUE SPACES.
           03 WS-LD-DUE         PIC X(10).
           03 FILLER            PIC X(13)  VALUE SPACES.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  SQL-CNT              PIC 9(09)  VALUE 0.
       01  SQL-TODAY            PIC X(10)  VALUE SPACES.
       01  SQL-NOTICE-LIMIT     PIC X(10)  VALUE SPACES.
       01  SQL-MIN-DUE          PIC X(10)  VALUE SPACES.
       01  SQL-LAST-RUN         PIC X(10)  VALUE SPACES.
       01  SQL-CHILD-LIMIT      PIC 9(02)  VALUE 0.
       01  SQL-STUDENT-LIMIT    PIC 9(02)  VALUE 0.
       01  SQL-NOTICE-MONTHS    PIC 9(02)  VALUE 0.
       01  SQL-SCHOOL-YEAR      PIC X(09)  VALUE SPACES.
       01  SQL-SEPT-DATE        PIC X(10)  VALUE SPACES.

       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-ADRESS1      PIC X(50).
       01  SQL-CUS-ADRESS2      PIC X(50).
       01  SQL-CUS-ZIPCODE      PIC X(15).
       01  SQL-CUS-TOWN         PIC X(30).
       01  SQL-CUS-NBCHILDREN   PIC 9(03).
       01  SQL-DEP-NUM          PIC 9(08).
       01  SQL-DEP-LASTNAME     PIC X(20).
       01  SQL-DEP-FIRSTNAME    PIC X(20).
       01  SQL-DEP-BIRTH-DATE   PIC X(10).
       01  SQL-DEP-DATE-20      PIC X(10).
       01  SQL-DEP-DATE-26      PIC X(10).
       01  SQL-DEP-CERT-YEAR    PIC X(09).
       01  SQL-DEP-CERT-DUE     PIC X(10).
       01  SQL-END-DATE         PIC X(10).
       01  SQL-END-REASON       PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
      *    [RD] 'O' : lancement force ; autre valeur : lancement
      *    planifie, un seul passage par mois.
       01  LK-FORCE             PIC X(01).
       01  LK-NB-NOTICE         PIC 9(05).
       01  LK-NB-ENDED          PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-FORCE, LK-NB-NOTICE, LK-NB-ENDED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (batsched.cbl), comme pour renewbat.cbl.
           PERFORM 1000-INITIALIZATION-START
              THRU END-1000-INITIALIZATION.

      *    [RD] l'ordonnanceur repasse chaque nuit ; le traitement ne
      *    tourne qu'une fois par mois. Une date de dernier lancement
      *    du travail DEP-AGE-LIMIT (BATCH_SCHEDULE) deja dans le mois
      *    courant vaut passage fait.
           IF  FUNCTION UPPER-CASE(LK-FORCE) NOT = 'O'
               MOVE SPACES TO SQL-LAST-RUN
               EXEC SQL
                   SELECT COALESCE(JOB_LAST_RUN_DATE, '')
                   INTO :SQL-LAST-RUN
                   FROM BATCH_SCHEDULE
                   WHERE JOB_NAME = 'DEP-AGE-LIMIT'
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE 'LECTURE PASSAGE DEP-AGE-LIMIT' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               IF  SQL-LAST-RUN(1:7) = SQL-TODAY(1:7)
                   MOVE ZERO TO LK-NB-NOTICE LK-NB-ENDED
                   DISPLAY 'LIMITE D''AGE DES AYANTS DROIT : deja'
                       ' passee ce mois, aucun ayant droit traite.'
                   GOBACK
               END-IF
           END-IF.

           PERFORM 1100-ENSURE-COLUMNS-START
              THRU END-1100-ENSURE-COLUMNS.

           PERFORM 2000-SWEEP-CHILDREN-START
              THRU END-2000-SWEEP-CHILDREN.

      *    [RD] liste de rentree des certificats a renouveler.
           IF  FUNCTION UPPER-CASE(LK-FORCE) = 'O'
              OR WS-BATCH-DATE(5:2) = '09'
               PERFORM 6000-RENEWAL-LIST-START
                  THRU END-6000-RENEWAL-LIST
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMMIT LIMITE D''AGE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE WS-NB-NOTICE TO LK-NB-NOTICE.
           MOVE WS-NB-ENDED TO LK-NB-ENDED.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Date du jour, horizon de prevenance (aujourd'hui plus  *
      *    deux mois) et date limite minimale d'un certificat demande  *
      *    (aujourd'hui plus un mois).                                 *
      ******************************************************************
       1000-INITIALIZATION-START.
           MOVE ZERO TO WS-NB-NOTICE WS-NB-ENDED WS-NB-CERT-OK
               WS-NB-LISTED.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-AVIS-DATE.
           MOVE WS-CHILD-LIMIT TO SQL-CHILD-LIMIT.
           MOVE WS-STUDENT-LIMIT TO SQL-STUDENT-LIMIT.
           MOVE WS-NOTICE-MONTHS TO SQL-NOTICE-MONTHS.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-TODAY, 'YYYY-MM-DD')
                          + MAKE_INTERVAL(months => :SQL-NOTICE-MONTHS),
                          'YYYY-MM-DD'),
                      TO_CHAR(TO_DATE(:SQL-TODAY, 'YYYY-MM-DD')
                          + INTERVAL '1 month', 'YYYY-MM-DD')
               INTO :SQL-NOTICE-LIMIT, :SQL-MIN-DUE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CALCUL DES HORIZONS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-INITIALIZATION.
           EXIT.

      ******************************************************************
      *    [RD] Colonnes de suivi de la demande de certificat sur      *
      *    l'ayant droit, colonnes de cloture (depfront.cbl) et        *
      *    colonnes du certificat sur les documents (depfront.cbl),    *
      *    pour les bases anterieures a cette evolution.               *
      ******************************************************************
       1100-ENSURE-COLUMNS-START.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_REASON
                   VARCHAR(20)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_CERT_YEAR
                   VARCHAR(09)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_CERT_DUE_DATE
                   VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES DE SUIVI CUSTOMER_DEPENDENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DOCUMENT (
                   UUID_CUSTOMER    VARCHAR(36),
                   DOCUMENT_NUM     INT,
                   DOCUMENT_DATE    VARCHAR(08),
                   DOCUMENT_TYPE    VARCHAR(20),
                   DOCUMENT_FILENAME VARCHAR(50)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DOCUMENT
               ADD COLUMN IF NOT EXISTS DOCUMENT_DEP_NUM INT
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DOCUMENT
               ADD COLUMN IF NOT EXISTS DOCUMENT_SCHOOL_YEAR
                   VARCHAR(09)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNES CERTIFICAT CUSTOMER_DOCUMENT'
                   TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1100-ENSURE-COLUMNS.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les enfants ayants droit non clos des         *
      *    adherents actifs, avec leurs dates anniversaires 20 et 26   *
      *    ans calculees par la base.                                  *
      ******************************************************************
       2000-SWEEP-CHILDREN-START.
           EXEC SQL
               DECLARE CRSDEPAGE CURSOR FOR
               SELECT D.UUID_CUSTOMER,
                      C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                      COALESCE(C.CUSTOMER_ADRESS1, ''),
                      COALESCE(C.CUSTOMER_ADRESS2, ''),
                      COALESCE(C.CUSTOMER_ZIPCODE, ''),
                      COALESCE(C.CUSTOMER_TOWN, ''),
                      COALESCE(C.CUSTOMER_NBCHILDREN, 0),
                      D.DEPENDENT_NUM,
                      D.DEPENDENT_LASTNAME, D.DEPENDENT_FIRSTNAME,
                      D.DEPENDENT_BIRTH_DATE,
                      TO_CHAR(TO_DATE(D.DEPENDENT_BIRTH_DATE,
                          'YYYY-MM-DD')
                          + MAKE_INTERVAL(years => :SQL-CHILD-LIMIT),
                          'YYYY-MM-DD'),
                      TO_CHAR(TO_DATE(D.DEPENDENT_BIRTH_DATE,
                          'YYYY-MM-DD')
                          + MAKE_INTERVAL(years => :SQL-STUDENT-LIMIT),
                          'YYYY-MM-DD'),
                      COALESCE(D.DEPENDENT_CERT_YEAR, ''),
                      COALESCE(D.DEPENDENT_CERT_DUE_DATE, '')
               FROM CUSTOMER_DEPENDENT D
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                    = D.UUID_CUSTOMER
               WHERE C.CUSTOMER_ACTIVE = '1'
                 AND UPPER(D.DEPENDENT_RELATION) = 'CHILD'
                 AND D.DEPENDENT_END_DATE IS NULL
                 AND D.DEPENDENT_BIRTH_DATE
                     ~ '^[0-9]{4}-[0-9]{2}-[0-9]{2}$'
               ORDER BY C.CUSTOMER_LASTNAME, D.DEPENDENT_NUM
           END-EXEC.

           EXEC SQL
               OPEN CRSDEPAGE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSDEPAGE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDEPAGE
                   INTO :SQL-CUS-UUID,
                        :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                        :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN,
                        :SQL-CUS-NBCHILDREN,
                        :SQL-DEP-NUM,
                        :SQL-DEP-LASTNAME, :SQL-DEP-FIRSTNAME,
                        :SQL-DEP-BIRTH-DATE,
                        :SQL-DEP-DATE-20, :SQL-DEP-DATE-26,
                        :SQL-DEP-CERT-YEAR, :SQL-DEP-CERT-DUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2100-CHECK-ONE-START
                          THRU END-2100-CHECK-ONE
                   WHEN 100
                       DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSDEPAGE :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSDEPAGE
           END-EXEC.
       END-2000-SWEEP-CHILDREN.
           EXIT.

      ******************************************************************
      *    [RD] Situation de l'enfant courant, dans l'ordre :          *
      *    26 ans atteints, date limite de certificat passee, 26 ans   *
      *    proches, certificat a demander.                             *
      ******************************************************************
       2100-CHECK-ONE-START.
           IF  SQL-DEP-DATE-26 NOT > SQL-TODAY
               MOVE SQL-DEP-DATE-26 TO WS-END-DATE
               MOVE 'LIMITE AGE 26 ANS' TO WS-END-REASON
               PERFORM 4000-END-DEPENDENT-START
                  THRU END-4000-END-DEPENDENT
               GO TO END-2100-CHECK-ONE
           END-IF.

           IF  SQL-DEP-CERT-DUE NOT = SPACES
              AND SQL-DEP-CERT-DUE < SQL-TODAY
               PERFORM 2200-DEADLINE-START
                  THRU END-2200-DEADLINE
               IF  WS-END-DATE NOT = SPACES
                   GO TO END-2100-CHECK-ONE
               END-IF
           END-IF.

           IF  SQL-DEP-DATE-26 NOT > SQL-NOTICE-LIMIT
               IF  SQL-DEP-CERT-YEAR NOT = 'FIN-26'
                   MOVE 'F' TO WS-AVIS-KIND
                   PERFORM 5000-WRITE-AVIS-START
                      THRU END-5000-WRITE-AVIS
                   MOVE 'FIN-26' TO SQL-SCHOOL-YEAR
                   MOVE SPACES TO SQL-END-DATE
                   PERFORM 2400-SET-REQUEST-START
                      THRU END-2400-SET-REQUEST
               END-IF
               GO TO END-2100-CHECK-ONE
           END-IF.

           IF  SQL-DEP-DATE-20 NOT > SQL-NOTICE-LIMIT
               PERFORM 2300-REQUEST-CERT-START
                  THRU END-2300-REQUEST-CERT
           END-IF.
       END-2100-CHECK-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Date limite passee : le certificat de l'annee          *
      *    demandee est-il arrive ? Oui, la demande est soldee ; non,  *
      *    l'ayant droit est clos a la date limite.                    *
      ******************************************************************
       2200-DEADLINE-START.
           MOVE SPACES TO WS-END-DATE.
           MOVE SQL-DEP-CERT-YEAR TO SQL-SCHOOL-YEAR.
           PERFORM 3000-COUNT-CERT-START
              THRU END-3000-COUNT-CERT.
           IF  SQL-CNT > ZERO
               MOVE SPACES TO SQL-END-DATE
               PERFORM 2400-SET-REQUEST-START
                  THRU END-2400-SET-REQUEST
               ADD 1 TO WS-NB-CERT-OK
               GO TO END-2200-DEADLINE
           END-IF.
           MOVE SQL-DEP-CERT-DUE TO WS-END-DATE.
           MOVE 'SANS CERTIF SCOLAIRE' TO WS-END-REASON.
           PERFORM 4000-END-DEPENDENT-START
              THRU END-4000-END-DEPENDENT.
       END-2200-DEADLINE.
           EXIT.

      ******************************************************************
      *    [RD] Certificat a demander : avant 20 ans, pour l'annee     *
      *    scolaire du 20e anniversaire et au plus tard a cette date ; *
      *    apres 20 ans, pour l'annee scolaire en cours, au plus tard  *
      *    le 31/10 de la rentree. La date limite laisse toujours au   *
      *    moins un mois a la famille. Un certificat deja saisi pour   *
      *    l'annee, ou une demande deja faite, n'entraine pas d'avis.  *
      ******************************************************************
       2300-REQUEST-CERT-START.
           IF  SQL-DEP-DATE-20 > SQL-TODAY
               MOVE SQL-DEP-DATE-20 TO WS-SY-DATE
               MOVE SQL-DEP-DATE-20 TO WS-TARGET-DUE
           ELSE
               MOVE SQL-TODAY TO WS-SY-DATE
               MOVE SPACES TO WS-TARGET-DUE
           END-IF.
           PERFORM 3100-SCHOOL-YEAR-START
              THRU END-3100-SCHOOL-YEAR.
           MOVE WS-SY-LABEL TO WS-TARGET-YEAR.
           IF  WS-TARGET-DUE = SPACES
               STRING WS-SY-START '-10-31'
                   DELIMITED BY SIZE INTO WS-TARGET-DUE
               END-STRING
           END-IF.
           IF  WS-TARGET-DUE < SQL-MIN-DUE
               MOVE SQL-MIN-DUE TO WS-TARGET-DUE
           END-IF.

           IF  SQL-DEP-CERT-YEAR = WS-TARGET-YEAR
               GO TO END-2300-REQUEST-CERT
           END-IF.

           MOVE WS-TARGET-YEAR TO SQL-SCHOOL-YEAR.
           PERFORM 3000-COUNT-CERT-START
              THRU END-3000-COUNT-CERT.
           IF  SQL-CNT > ZERO
               MOVE SPACES TO SQL-END-DATE
               PERFORM 2400-SET-REQUEST-START
                  THRU END-2400-SET-REQUEST
               GO TO END-2300-REQUEST-CERT
           END-IF.

           MOVE 'C' TO WS-AVIS-KIND.
           PERFORM 5000-WRITE-AVIS-START
              THRU END-5000-WRITE-AVIS.
           MOVE WS-TARGET-DUE TO SQL-END-DATE.
           PERFORM 2400-SET-REQUEST-START
              THRU END-2400-SET-REQUEST.
       END-2300-REQUEST-CERT.
           EXIT.

      ******************************************************************
      *    [RD] Porte sur l'ayant droit l'annee demandee               *
      *    (SQL-SCHOOL-YEAR) et la date limite (SQL-END-DATE, vide :   *
      *    aucune demande en attente).                                 *
      ******************************************************************
       2400-SET-REQUEST-START.
           IF  SQL-END-DATE = SPACES
               EXEC SQL
                   UPDATE CUSTOMER_DEPENDENT
                   SET DEPENDENT_CERT_YEAR = :SQL-SCHOOL-YEAR,
                       DEPENDENT_CERT_DUE_DATE = NULL
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND DEPENDENT_NUM = :SQL-DEP-NUM
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CUSTOMER_DEPENDENT
                   SET DEPENDENT_CERT_YEAR = :SQL-SCHOOL-YEAR,
                       DEPENDENT_CERT_DUE_DATE = :SQL-END-DATE
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND DEPENDENT_NUM = :SQL-DEP-NUM
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ DEMANDE DE CERTIFICAT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2400-SET-REQUEST.
           EXIT.

      ******************************************************************
      *    [RD] Certificats saisis pour l'ayant droit courant et       *
      *    l'annee scolaire SQL-SCHOOL-YEAR.                           *
      ******************************************************************
       3000-COUNT-CERT-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM CUSTOMER_DOCUMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND DOCUMENT_TYPE = 'SCHOOL_CERT'
                 AND DOCUMENT_DEP_NUM = :SQL-DEP-NUM
                 AND DOCUMENT_SCHOOL_YEAR = :SQL-SCHOOL-YEAR
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE CERTIFICATS SCOLAIRES' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3000-COUNT-CERT.
           EXIT.

      ******************************************************************
      *    [RD] Annee scolaire (septembre a aout) de WS-SY-DATE.       *
      ******************************************************************
       3100-SCHOOL-YEAR-START.
           MOVE WS-SY-DATE(1:4) TO WS-SY-YEAR.
           MOVE WS-SY-DATE(6:2) TO WS-SY-MONTH.
           IF  WS-SY-MONTH < 9
               COMPUTE WS-SY-START = WS-SY-YEAR - 1
           ELSE
               MOVE WS-SY-YEAR TO WS-SY-START
           END-IF.
           COMPUTE WS-SY-END = WS-SY-START + 1.
           INITIALIZE WS-SY-LABEL.
           STRING WS-SY-START '-' WS-SY-END
               DELIMITED BY SIZE INTO WS-SY-LABEL
           END-STRING.
       END-3100-SCHOOL-YEAR.
           EXIT.

      ******************************************************************
      *    [RD] Cloture de l'enfant courant a WS-END-DATE, comme la    *
      *    cloture de depfront.cbl : un enfant couvert de moins,       *
      *    radiation NOEMIE a la date de fin, cotisation recalculee.   *
      ******************************************************************
       4000-END-DEPENDENT-START.
           MOVE WS-END-DATE TO SQL-END-DATE.
           MOVE WS-END-REASON TO SQL-END-REASON.
           EXEC SQL
               UPDATE CUSTOMER_DEPENDENT
               SET DEPENDENT_END_DATE = :SQL-END-DATE,
                   DEPENDENT_END_REASON = :SQL-END-REASON,
                   DEPENDENT_CERT_DUE_DATE = NULL
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND DEPENDENT_NUM = :SQL-DEP-NUM
                 AND DEPENDENT_END_DATE IS NULL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CLOTURE AYANT DROIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER
               SET CUSTOMER_NBCHILDREN = CUSTOMER_NBCHILDREN - 1
               WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
                 AND CUSTOMER_NBCHILDREN > 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'MAJ NOMBRE D''ENFANTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           CALL 'noemlnk' USING SQL-CUS-UUID, WS-NL-EVENT,
               SQL-DEP-NUM, SQL-END-DATE, WS-NL-RC
           END-CALL.
           IF  WS-NL-RC NOT = '0'
               MOVE 'RADIATION NOEMIE AYANT DROIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE SQL-CUS-UUID TO WS-RECAL-UUID.
           CALL 'recalcost' USING BY REFERENCE WS-RECAL-UUID
           END-CALL.

           ADD 1 TO WS-NB-ENDED.
       END-4000-END-DEPENDENT.
           EXIT.

      ******************************************************************
      *    [RD] Avis a la famille pour l'enfant courant : demande de   *
      *    certificat de scolarite (C) ou fin de couverture a 26 ans   *
      *    (F).                                                        *
      ******************************************************************
       5000-WRITE-AVIS-START.
           ADD 1 TO WS-NB-NOTICE.
           MOVE WS-NB-NOTICE TO WS-AVIS-SEQ.
           OPEN OUTPUT F-AVIS.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           IF  WS-AVIS-KIND = 'F'
               MOVE 'AVIS DE FIN DE COUVERTURE - MUTUELLE BOBONIORT'
                   TO R-AVIS
           ELSE
               MOVE 'DEMANDE DE CERTIFICAT DE SCOLARITE - MUTUELLE'
                 & ' BOBONIORT' TO R-AVIS
           END-IF.
           WRITE R-AVIS.
           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.

           INITIALIZE R-AVIS.
           STRING FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SQL-CUS-ADRESS1 TO R-AVIS.
           WRITE R-AVIS.
           IF  SQL-CUS-ADRESS2 NOT = SPACES
               MOVE SQL-CUS-ADRESS2 TO R-AVIS
               WRITE R-AVIS
           END-IF.
           INITIALIZE R-AVIS.
           STRING FUNCTION TRIM(SQL-CUS-ZIPCODE) SPACE
               FUNCTION TRIM(SQL-CUS-TOWN)
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.

           INITIALIZE R-AVIS.
           STRING 'Ayant droit         : '
               FUNCTION TRIM(SQL-DEP-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-DEP-LASTNAME)
               ', ne(e) le ' SQL-DEP-BIRTH-DATE
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.

           IF  WS-AVIS-KIND = 'F'
               INITIALIZE R-AVIS
               STRING 'Fin de couverture   : le ' SQL-DEP-DATE-26
                   ' (26 ans)'
                   DELIMITED BY SIZE INTO R-AVIS
               END-STRING
               WRITE R-AVIS
               MOVE 'Au-dela de 26 ans, une adhesion individuelle'
                 & ' peut lui etre proposee.' TO R-AVIS
               WRITE R-AVIS
           ELSE
               INITIALIZE R-AVIS
               STRING 'Annee scolaire      : ' WS-TARGET-YEAR
                   DELIMITED BY SIZE INTO R-AVIS
               END-STRING
               WRITE R-AVIS
               INITIALIZE R-AVIS
               STRING 'A nous retourner    : avant le ' WS-TARGET-DUE
                   DELIMITED BY SIZE INTO R-AVIS
               END-STRING
               WRITE R-AVIS
               MOVE 'Apres 20 ans, un enfant reste couvert jusqu''a'
                 & ' 26 ans s''il poursuit' TO R-AVIS
               WRITE R-AVIS
               MOVE 'des etudes : merci de nous adresser son'
                 & ' certificat de scolarite.' TO R-AVIS
               WRITE R-AVIS
               MOVE 'Sans certificat a cette date, sa couverture'
                 & ' prendra fin a cette date.' TO R-AVIS
               WRITE R-AVIS
           END-IF.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           CLOSE F-AVIS.
       END-5000-WRITE-AVIS.
           EXIT.

      ******************************************************************
      *    [RD] Liste de rentree pour les gestionnaires : enfants de   *
      *    20 a 25 ans au 1er septembre sans certificat saisi pour la  *
      *    nouvelle annee scolaire, avec le dernier certificat recu et *
      *    la date limite de la demande envoyee.                       *
      ******************************************************************
       6000-RENEWAL-LIST-START.
           MOVE SQL-TODAY TO WS-SY-DATE.
           PERFORM 3100-SCHOOL-YEAR-START
              THRU END-3100-SCHOOL-YEAR.
           MOVE WS-SY-LABEL TO SQL-SCHOOL-YEAR.
           MOVE WS-SY-START TO WS-LISTE-YEAR.
           INITIALIZE SQL-SEPT-DATE.
           STRING WS-SY-START '-09-01'
               DELIMITED BY SIZE INTO SQL-SEPT-DATE
           END-STRING.

           OPEN OUTPUT F-LISTE.
           MOVE ALL '-' TO R-LISTE.
           WRITE R-LISTE.
           INITIALIZE R-LISTE.
           STRING 'CERTIFICATS DE SCOLARITE A RENOUVELER - ANNEE '
               SQL-SCHOOL-YEAR
               DELIMITED BY SIZE INTO R-LISTE
           END-STRING.
           WRITE R-LISTE.
           MOVE ALL '-' TO R-LISTE.
           WRITE R-LISTE.
           MOVE 'Adherent             Prenom          Ayant droit'
             & '          Prenom          Naissance   Dernier    Limite'
               TO R-LISTE.
           WRITE R-LISTE.

           EXEC SQL
               DECLARE CRSCERTLST CURSOR FOR
               SELECT C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                      D.DEPENDENT_LASTNAME, D.DEPENDENT_FIRSTNAME,
                      D.DEPENDENT_BIRTH_DATE,
                      COALESCE((SELECT MAX(O.DOCUMENT_SCHOOL_YEAR)
                                FROM CUSTOMER_DOCUMENT O
                                WHERE O.UUID_CUSTOMER = D.UUID_CUSTOMER
                                  AND O.DOCUMENT_TYPE = 'SCHOOL_CERT'
                                  AND O.DOCUMENT_DEP_NUM
                                      = D.DEPENDENT_NUM), ''),
                      COALESCE(D.DEPENDENT_CERT_DUE_DATE, '')
               FROM CUSTOMER_DEPENDENT D
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                    = D.UUID_CUSTOMER
               WHERE C.CUSTOMER_ACTIVE = '1'
                 AND UPPER(D.DEPENDENT_RELATION) = 'CHILD'
                 AND D.DEPENDENT_END_DATE IS NULL
                 AND D.DEPENDENT_BIRTH_DATE
                     ~ '^[0-9]{4}-[0-9]{2}-[0-9]{2}$'
                 AND TO_DATE(D.DEPENDENT_BIRTH_DATE, 'YYYY-MM-DD')
                     + MAKE_INTERVAL(years => :SQL-CHILD-LIMIT)
                     <= TO_DATE(:SQL-SEPT-DATE, 'YYYY-MM-DD')
                 AND TO_DATE(D.DEPENDENT_BIRTH_DATE, 'YYYY-MM-DD')
                     + MAKE_INTERVAL(years => :SQL-STUDENT-LIMIT)
                     > TO_DATE(:SQL-SEPT-DATE, 'YYYY-MM-DD')
                 AND NOT EXISTS (SELECT 1 FROM CUSTOMER_DOCUMENT O
                     WHERE O.UUID_CUSTOMER = D.UUID_CUSTOMER
                       AND O.DOCUMENT_TYPE = 'SCHOOL_CERT'
                       AND O.DOCUMENT_DEP_NUM = D.DEPENDENT_NUM
                       AND O.DOCUMENT_SCHOOL_YEAR = :SQL-SCHOOL-YEAR)
               ORDER BY C.CUSTOMER_LASTNAME, D.DEPENDENT_NUM
           END-EXEC.

           EXEC SQL
               OPEN CRSCERTLST
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSCERTLST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCERTLST
                   INTO :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-DEP-LASTNAME, :SQL-DEP-FIRSTNAME,
                        :SQL-DEP-BIRTH-DATE,
                        :SQL-DEP-CERT-YEAR, :SQL-DEP-CERT-DUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-CUS-LASTNAME TO WS-LD-LASTNAME
                       MOVE SQL-CUS-FIRSTNAME TO WS-LD-FIRSTNAME
                       MOVE SQL-DEP-LASTNAME TO WS-LD-DEP-LAST
                       MOVE SQL-DEP-FIRSTNAME TO WS-LD-DEP-FIRST
                       MOVE SQL-DEP-BIRTH-DATE TO WS-LD-BIRTH
                       MOVE SQL-DEP-CERT-YEAR TO WS-LD-LAST-CERT
                       MOVE SQL-DEP-CERT-DUE TO WS-LD-DUE
                       MOVE WS-LISTE-DETAIL TO R-LISTE
                       WRITE R-LISTE
                       ADD 1 TO WS-NB-LISTED
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSCERTLST :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSCERTLST
           END-EXEC.

           MOVE ALL '-' TO R-LISTE.
           WRITE R-LISTE.
           MOVE WS-NB-LISTED TO WS-Z-SEQ.
           INITIALIZE R-LISTE.
           STRING 'Certificats a renouveler : ' FUNCTION TRIM(WS-Z-SEQ)
               DELIMITED BY SIZE INTO R-LISTE
           END-STRING.
           WRITE R-LISTE.
           CLOSE F-LISTE.
       END-6000-RENEWAL-LIST.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
       9100-DISPLAY-REPORT-START.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'LIMITE D''AGE DES AYANTS DROIT - COMPTE-RENDU'.
           DISPLAY 'Avis envoyes aux familles   : ' WS-NB-NOTICE.
           DISPLAY 'Certificats recus a temps   : ' WS-NB-CERT-OK.
           DISPLAY 'Ayants droit clos           : ' WS-NB-ENDED.
           DISPLAY 'Certificats a renouveler    : ' WS-NB-LISTED.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
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
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (batsched.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
