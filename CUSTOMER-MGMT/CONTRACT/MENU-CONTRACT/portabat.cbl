      ******************************************************************
      *    [RD] Suivi des periodes de portabilite des droits.          *
      *    Un ancien salarie indemnise par l'assurance chomage garde   *
      *    la couverture collective de son employeur, sans cotisation, *
      *    pendant la duree de son dernier emploi (douze mois au       *
      *    plus). La periode est ouverte par grpmove.cbl sur un depart *
      *    signale en portabilite (table PORTABILITY) ; ce traitement  *
      *    quotidien la suit :                                         *
      *      - a chaque echeance trimestrielle (PORTA_NEXT_CHECK), un  *
      *        justificatif de chomage (CUSTOMER_DOCUMENT, type        *
      *        UNEMPLOY_PROOF, saisi par docsave.cbl) recu depuis la   *
      *        precedente echeance reconduit la periode au trimestre   *
      *        suivant ; sans justificatif la couverture cesse a       *
      *        l'echeance ;                                            *
      *      - a la fin de la periode (PORTA_END_DATE) la couverture   *
      *        cesse.                                                  *
      *    La fin de couverture resilie le contrat a la date de fin    *
      *    (motif PORTABILITE, sans solde : la periode n'est pas       *
      *    facturee), met en file la radiation NOEMIE (noemlnk.cbl)    *
      *    et ecrit un avis a l'ancien salarie.                        *
      *    Lance chaque nuit par l'ordonnanceur batsched.cbl, dans une *
      *    connexion deja ouverte par l'appelant.                      *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. portabat RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AVIS
           ASSIGN TO WS-AVIS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-AVIS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-AVIS PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-NB-OPEN           PIC 9(05)  VALUE ZERO.
       01  WS-NB-RENEWED        PIC 9(05)  VALUE ZERO.
       01  WS-NB-ENDED          PIC 9(05)  VALUE ZERO.
       01  WS-CHECK-MONTHS      PIC 9(02)  VALUE 3.
       01  WS-CLOSE-DATE        PIC X(10)  VALUE SPACES.
       01  WS-CLOSE-REASON      PIC X(20)  VALUE SPACES.
       01  WS-NL-EVENT          PIC X(01)  VALUE 'R'.
       01  WS-NL-DEP-NUM        PIC 9(08)  VALUE ZERO.
       01  WS-NL-RC             PIC X(01)  VALUE SPACE.

       01  WS-AVIS-PATH.
           03 WS-AVIS-FOLDER    PIC X(16)
              VALUE './RAPPORT/PORTA-'                        .
           03 WS-AVIS-DATE      PIC 9(08).
           03 WS-AVIS-SEP       PIC X(01)  VALUE '-'.
           03 WS-AVIS-SEQ       PIC 9(05).
           03 WS-AVIS-FORMAT    PIC X(04)  VALUE '.txt'.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  SQL-CNT              PIC 9(09)  VALUE 0.
       01  SQL-TODAY            PIC X(10)  VALUE SPACES.
       01  SQL-CHECK-MONTHS     PIC 9(02)  VALUE 0.
       01  SQL-PROOF-FROM       PIC X(08)  VALUE SPACES.
       01  SQL-NEXT-CHECK       PIC X(10)  VALUE SPACES.

       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-ADRESS1      PIC X(50).
       01  SQL-CUS-ADRESS2      PIC X(50).
       01  SQL-CUS-ZIPCODE      PIC X(15).
       01  SQL-CUS-TOWN         PIC X(30).
       01  SQL-PORTA-SIRET      PIC X(14).
       01  SQL-PORTA-START      PIC X(10).
       01  SQL-PORTA-END        PIC X(10).
       01  SQL-PORTA-CHECK      PIC X(10).
       01  SQL-CLOSE-DATE       PIC X(10).
       01  SQL-CLOSE-REASON     PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-ENDED          PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-ENDED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (batsched.cbl), comme pour renewbat.cbl.
           PERFORM 1000-INITIALIZATION-START
              THRU END-1000-INITIALIZATION.

           PERFORM 2000-SWEEP-PERIODS-START
              THRU END-2000-SWEEP-PERIODS.

           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMMIT PORTABILITE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE WS-NB-ENDED TO LK-NB-ENDED.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Date du jour et tables garanties (PORTABILITY comme    *
      *    grpmove.cbl, CUSTOMER_DOCUMENT comme docsave.cbl).          *
      ******************************************************************
       1000-INITIALIZATION-START.
           MOVE ZERO TO WS-NB-OPEN WS-NB-RENEWED WS-NB-ENDED.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-AVIS-DATE.
           MOVE WS-CHECK-MONTHS TO SQL-CHECK-MONTHS.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS PORTABILITY (
                   UUID_CUSTOMER      VARCHAR(36),
                   PORTA_SIRET        VARCHAR(14),
                   PORTA_START_DATE   VARCHAR(10),
                   PORTA_END_DATE     VARCHAR(10),
                   PORTA_MONTHS       NUMERIC(2),
                   PORTA_NEXT_CHECK   VARCHAR(10),
                   PORTA_STATUS       VARCHAR(10),
                   PORTA_CLOSE_DATE   VARCHAR(10),
                   PORTA_CLOSE_REASON VARCHAR(20)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PORTABILITY' TO WS-SQL-LIB
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
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CUSTOMER_DOCUMENT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-INITIALIZATION.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les periodes de portabilite en cours.         *
      ******************************************************************
       2000-SWEEP-PERIODS-START.
           EXEC SQL
               DECLARE CRSPORTA CURSOR FOR
               SELECT P.UUID_CUSTOMER,
                      C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                      COALESCE(C.CUSTOMER_ADRESS1, ''),
                      COALESCE(C.CUSTOMER_ADRESS2, ''),
                      COALESCE(C.CUSTOMER_ZIPCODE, ''),
                      COALESCE(C.CUSTOMER_TOWN, ''),
                      COALESCE(P.PORTA_SIRET, ''),
                      P.PORTA_START_DATE, P.PORTA_END_DATE,
                      P.PORTA_NEXT_CHECK
               FROM PORTABILITY P
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                    = P.UUID_CUSTOMER
               WHERE P.PORTA_STATUS = 'EN_COURS'
               ORDER BY C.CUSTOMER_LASTNAME
           END-EXEC.

           EXEC SQL
               OPEN CRSPORTA
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSPORTA' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSPORTA
                   INTO :SQL-CUS-UUID,
                        :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                        :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN,
                        :SQL-PORTA-SIRET,
                        :SQL-PORTA-START, :SQL-PORTA-END,
                        :SQL-PORTA-CHECK
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-OPEN
                       PERFORM 2100-CHECK-ONE-START
                          THRU END-2100-CHECK-ONE
                   WHEN 100
                       DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSPORTA :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSPORTA
           END-EXEC.
       END-2000-SWEEP-PERIODS.
           EXIT.

      ******************************************************************
      *    [RD] Periode courante : fin de periode atteinte, ou         *
      *    echeance trimestrielle du justificatif de chomage.          *
      ******************************************************************
       2100-CHECK-ONE-START.
           IF  SQL-PORTA-END NOT > SQL-TODAY
               MOVE SQL-PORTA-END TO WS-CLOSE-DATE
               MOVE 'FIN DE PERIODE' TO WS-CLOSE-REASON
               PERFORM 3000-END-COVER-START
                  THRU END-3000-END-COVER
               GO TO END-2100-CHECK-ONE
           END-IF.

           IF  SQL-PORTA-CHECK > SQL-TODAY
               GO TO END-2100-CHECK-ONE
           END-IF.

      *    [RD] justificatif recu depuis l'echeance precedente.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-PORTA-CHECK, 'YYYY-MM-DD')
                          - MAKE_INTERVAL(months => :SQL-CHECK-MONTHS),
                          'YYYYMMDD'),
                      TO_CHAR(TO_DATE(:SQL-PORTA-CHECK, 'YYYY-MM-DD')
                          + MAKE_INTERVAL(months => :SQL-CHECK-MONTHS),
                          'YYYY-MM-DD')
               INTO :SQL-PROOF-FROM, :SQL-NEXT-CHECK
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CALCUL ECHEANCE TRIMESTRIELLE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM CUSTOMER_DOCUMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND DOCUMENT_TYPE = 'UNEMPLOY_PROOF'
                 AND DOCUMENT_DATE >= :SQL-PROOF-FROM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'LECTURE JUSTIFICATIFS CHOMAGE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           IF  SQL-CNT > ZERO
               EXEC SQL
                   UPDATE PORTABILITY
                   SET PORTA_NEXT_CHECK = :SQL-NEXT-CHECK
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND PORTA_STATUS = 'EN_COURS'
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'RECONDUCTION PORTABILITE' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               ADD 1 TO WS-NB-RENEWED
               GO TO END-2100-CHECK-ONE
           END-IF.

           MOVE SQL-PORTA-CHECK TO WS-CLOSE-DATE.
           MOVE 'SANS JUSTIFICATIF' TO WS-CLOSE-REASON.
           PERFORM 3000-END-COVER-START
              THRU END-3000-END-COVER.
       END-2100-CHECK-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Fin de couverture a WS-CLOSE-DATE : contrat resilie    *
      *    sans solde (periode non facturee), periode terminee,        *
      *    radiation NOEMIE comme termcont.cbl, avis a l'ancien        *
      *    salarie.                                                    *
      ******************************************************************
       3000-END-COVER-START.
           MOVE WS-CLOSE-DATE TO SQL-CLOSE-DATE.
           MOVE WS-CLOSE-REASON TO SQL-CLOSE-REASON.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'RESILIE',
                   REIMBURSEMENT_END_DATE = :SQL-CLOSE-DATE,
                   REIMBURSEMENT_END_REASON = 'PORTABILITE'
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'RESILIATION FIN DE PORTABILITE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               UPDATE PORTABILITY
               SET PORTA_STATUS = 'TERMINE',
                   PORTA_CLOSE_DATE = :SQL-CLOSE-DATE,
                   PORTA_CLOSE_REASON = :SQL-CLOSE-REASON
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND PORTA_STATUS = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CLOTURE PORTABILITE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE ZERO TO WS-NL-DEP-NUM.
           CALL 'noemlnk' USING SQL-CUS-UUID, WS-NL-EVENT,
               WS-NL-DEP-NUM, SQL-CLOSE-DATE, WS-NL-RC
           END-CALL.
           IF  WS-NL-RC NOT = '0'
               MOVE 'RADIATION NOEMIE FIN DE PORTABILITE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           ADD 1 TO WS-NB-ENDED.
           PERFORM 5000-WRITE-AVIS-START
              THRU END-5000-WRITE-AVIS.
       END-3000-END-COVER.
           EXIT.

      ******************************************************************
      *    [RD] Avis de fin de portabilite a l'ancien salarie.         *
      ******************************************************************
       5000-WRITE-AVIS-START.
           MOVE WS-NB-ENDED TO WS-AVIS-SEQ.
           OPEN OUTPUT F-AVIS.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'AVIS DE FIN DE PORTABILITE - MUTUELLE BOBONIORT'
               TO R-AVIS.
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
           STRING 'Employeur (SIRET)   : ' SQL-PORTA-SIRET
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           INITIALIZE R-AVIS.
           STRING 'Portabilite du      : ' SQL-PORTA-START
               ' au ' SQL-PORTA-END
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           INITIALIZE R-AVIS.
           STRING 'Fin de couverture   : le ' SQL-CLOSE-DATE
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.

           IF  SQL-CLOSE-REASON = 'SANS JUSTIFICATIF'
               MOVE 'Motif : nous n''avons pas recu de justificatif'
                 & ' d''indemnisation chomage' TO R-AVIS
               WRITE R-AVIS
               MOVE 'pour le trimestre ecoule.' TO R-AVIS
               WRITE R-AVIS
           ELSE
               MOVE 'Motif : la duree de portabilite de vos droits'
                 & ' est atteinte.' TO R-AVIS
               WRITE R-AVIS
           END-IF.
           MOVE 'Une adhesion individuelle peut vous etre proposee'
             & ' sur simple demande.' TO R-AVIS.
           WRITE R-AVIS.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           CLOSE F-AVIS.
       END-5000-WRITE-AVIS.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
       9100-DISPLAY-REPORT-START.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'PORTABILITE DES DROITS - COMPTE-RENDU'.
           DISPLAY 'Periodes en cours lues      : ' WS-NB-OPEN.
           DISPLAY 'Reconduites au trimestre    : ' WS-NB-RENEWED.
           DISPLAY 'Couvertures terminees       : ' WS-NB-ENDED.
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
