      ******************************************************************
      *    [RD] Suivi des droits a la Complementaire sante solidaire   *
      *    (C2S) notifies par la CPAM (c2sback.cbl, table C2S_RIGHT).  *
      *    Chaque nuit :                                               *
      *      - rappel de renouvellement a l'adherent deux mois avant   *
      *        la fin de ses droits (une seule fois par notification), *
      *        courrier ./RAPPORT/C2S-RAPPEL-AAAAMMJJ-NNNNN.txt        *
      *        reference dans DOCUMENT_INDEX (RAPPEL C2S) pour         *
      *        l'impression du jour (printstr.cbl) ;                   *
      *      - droits echus sans renouvellement charge : notification  *
      *        ECHU et contrat C2S RESILIE (sa date de fin est deja    *
      *        la fin des droits).                                     *
      *    Appele par batsched.cbl, dans une connexion deja ouverte    *
      *    par l'appelant ; la transaction est validee en fin de       *
      *    traitement.                                                 *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. c2sbat RECURSIVE.
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
       01  FIN                  PIC S9(9)  VALUE 100.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-NB-REMIND         PIC 9(05)  VALUE ZERO.
       01  WS-NB-EXPIRED        PIC 9(05)  VALUE ZERO.
      *    [RD] delai de prevenance avant la fin des droits (en mois).
       01  WS-NOTICE-MONTHS     PIC 9(02)  VALUE 2.
       01  WS-Z-PREMIUM         PIC Z(04)9.

       01  WS-AVIS-PATH.
           03 WS-AVIS-FOLDER    PIC X(21)
              VALUE './RAPPORT/C2S-RAPPEL-'                   .
           03 WS-AVIS-DATE      PIC 9(08).
           03 WS-AVIS-SEP       PIC X(01)  VALUE '-'.
           03 WS-AVIS-SEQ       PIC 9(05).
           03 WS-AVIS-FORMAT    PIC X(04)  VALUE '.txt'.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  SQL-CNT              PIC 9(09)  VALUE 0.
       01  SQL-TODAY            PIC X(10)  VALUE SPACES.
       01  SQL-NOTICE-LIMIT     PIC X(10)  VALUE SPACES.
       01  SQL-NOTICE-MONTHS    PIC 9(02)  VALUE 0.

       01  SQL-RIGHT-NUM        PIC 9(09).
       01  SQL-RIGHT-START      PIC X(10).
       01  SQL-RIGHT-END        PIC X(10).
       01  SQL-RIGHT-PREMIUM    PIC 9(05).
       01  SQL-REIM-NUM         PIC X(10).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-ADRESS1      PIC X(50).
       01  SQL-CUS-ADRESS2      PIC X(50).
       01  SQL-CUS-ZIPCODE      PIC X(15).
       01  SQL-CUS-TOWN         PIC X(30).

       01  SQL-DOC-TYPE         PIC X(12).
       01  SQL-DOC-DATE         PIC X(10).
       01  SQL-DOC-PATH         PIC X(100).
       01  SQL-DOC-REF          PIC 9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-REMIND         PIC 9(05).
       01  LK-NB-EXPIRED        PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-REMIND, LK-NB-EXPIRED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl).
           PERFORM 1000-INITIALIZATION-START
              THRU END-1000-INITIALIZATION.

           PERFORM 2000-SEND-REMINDERS-START
              THRU END-2000-SEND-REMINDERS.

           PERFORM 3000-EXPIRE-RIGHTS-START
              THRU END-3000-EXPIRE-RIGHTS.

           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMMIT SUIVI DROITS C2S' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE WS-NB-REMIND TO LK-NB-REMIND.
           MOVE WS-NB-EXPIRED TO LK-NB-EXPIRED.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Date du jour, horizon de rappel (aujourd'hui plus deux *
      *    mois) et tables utilisees, pour les bases ou aucune         *
      *    notification n'a encore ete chargee.                        *
      ******************************************************************
       1000-INITIALIZATION-START.
           MOVE ZERO TO WS-NB-REMIND WS-NB-EXPIRED.
           MOVE ZERO TO LK-NB-REMIND LK-NB-EXPIRED.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-AVIS-DATE.
           MOVE WS-NOTICE-MONTHS TO SQL-NOTICE-MONTHS.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-TODAY, 'YYYY-MM-DD')
                          + MAKE_INTERVAL(months => :SQL-NOTICE-MONTHS),
                          'YYYY-MM-DD')
               INTO :SQL-NOTICE-LIMIT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CALCUL HORIZON DE RAPPEL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS C2S_RIGHT (
                   RIGHT_NUM          INT,
                   UUID_CUSTOMER      VARCHAR(36),
                   RIGHT_NIR          VARCHAR(15),
                   RIGHT_START_DATE   VARCHAR(10),
                   RIGHT_END_DATE     VARCHAR(10),
                   RIGHT_PARTICIP     VARCHAR(1),
                   RIGHT_PREMIUM      INT,
                   RIGHT_NB_BENEF     INT,
                   REIMBURSEMENT_NUM  VARCHAR(10),
                   RIGHT_LOAD_DATE    VARCHAR(10),
                   RIGHT_REMIND_DATE  VARCHAR(10),
                   RIGHT_STATUS       VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATE TABLE C2S_RIGHT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DOCUMENT_INDEX (
                   UUID_CUSTOMER VARCHAR(36),
                   DOC_TYPE      VARCHAR(12),
                   DOC_DATE      VARCHAR(10),
                   DOC_PATH      VARCHAR(100),
                   DOC_REF       INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION DOCUMENT_INDEX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-INITIALIZATION.
           EXIT.

      ******************************************************************
      *    [RD] Notifications ouvertes dont la fin tombe dans les deux *
      *    mois et qui n'ont pas encore fait l'objet d'un rappel.      *
      ******************************************************************
       2000-SEND-REMINDERS-START.
           EXEC SQL
               DECLARE CRSC2SRAP CURSOR FOR
               SELECT R.RIGHT_NUM, R.UUID_CUSTOMER,
                      R.RIGHT_START_DATE, R.RIGHT_END_DATE,
                      COALESCE(R.RIGHT_PREMIUM, 0),
                      COALESCE(R.REIMBURSEMENT_NUM, ''),
                      C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                      COALESCE(C.CUSTOMER_ADRESS1, ''),
                      COALESCE(C.CUSTOMER_ADRESS2, ''),
                      COALESCE(C.CUSTOMER_ZIPCODE, ''),
                      COALESCE(C.CUSTOMER_TOWN, '')
               FROM C2S_RIGHT R
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                    = R.UUID_CUSTOMER
               WHERE R.RIGHT_STATUS = 'OUVERT'
                 AND R.RIGHT_REMIND_DATE IS NULL
                 AND R.RIGHT_END_DATE >= :SQL-TODAY
                 AND R.RIGHT_END_DATE <= :SQL-NOTICE-LIMIT
               ORDER BY R.RIGHT_END_DATE, R.RIGHT_NUM
           END-EXEC.

           EXEC SQL
               OPEN CRSC2SRAP
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE CURSEUR CRSC2SRAP' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSC2SRAP
                   INTO :SQL-RIGHT-NUM, :SQL-CUS-UUID,
                        :SQL-RIGHT-START, :SQL-RIGHT-END,
                        :SQL-RIGHT-PREMIUM, :SQL-REIM-NUM,
                        :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                        :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2100-REMIND-ONE-START
                          THRU END-2100-REMIND-ONE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSC2SRAP :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSC2SRAP
           END-EXEC.
       END-2000-SEND-REMINDERS.
           EXIT.

      ******************************************************************
      *    [RD] Courrier de rappel, reference pour l'impression du     *
      *    jour, puis notification marquee comme rappelee.             *
      ******************************************************************
       2100-REMIND-ONE-START.
           PERFORM 5000-WRITE-AVIS-START
              THRU END-5000-WRITE-AVIS.

           MOVE 'RAPPEL C2S' TO SQL-DOC-TYPE.
           MOVE WS-AVIS-PATH TO SQL-DOC-PATH.
           MOVE SQL-RIGHT-NUM TO SQL-DOC-REF.
           MOVE SQL-TODAY TO SQL-DOC-DATE.
           EXEC SQL
               INSERT INTO DOCUMENT_INDEX
                   (UUID_CUSTOMER, DOC_TYPE, DOC_DATE, DOC_PATH,
                    DOC_REF)
               VALUES
                   (:SQL-CUS-UUID, :SQL-DOC-TYPE, :SQL-DOC-DATE,
                    :SQL-DOC-PATH, :SQL-DOC-REF)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT DOCUMENT_INDEX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               UPDATE C2S_RIGHT
               SET RIGHT_REMIND_DATE = :SQL-TODAY
               WHERE RIGHT_NUM = :SQL-RIGHT-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ DATE DE RAPPEL C2S' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2100-REMIND-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Droits arrives a terme sans renouvellement charge : le *
      *    contrat C2S est resilie a la fin des droits, la             *
      *    notification passe ECHU.                                    *
      ******************************************************************
       3000-EXPIRE-RIGHTS-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM C2S_RIGHT
               WHERE RIGHT_STATUS = 'OUVERT'
                 AND RIGHT_END_DATE < :SQL-TODAY
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMPTAGE DROITS C2S ECHUS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CNT = ZERO
               GO TO END-3000-EXPIRE-RIGHTS
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'RESILIE'
               WHERE COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
                 AND REIMBURSEMENT_END_DATE < :SQL-TODAY
                 AND REIMBURSEMENT_NUM IN
                     (SELECT R.REIMBURSEMENT_NUM FROM C2S_RIGHT R
                      WHERE R.RIGHT_STATUS = 'OUVERT'
                        AND R.RIGHT_END_DATE < :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'RESILIATION CONTRATS C2S' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               UPDATE C2S_RIGHT
               SET RIGHT_STATUS = 'ECHU'
               WHERE RIGHT_STATUS = 'OUVERT'
                 AND RIGHT_END_DATE < :SQL-TODAY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'DROITS C2S ECHUS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE SQL-CNT TO WS-NB-EXPIRED.
       END-3000-EXPIRE-RIGHTS.
           EXIT.

      ******************************************************************
      *    [RD] Rappel de renouvellement des droits C2S.               *
      ******************************************************************
       5000-WRITE-AVIS-START.
           ADD 1 TO WS-NB-REMIND.
           MOVE WS-NB-REMIND TO WS-AVIS-SEQ.
           OPEN OUTPUT F-AVIS.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'RENOUVELLEMENT DE VOTRE C2S - MUTUELLE BOBONIORT'
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
           STRING 'Contrat             : ' SQL-REIM-NUM
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           INITIALIZE R-AVIS.
           STRING 'Droits C2S          : du ' SQL-RIGHT-START
               ' au ' SQL-RIGHT-END
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SQL-RIGHT-PREMIUM TO WS-Z-PREMIUM.
           INITIALIZE R-AVIS.
           STRING 'Participation       : '
               FUNCTION TRIM(WS-Z-PREMIUM) ' euros par mois'
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'Vos droits a la Complementaire sante solidaire'
             & ' arrivent a echeance.' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'Pour les conserver, deposez des maintenant votre'
             & ' demande de' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'renouvellement aupres de votre caisse d''assurance'
             & ' maladie.' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'Sans nouvelle decision de la caisse, votre'
             & ' couverture C2S prendra' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'fin a la date ci-dessus.' TO R-AVIS.
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
           DISPLAY 'SUIVI DES DROITS C2S - COMPTE-RENDU'.
           DISPLAY 'Rappels de renouvellement   : ' WS-NB-REMIND.
           DISPLAY 'Droits echus, contrats clos : ' WS-NB-EXPIRED.
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
