      ******************************************************************
      *    [RD] Traitement de l'accuse de l'operateur de tiers payant  *
      *    sur le fichier quotidien des droits (tpdroits.cbl).         *
      *    Premiere ligne : ENTETE ; numero du fichier accuse ; sort   *
      *    global (ACCEPTE ou REJETE) ; motif.                         *
      *    Lignes suivantes : reference du droit (TPR_REF) ; sort      *
      *    (OK ou KO) ; motif du rejet.                                *
      *      - fichier rejete en bloc : tous ses droits en attente     *
      *        passent REJETE avec le motif global ;                   *
      *      - ligne KO : le droit passe REJETE avec son motif ;       *
      *      - les droits du fichier restes en attente sont acceptes.  *
      *    Le fichier passe ACQUITTE (TP_RIGHTS_FILE) avec la date et  *
      *    les nombres d'acceptes et de rejetes. Un droit rejete est   *
      *    retransmis par l'extraction de la nuit suivante ; la liste  *
      *    de travail du jour (DOCUMENT/TP-DROITS-REJETES-AAAAMMJJ.txt)*
      *    donne les rejets a corriger. Les lignes sans droit          *
      *    correspondant restent sur le rapport d'anomalies.           *
      *    La connexion est ouverte par l'appelant (inboxproc.cbl).    *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpack RECURSIVE.
       AUTHOR. RD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO WS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-INPUT-STATUS.

           SELECT F-REJECT
           ASSIGN TO WS-REJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-WORKLIST
           ASSIGN TO WS-WORKLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-WORKLIST-STATUS.

           SELECT F-NOTIFY
           ASSIGN TO WS-NOTIFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 200 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT         PIC X(200).

       FD  F-REJECT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REJECT        PIC X(200).

       FD  F-WORKLIST
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-WORKLIST      PIC X(160).

       FD  F-NOTIFY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-NOTIFY        PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS       PIC XX                     .
       88  F-INPUT-STATUS-OK                VALUE '00'     .
       88  F-INPUT-STATUS-EOF               VALUE '10'     .

       01  F-WORKLIST-STATUS    PIC XX                     .
       88  F-WORKLIST-STATUS-OK              VALUE '00'    .

       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES   .
       01  WS-POS               PIC 999     VALUE ZERO     .
       01  WS-LENGTH            PIC 999     VALUE ZERO     .
       01  WS-LENGTHCP          PIC 999     VALUE ZERO     .
       01  WS-NBCHAMP           PIC 99      VALUE ZERO     .
       01  WS-CHAMP             PIC X(50)   VALUE SPACES   .
       01  WS-LENGTH-REC        PIC 999     VALUE ZERO     .

       01  WS-BATCH-DATE        PIC 9(08)   VALUE ZERO     .

       01  WS-FILE-PATH         PIC X(100)
           VALUE './CHARGE-FILES/AccuseTP.csv'              .

       01  WS-REJECT-PATH.
           03 WS-REJECT-FOLDER  PIC X(25)
              VALUE './CHARGE-FILES/RejetsTP-'              .
           03 WS-REJECT-DATE    PIC 9(08)                  .
           03 WS-REJECT-FORMAT  PIC X(04)  VALUE '.dat'    .

      *    [RD] liste de travail des droits rejetes par l'operateur.
       01  WS-WORKLIST-PATH.
           03 WS-WORK-FOLDER    PIC X(28)
              VALUE './DOCUMENT/TP-DROITS-REJETES'          .
           03 WS-WORK-SEP       PIC X(01)  VALUE '-'       .
           03 WS-WORK-DATE      PIC 9(08)                  .
           03 WS-WORK-FORMAT    PIC X(04)  VALUE '.txt'    .

       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-KO             PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES    .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(24)
              VALUE './CHARGE-FILES/NotifTP-'               .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la ligne d'accuse en cours de traitement
       01  WS-LINE-REF          PIC X(20)  VALUE SPACES    .
       01  WS-LINE-SORT         PIC X(10)  VALUE SPACES    .
       01  WS-LINE-REASON       PIC X(40)  VALUE SPACES    .
       01  WS-LINE-EXTRA        PIC X(40)  VALUE SPACES    .
      *    [RD] en-tete : fichier accuse et sort global
       01  WS-FILE-SORT         PIC X(10)  VALUE SPACES    .
       01  WS-FILE-REASON       PIC X(40)  VALUE SPACES    .

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC             .

       01  SQL-TODAY            PIC X(08)   VALUE SPACES   .
       01  SQL-FILE-NUM         PIC 9(08)   VALUE ZERO     .
       01  SQL-FILE-STATUS      PIC X(10)   VALUE SPACES   .
       01  SQL-TPR-REF          PIC 9(08)   VALUE ZERO     .
       01  SQL-REASON           PIC X(40)   VALUE SPACES   .
       01  SQL-NB-FOUND         PIC 9(05)   VALUE ZERO     .
       01  SQL-NB-ACCEPTED      PIC 9(06)   VALUE ZERO     .
       01  SQL-NB-REJECTED      PIC 9(06)   VALUE ZERO     .
       01  SQL-SECU             PIC X(15)   VALUE SPACES   .
       01  SQL-LASTNAME         PIC X(20)   VALUE SPACES   .
       01  SQL-FIRSTNAME        PIC X(20)   VALUE SPACES   .
       01  SQL-LAST-CODE        PIC X(01)   VALUE SPACE    .
       EXEC SQL END DECLARE SECTION END-EXEC               .
       EXEC SQL INCLUDE SQLCA END-EXEC                     .

      ******************************************************************
       LINKAGE SECTION.
       01  LK-FILE-PATH          PIC X(100)                 .

      ***************************************************************
       PROCEDURE DIVISION USING LK-FILE-PATH.
       0000-MAIN-START.
           IF  LK-FILE-PATH NOT = SPACES THEN
              MOVE LK-FILE-PATH TO WS-FILE-PATH
           END-IF.

           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO SQL-TODAY.

           PERFORM 1002-ENSURE-TABLES-START THRU END-1002-ENSURE-TABLES.
           PERFORM 1010-OPEN-REJECT-START THRU END-1010-OPEN-REJECT.
           PERFORM 1015-OPEN-WORKLIST-START
                    THRU END-1015-OPEN-WORKLIST.
           PERFORM 1020-LECT1-FILE-START THRU END-1020-LECT1-FILE.
           PERFORM 2000-CHARGE-ACK-START THRU END-2000-CHARGE-ACK.
           PERFORM 1040-CLOSE-FILE-START THRU END-1040-CLOSE-FILE.
           CLOSE F-REJECT.
           CLOSE F-WORKLIST.
           PERFORM 2060-RECONCILE-START THRU END-2060-RECONCILE.
       END-0000-MAIN.
           GOBACK.

      *    [RD] Tables tenues par tpdroits.cbl, creees ici aussi si un
      *    accuse arrivait avant la premiere extraction.
       1002-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TP_RIGHTS (
                   TPR_REF         INT,
                   UUID_CUSTOMER   VARCHAR(36),
                   TPR_DEP_NUM     INT DEFAULT 0,
                   TPR_SECU        VARCHAR(15),
                   TPR_QUALITY     VARCHAR(1),
                   TPR_LASTNAME    VARCHAR(20),
                   TPR_FIRSTNAME   VARCHAR(20),
                   TPR_BIRTH_DATE  VARCHAR(10),
                   TPR_CONTRACT    VARCHAR(14),
                   TPR_TIER        VARCHAR(3),
                   TPR_START_DATE  VARCHAR(10),
                   TPR_END_DATE    VARCHAR(10),
                   TPR_SUSPENDED   VARCHAR(1),
                   TPR_BLOCKED     VARCHAR(1),
                   TPR_STATE       VARCHAR(10),
                   TPR_SEEN_DATE   VARCHAR(8),
                   TPR_LAST_CODE   VARCHAR(1),
                   TPR_LAST_FILE   INT,
                   TPR_ACK_STATUS  VARCHAR(10),
                   TPR_ACK_REASON  VARCHAR(40)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION TP_RIGHTS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TP_RIGHTS_FILE (
                   FILE_NUM          INT,
                   FILE_NAME         VARCHAR(60),
                   FILE_DATE         VARCHAR(8),
                   FILE_NB_RECORDS   INT,
                   FILE_NB_CREATED   INT,
                   FILE_NB_CHANGED   INT,
                   FILE_NB_REMOVED   INT,
                   FILE_STATUS       VARCHAR(10),
                   FILE_ACK_DATE     VARCHAR(8),
                   FILE_NB_ACCEPTED  INT DEFAULT 0,
                   FILE_NB_REJECTED  INT DEFAULT 0
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'PREPARATION TP_RIGHTS_FILE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-1002-ENSURE-TABLES.
           EXIT.

       1010-OPEN-REJECT-START.
           MOVE WS-BATCH-DATE TO WS-REJECT-DATE.
           OPEN OUTPUT F-REJECT.
           MOVE 'LIGNE;RAISON DU REJET;CONTENU DE LA LIGNE'
              TO REC-F-REJECT.
           WRITE REC-F-REJECT.
       END-1010-OPEN-REJECT.
           EXIT.

      *    [RD] La liste de travail est cumulee sur la journee.
       1015-OPEN-WORKLIST-START.
           MOVE WS-BATCH-DATE TO WS-WORK-DATE.
           OPEN EXTEND F-WORKLIST.
           IF  NOT F-WORKLIST-STATUS-OK THEN
              OPEN OUTPUT F-WORKLIST
              STRING 'DROITS REJETES PAR L''OPERATEUR DE TIERS PAYANT'
                  ' - A CORRIGER AVANT RETRANSMISSION'
                  DELIMITED BY SIZE INTO REC-F-WORKLIST
              END-STRING
              WRITE REC-F-WORKLIST
           END-IF.
       END-1015-OPEN-WORKLIST.
           EXIT.

       1020-LECT1-FILE-START.
           OPEN INPUT F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
           PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE.
       END-1020-LECT1-FILE.
           EXIT.

       1030-LECT-FILE-START.
           READ F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) AND (NOT F-INPUT-STATUS-EOF) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
       END-1030-LECT-FILE.
           EXIT.

       1040-CLOSE-FILE-START.
           CLOSE F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) AND (NOT F-INPUT-STATUS-EOF) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
       END-1040-CLOSE-FILE.
           EXIT.

      *    [RD] L'en-tete designe le fichier accuse ; un accuse d'un
      *    fichier inconnu ou deja acquitte est ecarte en entier.
       2000-CHARGE-ACK-START.
           IF  F-INPUT-STATUS-EOF THEN
              GO TO END-2000-CHARGE-ACK
           END-IF.
           ADD 1 TO WS-NB-ROW.
           PERFORM 2010-CHERCHE-VAR-START THRU END-2010-CHERCHE-VAR.
           IF  WS-LINE-REF NOT EQUAL 'ENTETE' THEN
              MOVE 'En-tete d''accuse absent' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2000-CHARGE-ACK
           END-IF.
      *    [RD] en-tete : numero de fichier en 2e champ, sort global
      *    en 3e et motif en 4e.
           MOVE FUNCTION UPPER-CASE(WS-LINE-REASON(1:10))
              TO WS-FILE-SORT.
           MOVE WS-LINE-EXTRA TO WS-FILE-REASON.
           MOVE ZERO TO SQL-FILE-NUM.
           IF  FUNCTION TRIM(WS-LINE-SORT) IS NUMERIC THEN
              MOVE FUNCTION NUMVAL(WS-LINE-SORT) TO SQL-FILE-NUM
           END-IF.

           INITIALIZE SQL-FILE-STATUS.
           EXEC SQL
               SELECT COALESCE(FILE_STATUS, '')
               INTO :SQL-FILE-STATUS
               FROM TP_RIGHTS_FILE
               WHERE FILE_NUM = :SQL-FILE-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN
              MOVE 'LECTURE TP_RIGHTS_FILE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQLCODE = 100 OR SQL-FILE-STATUS NOT = 'ENVOYE' THEN
              MOVE 'Fichier inconnu ou deja acquitte'
                 TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2000-CHARGE-ACK
           END-IF.

           IF  WS-FILE-SORT EQUAL 'REJETE' THEN
              MOVE WS-FILE-REASON TO SQL-REASON
              IF  SQL-REASON EQUAL SPACES THEN
                 MOVE 'Fichier rejete par l''operateur' TO SQL-REASON
              END-IF
              EXEC SQL
                  UPDATE TP_RIGHTS
                  SET TPR_ACK_STATUS = 'REJETE',
                      TPR_ACK_REASON = :SQL-REASON
                  WHERE TPR_LAST_FILE = :SQL-FILE-NUM
                    AND TPR_ACK_STATUS = 'EN-ATTENTE'
              END-EXEC
              IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN
                 MOVE 'REJET DU FICHIER' TO WS-SQL-LIB
                 PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
              END-IF
              DISPLAY 'FICHIER ' SQL-FILE-NUM ' REJETE : '
                 FUNCTION TRIM(SQL-REASON)
           ELSE
              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
              PERFORM UNTIL F-INPUT-STATUS-EOF
                 ADD 1 TO WS-NB-ROW
                 PERFORM 2010-CHERCHE-VAR-START
                             THRU END-2010-CHERCHE-VAR
                 PERFORM 2100-MATCH-ACK-START
                             THRU END-2100-MATCH-ACK
                 PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
              END-PERFORM
              EXEC SQL
                  UPDATE TP_RIGHTS
                  SET TPR_ACK_STATUS = 'ACCEPTE'
                  WHERE TPR_LAST_FILE = :SQL-FILE-NUM
                    AND TPR_ACK_STATUS = 'EN-ATTENTE'
              END-EXEC
              IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN
                 MOVE 'ACCEPTATION DES DROITS' TO WS-SQL-LIB
                 PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
              END-IF
           END-IF.

           PERFORM 2300-LIST-REJECTED-START
              THRU END-2300-LIST-REJECTED.

           MOVE ZERO TO SQL-NB-ACCEPTED SQL-NB-REJECTED.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TPR_ACK_STATUS = 'ACCEPTE'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TPR_ACK_STATUS = 'REJETE'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-NB-ACCEPTED, :SQL-NB-REJECTED
               FROM TP_RIGHTS
               WHERE TPR_LAST_FILE = :SQL-FILE-NUM
           END-EXEC.
           EXEC SQL
               UPDATE TP_RIGHTS_FILE
               SET FILE_STATUS = 'ACQUITTE',
                   FILE_ACK_DATE = :SQL-TODAY,
                   FILE_NB_ACCEPTED = :SQL-NB-ACCEPTED,
                   FILE_NB_REJECTED = :SQL-NB-REJECTED
               WHERE FILE_NUM = :SQL-FILE-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MAJ TP_RIGHTS_FILE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2000-CHARGE-ACK.
           EXIT.

      *    [RD] Decoupe la ligne courante : reference ; sort ; motif
      *    (l'en-tete porte un quatrieme champ). Meme mecanique que
      *    virback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-REF WS-LINE-SORT WS-LINE-REASON
                      WS-LINE-EXTRA.
           SET WS-POS        TO 1.
           INITIALIZE WS-NBCHAMP.
           SET WS-LENGTH     TO
                           FUNCTION LENGTH(FUNCTION TRIM(REC-F-INPUT)).
           SET WS-LENGTH-REC TO WS-LENGTH.

           PERFORM UNTIL (WS-LENGTH NOT > 0)
                          OR (WS-POS > WS-LENGTH-REC)
               INSPECT REC-F-INPUT(WS-POS: WS-LENGTH)
               TALLYING WS-LENGTHCP FOR CHARACTERS
               BEFORE ';'
               IF (WS-LENGTHCP > 0) THEN
                   INITIALIZE WS-CHAMP
                   MOVE REC-F-INPUT(WS-POS:WS-LENGTHCP) TO WS-CHAMP
                   ADD 1 TO WS-NBCHAMP GIVING WS-NBCHAMP
                   EVALUATE (WS-NBCHAMP)
                      WHEN 1
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP)) TO WS-LINE-REF
                      WHEN 2
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP)) TO WS-LINE-SORT
                      WHEN 3
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-REASON
                      WHEN 4
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-EXTRA
                   END-EVALUATE
               END-IF
               ADD WS-LENGTHCP TO WS-POS GIVING WS-POS
               ADD 1 TO WS-POS GIVING WS-POS
               SUBTRACT WS-POS FROM WS-LENGTH GIVING WS-LENGTH
               ADD 1 TO WS-LENGTH GIVING WS-LENGTH
               INITIALIZE WS-LENGTHCP
           END-PERFORM.
       END-2010-CHERCHE-VAR.
           EXIT.

      *    [RD] Ligne d'accuse d'un droit : seule une ligne KO change
      *    le droit, les OK sont acceptes en fin de fichier avec les
      *    droits non cites.
       2100-MATCH-ACK-START.
           IF  WS-LINE-REF EQUAL SPACES THEN
              GO TO END-2100-MATCH-ACK
           END-IF.
           IF  FUNCTION TRIM(WS-LINE-REF) IS NOT NUMERIC THEN
              MOVE 'Reference de droit invalide' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-MATCH-ACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-LINE-REF) TO SQL-TPR-REF.

           MOVE ZERO TO SQL-NB-FOUND.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-FOUND
               FROM TP_RIGHTS
               WHERE TPR_REF = :SQL-TPR-REF
                 AND TPR_LAST_FILE = :SQL-FILE-NUM
           END-EXEC.
           IF  SQL-NB-FOUND EQUAL ZERO THEN
              MOVE 'Droit absent du fichier accuse'
                 TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-MATCH-ACK
           END-IF.

           EVALUATE TRUE
              WHEN WS-LINE-SORT EQUAL 'OK'
                 CONTINUE
              WHEN WS-LINE-SORT EQUAL 'KO'
                 MOVE WS-LINE-REASON TO SQL-REASON
                 EXEC SQL
                     UPDATE TP_RIGHTS
                     SET TPR_ACK_STATUS = 'REJETE',
                         TPR_ACK_REASON = :SQL-REASON
                     WHERE TPR_REF = :SQL-TPR-REF
                 END-EXEC
                 IF  SQLCODE NOT = ZERO THEN
                    MOVE 'REJET DU DROIT' TO WS-SQL-LIB
                    PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
                 END-IF
                 ADD 1 TO WS-NB-KO
              WHEN OTHER
                 MOVE 'Sort de ligne inconnu' TO WS-REJECT-REASON
                 PERFORM 2040-WRITE-REJECT-START
                    THRU END-2040-WRITE-REJECT
           END-EVALUATE.
       END-2100-MATCH-ACK.
           EXIT.

      *    [RD] Liste de travail : droits du fichier rejetes, avec le
      *    motif de l'operateur.
       2300-LIST-REJECTED-START.
           EXEC SQL
               DECLARE TPACRS CURSOR FOR
               SELECT TPR_REF, COALESCE(TPR_SECU, ''),
                      COALESCE(TPR_LASTNAME, ''),
                      COALESCE(TPR_FIRSTNAME, ''),
                      COALESCE(TPR_LAST_CODE, ''),
                      COALESCE(TPR_ACK_REASON, '')
               FROM TP_RIGHTS
               WHERE TPR_LAST_FILE = :SQL-FILE-NUM
                 AND TPR_ACK_STATUS = 'REJETE'
               ORDER BY TPR_REF
           END-EXEC.
           EXEC SQL OPEN TPACRS END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'OUVERTURE CURSEUR TPACRS' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
              EXEC SQL
                  FETCH TPACRS
                  INTO :SQL-TPR-REF, :SQL-SECU, :SQL-LASTNAME,
                       :SQL-FIRSTNAME, :SQL-LAST-CODE, :SQL-REASON
              END-EXEC
              IF  SQLCODE = ZERO THEN
                 INITIALIZE REC-F-WORKLIST
                 STRING 'Fichier ' SQL-FILE-NUM
                     ' droit ' SQL-TPR-REF
                     ' (' SQL-LAST-CODE ') '
                     FUNCTION TRIM(SQL-LASTNAME) ' '
                     FUNCTION TRIM(SQL-FIRSTNAME)
                     ' NIR ' FUNCTION TRIM(SQL-SECU)
                     ' : ' FUNCTION TRIM(SQL-REASON)
                     DELIMITED BY SIZE INTO REC-F-WORKLIST
                 END-STRING
                 WRITE REC-F-WORKLIST
              ELSE
                 IF  SQLCODE NOT = FIN THEN
                    MOVE 'LECTURE CURSEUR TPACRS' TO WS-SQL-LIB
                    PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
                 END-IF
              END-IF
           END-PERFORM.
           EXEC SQL CLOSE TPACRS END-EXEC.
       END-2300-LIST-REJECTED.
           EXIT.

       2040-WRITE-REJECT-START.
           ADD 1 TO WS-NB-REJECTED.
           INITIALIZE REC-F-REJECT.
           STRING
              WS-NB-ROW ';'
              FUNCTION TRIM(WS-REJECT-REASON) ';'
              FUNCTION TRIM(REC-F-INPUT)
              DELIMITED BY SIZE
              INTO REC-F-REJECT
           END-STRING.
           WRITE REC-F-REJECT.
       END-2040-WRITE-REJECT.
           EXIT.

      *    [RD] Compte-rendu et notification exploitation.
       2060-RECONCILE-START.
           DISPLAY 'TRAITEMENT DE L''ACCUSE TIERS PAYANT TERMINE'.
           DISPLAY 'Fichier accuse             : ' SQL-FILE-NUM.
           DISPLAY 'Sort du fichier            : ' WS-FILE-SORT.
           DISPLAY 'Lignes lues                : ' WS-NB-ROW.
           DISPLAY 'Droits acceptes            : ' SQL-NB-ACCEPTED.
           DISPLAY 'Droits rejetes             : ' SQL-NB-REJECTED.
           DISPLAY 'Lignes en anomalie         : ' WS-NB-REJECTED.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Fichier ' SQL-FILE-NUM
                 ' ' WS-FILE-SORT
                 ' acceptes ' SQL-NB-ACCEPTED
                 ' rejetes ' SQL-NB-REJECTED
                 ' anomalies ' WS-NB-REJECTED
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'ACCUSE TIERS PAYANT : TRAITE' TO WS-NOTIFY-SUBJECT.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-2060-RECONCILE.
           EXIT.

       2070-NOTIFY-OPS-START.
           MOVE WS-BATCH-DATE TO WS-NOTIFY-DATE.
           OPEN OUTPUT F-NOTIFY.
           MOVE WS-NOTIFY-SUBJECT TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           MOVE WS-NOTIFY-DETAIL TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           CLOSE F-NOTIFY.

           INITIALIZE WS-NOTIFY-CMD.
           STRING 'mail -s "' DELIMITED BY SIZE
                 WS-NOTIFY-SUBJECT DELIMITED BY SIZE
                 '" ' DELIMITED BY SIZE
                 WS-NOTIFY-DEST DELIMITED BY SIZE
                 ' < ' DELIMITED BY SIZE
                 WS-NOTIFY-PATH DELIMITED BY SIZE
                 INTO WS-NOTIFY-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-NOTIFY-CMD.
       END-2070-NOTIFY-OPS.
           EXIT.

       9000-TEST-STATUT-START.
           IF (NOT F-INPUT-STATUS-OK)
              AND (NOT F-INPUT-STATUS-EOF) THEN
              DISPLAY 'CODE RETOUR D''ERREUR' SPACE F-INPUT-STATUS
              STRING 'Erreur fichier, code retour ' DELIMITED BY SIZE
                    F-INPUT-STATUS DELIMITED BY SIZE
                    INTO WS-NOTIFY-DETAIL
              END-STRING
              MOVE 'ACCUSE TIERS PAYANT : ECHEC' TO WS-NOTIFY-SUBJECT
              PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS
              GOBACK
           END-IF.
       END-9000-TEST-STATUT.
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
           MOVE 'ACCUSE TIERS PAYANT : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (inboxproc.cbl).
           GOBACK.
