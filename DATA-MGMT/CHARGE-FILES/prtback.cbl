      ******************************************************************
      *    [RD] Chargement du compte-rendu du routeur sur le flux      *
      *    d'impression quotidien (printstr.cbl).                      *
      *    Premiere ligne : en-tete, ignoree.                          *
      *    Lignes suivantes : date du flux (AAAAMMJJ ou AAAA-MM-JJ) ;  *
      *    numero de sequence de l'enveloppe ; statut (POSTE pour une  *
      *    enveloppe deposee a La Poste, REJET pour une enveloppe      *
      *    refusee par le routeur) ; motif du rejet.                   *
      *    Chaque enveloppe de PRINT_ENVELOPE passe de A POSTER a      *
      *    POSTE ou REJETE, avec la date du retour et le motif. Une    *
      *    enveloppe deja rapprochee avec le meme statut est comptee   *
      *    a part sans etre rejetee ; une enveloppe inconnue ou un     *
      *    statut illisible reste sur le rapport d'anomalies.          *
      *    En fin de chargement, les enveloppes des flux anterieurs    *
      *    toujours sans retour et les enveloppes rejetees du jour     *
      *    sont comptees dans la notification d'exploitation : elles   *
      *    sont a reimprimer depuis l'index des documents.             *
      *    La connexion est ouverte par l'appelant (inboxproc.cbl).    *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prtback RECURSIVE.
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

       FD  F-NOTIFY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-NOTIFY        PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS       PIC XX                     .
       88  F-INPUT-STATUS-OK                VALUE '00'     .
       88  F-INPUT-STATUS-EOF               VALUE '10'     .

       01  WS-SQL-LIB           PIC X(80)   VALUE SPACES   .
       01  WS-POS               PIC 999     VALUE ZERO     .
       01  WS-LENGTH            PIC 999     VALUE ZERO     .
       01  WS-LENGTHCP          PIC 999     VALUE ZERO     .
       01  WS-NBCHAMP           PIC 99      VALUE ZERO     .
       01  WS-CHAMP             PIC X(60)   VALUE SPACES   .
       01  WS-LENGTH-REC        PIC 999     VALUE ZERO     .

       01  WS-BATCH-DATE        PIC 9(08)   VALUE ZERO     .

       01  WS-FILE-PATH         PIC X(100)
           VALUE './CHARGE-FILES/RetourRoutage.csv'         .

       01  WS-REJECT-PATH.
           03 WS-REJECT-FOLDER  PIC X(30)
              VALUE './CHARGE-FILES/RejetsRoutage-'         .
           03 WS-REJECT-DATE    PIC 9(08)                  .
           03 WS-REJECT-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-POSTED         PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REFUSED        PIC 9(05)  VALUE ZERO      .
       01  WS-NB-KNOWN          PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES    .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(29)
              VALUE './CHARGE-FILES/NotifRoutage-'          .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la ligne retour en cours de traitement
       01  WS-LINE-DATE         PIC X(10)  VALUE SPACES    .
       01  WS-LINE-SEQ          PIC X(10)  VALUE SPACES    .
       01  WS-LINE-STATUS       PIC X(10)  VALUE SPACES    .
       01  WS-LINE-REASON       PIC X(60)  VALUE SPACES    .

      *    [RD] date du flux au format de la table (AAAA-MM-JJ).
       01  WS-STREAM-DATE.
           03 WS-STREAM-YEAR    PIC X(04).
           03 WS-STREAM-SEP1    PIC X(01) VALUE '-'.
           03 WS-STREAM-MONTH   PIC X(02).
           03 WS-STREAM-SEP2    PIC X(01) VALUE '-'.
           03 WS-STREAM-DAY     PIC X(02).

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC             .

       01  SQL-TODAY-DATE       PIC X(10)   VALUE SPACES   .
       01  SQL-STREAM-DATE      PIC X(10)   VALUE SPACES   .
       01  SQL-ENV-SEQ          PIC 9(06)   VALUE ZERO     .
       01  SQL-ENV-STATUS       PIC X(10)   VALUE SPACES   .
       01  SQL-OLD-STATUS       PIC X(10)   VALUE SPACES   .
       01  SQL-REJECT-REASON    PIC X(60)   VALUE SPACES   .
       01  SQL-NB-PENDING       PIC 9(05)   VALUE ZERO     .
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
           INITIALIZE SQL-TODAY-DATE.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
               WS-BATCH-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY-DATE
           END-STRING.

      *    [RD] La connexion est ouverte par l'appelant ; la table des
      *    enveloppes est creee au besoin (base anterieure au flux).
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRINT_ENVELOPE (
                   STREAM_DATE    VARCHAR(10),
                   ENV_SEQ        INT,
                   RCPT_NAME      VARCHAR(40),
                   RCPT_ZIPCODE   VARCHAR(15),
                   RCPT_TOWN      VARCHAR(30),
                   NB_DOCS        INT,
                   NB_PAGES       INT,
                   ENV_STATUS     VARCHAR(10),
                   RETURN_DATE    VARCHAR(10),
                   REJECT_REASON  VARCHAR(60)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'CREATION PRINT_ENVELOPE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM 1010-OPEN-REJECT-START THRU END-1010-OPEN-REJECT.
           PERFORM 1020-LECT1-FILE-START THRU END-1020-LECT1-FILE.
           PERFORM 2000-CHARGE-RETURNS-START
                    THRU END-2000-CHARGE-RETURNS.
           PERFORM 1040-CLOSE-FILE-START THRU END-1040-CLOSE-FILE.
           CLOSE F-REJECT.
           PERFORM 2060-RECONCILE-START THRU END-2060-RECONCILE.
       END-0000-MAIN.
           GOBACK.

       1010-OPEN-REJECT-START.
           MOVE WS-BATCH-DATE TO WS-REJECT-DATE.
           OPEN OUTPUT F-REJECT.
           MOVE
              'LIGNE;RAISON DU REJET;CONTENU DE LA LIGNE'
              TO REC-F-REJECT.
           WRITE REC-F-REJECT.
       END-1010-OPEN-REJECT.
           EXIT.

       1020-LECT1-FILE-START.
           OPEN INPUT F-INPUT.
           IF (NOT F-INPUT-STATUS-OK) THEN
              PERFORM 9000-TEST-STATUT-START THRU END-9000-TEST-STATUT
           END-IF.
           PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE.
      * Je passe l'entete du fichier
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

      *    [RD] Pour chaque ligne : decoupage et rapprochement de
      *    l'enveloppe.
       2000-CHARGE-RETURNS-START.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-ROW
              PERFORM 2010-CHERCHE-VAR-START
                          THRU END-2010-CHERCHE-VAR

              PERFORM 2100-RECORD-RETURN-START
                          THRU END-2100-RECORD-RETURN

              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2000-CHARGE-RETURNS.
           EXIT.

      *    [RD] Decoupe la ligne courante : date du flux ; numero
      *    d'enveloppe ; statut ; motif. Meme mecanique que cfback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-DATE WS-LINE-SEQ WS-LINE-STATUS
                      WS-LINE-REASON.
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
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-DATE
                      WHEN 2
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-SEQ
                      WHEN 3
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP))
                            TO WS-LINE-STATUS
                      WHEN 4
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-REASON
                   END-EVALUATE
               ELSE
      *            [RD] champ vide : on passe au champ suivant.
                   ADD 1 TO WS-NBCHAMP GIVING WS-NBCHAMP
               END-IF
               ADD WS-LENGTHCP TO WS-POS GIVING WS-POS
               ADD 1 TO WS-POS GIVING WS-POS
               SUBTRACT WS-POS FROM WS-LENGTH GIVING WS-LENGTH
               ADD 1 TO WS-LENGTH GIVING WS-LENGTH
               INITIALIZE WS-LENGTHCP
           END-PERFORM.
       END-2010-CHERCHE-VAR.
           EXIT.

      *    [RD] Controle la ligne et met a jour l'enveloppe.
       2100-RECORD-RETURN-START.
           INITIALIZE SQL-STREAM-DATE.
           IF  WS-LINE-DATE(1:8) IS NUMERIC
              AND WS-LINE-DATE(9:2) EQUAL SPACES THEN
              MOVE WS-LINE-DATE(1:4) TO WS-STREAM-YEAR
              MOVE WS-LINE-DATE(5:2) TO WS-STREAM-MONTH
              MOVE WS-LINE-DATE(7:2) TO WS-STREAM-DAY
              MOVE WS-STREAM-DATE TO SQL-STREAM-DATE
           ELSE IF  WS-LINE-DATE(5:1) EQUAL '-'
              AND WS-LINE-DATE(8:1) EQUAL '-' THEN
              MOVE WS-LINE-DATE TO SQL-STREAM-DATE
           END-IF
           END-IF.
           IF  SQL-STREAM-DATE EQUAL SPACES THEN
              MOVE 'Date du flux illisible' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RETURN
           END-IF.
           IF  WS-LINE-SEQ EQUAL SPACES
              OR FUNCTION TEST-NUMVAL(WS-LINE-SEQ) NOT EQUAL ZERO THEN
              MOVE 'Numero d''enveloppe illisible' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RETURN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-LINE-SEQ) TO SQL-ENV-SEQ.
           EVALUATE WS-LINE-STATUS
              WHEN 'POSTE'
                 MOVE 'POSTE' TO SQL-ENV-STATUS
                 MOVE SPACES TO SQL-REJECT-REASON
              WHEN 'REJET'
                 MOVE 'REJETE' TO SQL-ENV-STATUS
                 MOVE WS-LINE-REASON TO SQL-REJECT-REASON
                 IF  SQL-REJECT-REASON EQUAL SPACES THEN
                    MOVE 'Motif non precise' TO SQL-REJECT-REASON
                 END-IF
              WHEN OTHER
                 MOVE 'Statut inconnu (POSTE ou REJET)'
                    TO WS-REJECT-REASON
                 PERFORM 2040-WRITE-REJECT-START
                    THRU END-2040-WRITE-REJECT
                 GO TO END-2100-RECORD-RETURN
           END-EVALUATE.

           INITIALIZE SQL-OLD-STATUS.
           EXEC SQL
               SELECT COALESCE(ENV_STATUS, '')
               INTO :SQL-OLD-STATUS
               FROM PRINT_ENVELOPE
               WHERE STREAM_DATE = :SQL-STREAM-DATE
                 AND ENV_SEQ = :SQL-ENV-SEQ
           END-EXEC.
           IF  SQLCODE = FIN THEN
              MOVE 'Enveloppe inconnue' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RETURN
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'RECHERCHE ENVELOPPE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-OLD-STATUS EQUAL SQL-ENV-STATUS THEN
              ADD 1 TO WS-NB-KNOWN
              GO TO END-2100-RECORD-RETURN
           END-IF.

           EXEC SQL
               UPDATE PRINT_ENVELOPE
               SET ENV_STATUS = TRIM(:SQL-ENV-STATUS),
                   RETURN_DATE = :SQL-TODAY-DATE,
                   REJECT_REASON = TRIM(:SQL-REJECT-REASON)
               WHERE STREAM_DATE = :SQL-STREAM-DATE
                 AND ENV_SEQ = :SQL-ENV-SEQ
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MAJ PRINT_ENVELOPE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-ENV-STATUS EQUAL 'POSTE' THEN
              ADD 1 TO WS-NB-POSTED
           ELSE
              ADD 1 TO WS-NB-REFUSED
           END-IF.
       END-2100-RECORD-RETURN.
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

      *    [RD] Compte-rendu et notification exploitation : les
      *    enveloppes des flux anterieurs encore sans retour sont
      *    signalees.
       2060-RECONCILE-START.
           MOVE ZERO TO SQL-NB-PENDING.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-PENDING
               FROM PRINT_ENVELOPE
               WHERE ENV_STATUS = 'A POSTER'
                 AND STREAM_DATE < :SQL-TODAY-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'COMPTAGE ENVELOPPES SANS RETOUR' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           DISPLAY 'TRAITEMENT DU RETOUR ROUTEUR TERMINE'.
           DISPLAY 'Lignes lues            : ' WS-NB-ROW.
           DISPLAY 'Enveloppes postees     : ' WS-NB-POSTED.
           DISPLAY 'Enveloppes rejetees    : ' WS-NB-REFUSED.
           DISPLAY 'Retours deja connus    : ' WS-NB-KNOWN.
           DISPLAY 'Lignes en anomalie     : ' WS-NB-REJECTED.
           DISPLAY 'Enveloppes sans retour : ' SQL-NB-PENDING.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' postees ' WS-NB-POSTED
                 ' rejetees ' WS-NB-REFUSED
                 ' anomalies ' WS-NB-REJECTED
                 ' sans retour ' SQL-NB-PENDING
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'RETOUR ROUTEUR : TRAITE' TO WS-NOTIFY-SUBJECT.
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
              MOVE 'RETOUR ROUTEUR : ECHEC' TO WS-NOTIFY-SUBJECT
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
           MOVE 'RETOUR ROUTEUR : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (inboxproc.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
