      ******************************************************************
      *    [RD] Chargement du fichier des plis non distribues renvoye  *
      *    par La Poste (courriers revenus NPAI, "n'habite pas a       *
      *    l'adresse indiquee").                                       *
      *    Premiere ligne : en-tete, ignoree.                          *
      *    Lignes suivantes : code de securite sociale de l'adherent ; *
      *    courrier revenu (nom du document ou reference La Poste) ;   *
      *    date du retour (AAAAMMJJ ou AAAA-MM-JJ, a blanc = jour du   *
      *    chargement).                                                *
      *    Chaque retour est enregistre par npaiupd.cbl (origine       *
      *    FICHIER) : ligne NPAI_RETURN et adresse marquee invalide.   *
      *    Un retour deja enregistre et encore ouvert est compte a     *
      *    part sans etre rejete. Les codes secu inconnus restent sur  *
      *    le rapport d'anomalies pour traitement manuel.              *
      *    La connexion est ouverte par l'appelant (inboxproc.cbl).    *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. npaiback RECURSIVE.
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
           VALUE './CHARGE-FILES/RetourNPAI.csv'            .

       01  WS-REJECT-PATH.
           03 WS-REJECT-FOLDER  PIC X(27)
              VALUE './CHARGE-FILES/RejetsNPAI-'            .
           03 WS-REJECT-DATE    PIC 9(08)                  .
           03 WS-REJECT-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-RECORDED       PIC 9(05)  VALUE ZERO      .
       01  WS-NB-KNOWN          PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES    .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(26)
              VALUE './CHARGE-FILES/NotifNPAI-'             .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la ligne retour en cours de traitement
       01  WS-LINE-SECU         PIC X(15)  VALUE SPACES    .
       01  WS-LINE-DOCUMENT     PIC X(60)  VALUE SPACES    .
       01  WS-LINE-DATE         PIC X(10)  VALUE SPACES    .

      *    [RD] date du retour au format de la table (AAAA-MM-JJ).
       01  WS-RETURN-DATE.
           03 WS-RETURN-YEAR    PIC X(04).
           03 WS-RETURN-SEP1    PIC X(01) VALUE '-'.
           03 WS-RETURN-MONTH   PIC X(02).
           03 WS-RETURN-SEP2    PIC X(01) VALUE '-'.
           03 WS-RETURN-DAY     PIC X(02).

      *    [RD] enregistrement du retour (npaiupd.cbl).
       01  WS-NPAI.
           05 WS-NPAI-ACTION      PIC X(01).
           05 WS-NPAI-CUS-UUID    PIC X(36).
           05 WS-NPAI-DATE        PIC X(10).
           05 WS-NPAI-DOCUMENT    PIC X(60).
           05 WS-NPAI-SOURCE      PIC X(10).
           05 WS-NPAI-CHANNEL     PIC X(10).
           05 WS-NPAI-RC          PIC X(01).

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC             .

       01  SQL-CODE-SECU        PIC 9(15)   VALUE ZERO     .
       01  SQL-CUS-UUID         PIC X(36)   VALUE SPACES   .
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

      *    [RD] La connexion est ouverte par l'appelant ; un appel a
      *    blanc de npaiupd.cbl complete les tables au besoin.
           INITIALIZE WS-NPAI.
           CALL 'npaiupd' USING WS-NPAI
           END-CALL.
           IF  WS-NPAI-RC EQUAL '9' THEN
              MOVE 'PREPARATION TABLES NPAI' TO WS-SQL-LIB
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

      *    [RD] Pour chaque ligne : decoupage, recherche de l'adherent
      *    par son code de securite sociale, enregistrement du retour.
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

      *    [RD] Decoupe la ligne courante : code secu ; courrier
      *    revenu ; date du retour. Meme mecanique que cfback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-SECU WS-LINE-DOCUMENT WS-LINE-DATE.
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
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-SECU
                      WHEN 2
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-DOCUMENT
                      WHEN 3
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-DATE
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

      *    [RD] Retrouve l'adherent et enregistre le retour par
      *    npaiupd.cbl (origine FICHIER).
       2100-RECORD-RETURN-START.
           IF  WS-LINE-SECU EQUAL SPACES THEN
              MOVE 'Code secu absent' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RETURN
           END-IF.
           IF  WS-LINE-DOCUMENT EQUAL SPACES THEN
              MOVE 'Courrier revenu non precise' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RETURN
           END-IF.

           MOVE FUNCTION NUMVAL(WS-LINE-SECU) TO SQL-CODE-SECU.
           INITIALIZE SQL-CUS-UUID.
           EXEC SQL
               SELECT UUID_CUSTOMER
               INTO :SQL-CUS-UUID
               FROM CUSTOMER
               WHERE CUSTOMER_CODE_SECU = :SQL-CODE-SECU
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN THEN
              MOVE 'Code secu inconnu' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-RECORD-RETURN
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'RECHERCHE ADHERENT PAR CODE SECU' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] date du retour : AAAAMMJJ ou AAAA-MM-JJ ; a blanc ou
      *    illisible, npaiupd.cbl prend la date du jour.
           INITIALIZE WS-NPAI.
           IF  WS-LINE-DATE(1:8) IS NUMERIC
              AND WS-LINE-DATE(9:2) EQUAL SPACES THEN
              MOVE WS-LINE-DATE(1:4) TO WS-RETURN-YEAR
              MOVE WS-LINE-DATE(5:2) TO WS-RETURN-MONTH
              MOVE WS-LINE-DATE(7:2) TO WS-RETURN-DAY
              MOVE WS-RETURN-DATE TO WS-NPAI-DATE
           ELSE IF  WS-LINE-DATE(5:1) EQUAL '-'
              AND WS-LINE-DATE(8:1) EQUAL '-' THEN
              MOVE WS-LINE-DATE TO WS-NPAI-DATE
           END-IF
           END-IF.

           MOVE 'R' TO WS-NPAI-ACTION.
           MOVE SQL-CUS-UUID TO WS-NPAI-CUS-UUID.
           MOVE WS-LINE-DOCUMENT TO WS-NPAI-DOCUMENT.
           MOVE 'FICHIER' TO WS-NPAI-SOURCE.
           CALL 'npaiupd' USING WS-NPAI
           END-CALL.
           EVALUATE WS-NPAI-RC
              WHEN '0'
                 ADD 1 TO WS-NB-RECORDED
              WHEN '1'
                 ADD 1 TO WS-NB-KNOWN
              WHEN OTHER
                 MOVE 'ENREGISTREMENT RETOUR NPAI' TO WS-SQL-LIB
                 PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-EVALUATE.
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

      *    [RD] Compte-rendu et notification exploitation.
       2060-RECONCILE-START.
           DISPLAY 'TRAITEMENT DES RETOURS NPAI TERMINE'.
           DISPLAY 'Lignes lues            : ' WS-NB-ROW.
           DISPLAY 'Retours enregistres    : ' WS-NB-RECORDED.
           DISPLAY 'Retours deja connus    : ' WS-NB-KNOWN.
           DISPLAY 'Lignes en anomalie     : ' WS-NB-REJECTED.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' enregistres ' WS-NB-RECORDED
                 ' deja connus ' WS-NB-KNOWN
                 ' anomalies ' WS-NB-REJECTED
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'RETOURS NPAI : TRAITE' TO WS-NOTIFY-SUBJECT.
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
              MOVE 'RETOURS NPAI : ECHEC' TO WS-NOTIFY-SUBJECT
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
           MOVE 'RETOURS NPAI : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (inboxproc.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
