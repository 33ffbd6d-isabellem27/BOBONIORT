      ******************************************************************
      *    [RD] Chargement du fichier des statuts de signature         *
      *    electronique renvoye chaque nuit par le prestataire.        *
      *    Premiere ligne : en-tete, ignoree.                          *
      *    Lignes suivantes : numero de demande (ESIGN_REQUEST) ;      *
      *    statut SIGNE, REFUSE ou EXPIRE ; date du statut (AAAAMMJJ   *
      *    ou AAAA-MM-JJ, a blanc = jour du chargement) ; nom du       *
      *    fichier signe depose dans ./ESIGN/SIGNED/ (SIGNE).          *
      *    Chaque statut est applique par esigreq.cbl : dossier signe  *
      *    range dans CUSTOMER_DOCUMENT et DOCUMENT_INDEX, contrat et  *
      *    mandat actives ; refus ou expiration : contrat NON_SIGNE.   *
      *    Une demande deja close est comptee a part sans etre         *
      *    rejetee. Les numeros inconnus, statuts illisibles et        *
      *    signatures sans fichier restent sur le rapport d'anomalies. *
      *    La connexion est ouverte par l'appelant (inboxproc.cbl).    *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. esigback RECURSIVE.
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
           VALUE './CHARGE-FILES/RetourSignature.csv'       .

       01  WS-REJECT-PATH.
           03 WS-REJECT-FOLDER  PIC X(32)
              VALUE './CHARGE-FILES/RejetsSignature-'       .
           03 WS-REJECT-DATE    PIC 9(08)                  .
           03 WS-REJECT-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-SIGNED         PIC 9(05)  VALUE ZERO      .
       01  WS-NB-NOT-SIGNED     PIC 9(05)  VALUE ZERO      .
       01  WS-NB-KNOWN          PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-REJECT-REASON     PIC X(40)  VALUE SPACES    .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(31)
              VALUE './CHARGE-FILES/NotifSignature-'        .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la ligne statut en cours de traitement
       01  WS-LINE-NUM          PIC X(08)  VALUE SPACES    .
       01  WS-LINE-STATUS       PIC X(10)  VALUE SPACES    .
       01  WS-LINE-DATE         PIC X(10)  VALUE SPACES    .
       01  WS-LINE-FILE         PIC X(50)  VALUE SPACES    .

      *    [RD] date du statut au format de la table (AAAA-MM-JJ).
       01  WS-RETURN-DATE.
           03 WS-RETURN-YEAR    PIC X(04).
           03 WS-RETURN-SEP1    PIC X(01) VALUE '-'.
           03 WS-RETURN-MONTH   PIC X(02).
           03 WS-RETURN-SEP2    PIC X(01) VALUE '-'.
           03 WS-RETURN-DAY     PIC X(02).

      *    [RD] application du statut (esigreq.cbl).
       01  WS-ESIGN.
           05 WS-ES-ACTION        PIC X(01).
           05 WS-ES-NUM           PIC 9(08).
           05 WS-ES-CUS-UUID      PIC X(36).
           05 WS-ES-REIM-NUM      PIC X(10).
           05 WS-ES-DATE          PIC X(10).
           05 WS-ES-FILE          PIC X(50).
           05 WS-ES-RC            PIC X(01).

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
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
      *    blanc de esigreq.cbl complete les tables au besoin.
           INITIALIZE WS-ESIGN.
           CALL 'esigreq' USING WS-ESIGN
           END-CALL.
           IF  WS-ES-RC EQUAL '9' THEN
              MOVE 'PREPARATION TABLES SIGNATURE' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM 1010-OPEN-REJECT-START THRU END-1010-OPEN-REJECT.
           PERFORM 1020-LECT1-FILE-START THRU END-1020-LECT1-FILE.
           PERFORM 2000-CHARGE-STATUS-START
                    THRU END-2000-CHARGE-STATUS.
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

      *    [RD] Pour chaque ligne : decoupage puis application du
      *    statut a la demande de signature.
       2000-CHARGE-STATUS-START.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-ROW
              PERFORM 2010-CHERCHE-VAR-START
                          THRU END-2010-CHERCHE-VAR

              PERFORM 2100-APPLY-STATUS-START
                          THRU END-2100-APPLY-STATUS

              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2000-CHARGE-STATUS.
           EXIT.

      *    [RD] Decoupe la ligne courante : numero de demande ;
      *    statut ; date ; fichier signe. Meme mecanique que
      *    cfback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-NUM WS-LINE-STATUS WS-LINE-DATE
                      WS-LINE-FILE.
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
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-NUM
                      WHEN 2
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP))
                            TO WS-LINE-STATUS
                      WHEN 3
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-DATE
                      WHEN 4
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-FILE
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

      *    [RD] Controle la ligne et applique le statut a la demande
      *    par esigreq.cbl.
       2100-APPLY-STATUS-START.
           IF  WS-LINE-NUM EQUAL SPACES
              OR FUNCTION TEST-NUMVAL(WS-LINE-NUM) NOT EQUAL ZERO THEN
              MOVE 'Numero de demande illisible' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-APPLY-STATUS
           END-IF.

           INITIALIZE WS-ESIGN.
           EVALUATE WS-LINE-STATUS
              WHEN 'SIGNE'
                 MOVE 'S' TO WS-ES-ACTION
              WHEN 'REFUSE'
                 MOVE 'R' TO WS-ES-ACTION
              WHEN 'EXPIRE'
                 MOVE 'E' TO WS-ES-ACTION
              WHEN OTHER
                 MOVE 'Statut inconnu' TO WS-REJECT-REASON
                 PERFORM 2040-WRITE-REJECT-START
                    THRU END-2040-WRITE-REJECT
                 GO TO END-2100-APPLY-STATUS
           END-EVALUATE.
           IF  WS-ES-ACTION EQUAL 'S'
              AND WS-LINE-FILE EQUAL SPACES THEN
              MOVE 'Fichier signe absent' TO WS-REJECT-REASON
              PERFORM 2040-WRITE-REJECT-START
                 THRU END-2040-WRITE-REJECT
              GO TO END-2100-APPLY-STATUS
           END-IF.

      *    [RD] date du statut : AAAAMMJJ ou AAAA-MM-JJ ; a blanc ou
      *    illisible, esigreq.cbl prend la date du jour.
           IF  WS-LINE-DATE(1:8) IS NUMERIC
              AND WS-LINE-DATE(9:2) EQUAL SPACES THEN
              MOVE WS-LINE-DATE(1:4) TO WS-RETURN-YEAR
              MOVE WS-LINE-DATE(5:2) TO WS-RETURN-MONTH
              MOVE WS-LINE-DATE(7:2) TO WS-RETURN-DAY
              MOVE WS-RETURN-DATE TO WS-ES-DATE
           ELSE IF  WS-LINE-DATE(5:1) EQUAL '-'
              AND WS-LINE-DATE(8:1) EQUAL '-' THEN
              MOVE WS-LINE-DATE TO WS-ES-DATE
           END-IF
           END-IF.

           MOVE FUNCTION NUMVAL(WS-LINE-NUM) TO WS-ES-NUM.
           MOVE WS-LINE-FILE TO WS-ES-FILE.
           CALL 'esigreq' USING WS-ESIGN
           END-CALL.
           EVALUATE WS-ES-RC
              WHEN '0'
                 IF  WS-ES-ACTION EQUAL 'S'
                    ADD 1 TO WS-NB-SIGNED
                 ELSE
                    ADD 1 TO WS-NB-NOT-SIGNED
                 END-IF
              WHEN '1'
                 ADD 1 TO WS-NB-KNOWN
              WHEN '2'
                 MOVE 'Demande inconnue' TO WS-REJECT-REASON
                 PERFORM 2040-WRITE-REJECT-START
                    THRU END-2040-WRITE-REJECT
              WHEN OTHER
                 MOVE 'APPLICATION STATUT SIGNATURE' TO WS-SQL-LIB
                 PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-EVALUATE.
       END-2100-APPLY-STATUS.
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
           DISPLAY 'TRAITEMENT DES STATUTS DE SIGNATURE TERMINE'.
           DISPLAY 'Lignes lues            : ' WS-NB-ROW.
           DISPLAY 'Dossiers signes        : ' WS-NB-SIGNED.
           DISPLAY 'Refus / expirations    : ' WS-NB-NOT-SIGNED.
           DISPLAY 'Demandes deja closes   : ' WS-NB-KNOWN.
           DISPLAY 'Lignes en anomalie     : ' WS-NB-REJECTED.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' signes ' WS-NB-SIGNED
                 ' non signes ' WS-NB-NOT-SIGNED
                 ' deja closes ' WS-NB-KNOWN
                 ' anomalies ' WS-NB-REJECTED
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'STATUTS SIGNATURE : TRAITE' TO WS-NOTIFY-SUBJECT.
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
              MOVE 'STATUTS SIGNATURE : ECHEC' TO WS-NOTIFY-SUBJECT
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
           MOVE 'STATUTS SIGNATURE : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (inboxproc.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
