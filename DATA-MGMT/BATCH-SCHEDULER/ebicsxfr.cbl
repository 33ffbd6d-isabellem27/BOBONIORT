      ******************************************************************
      *    [RD] Echanges de fichiers avec la banque par le canal       *
      *    EBICS.                                                      *
      *    Les remises de prelevements (sepacoll.cbl) et de virements  *
      *    (claimpay.cbl, credremb.cbl) etaient deposees a la main sur *
      *    le portail de la banque, et les fichiers retour (retback,   *
      *    virback) et le releve (bnkstmt.cbl) y etaient telecharges   *
      *    de la meme facon. Planifie par batsched.cbl :               *
      *      - mode 'V' : envoie les remises de virements produites    *
      *        (REIMBOURSEMENT/VIR-*.xml, RAPPORT/REMBCR-*.xml) ;      *
      *      - mode 'P' : envoie les remises de prelevements produites *
      *        (INVOICE/PREL-*.xml) ;                                  *
      *      - mode 'R' : recoit les acquittements de la banque        *
      *        (EBICS/ACQUITTEMENTS), les comptes-rendus des virements *
      *        (boite INBOX-VIR), les retours de prelevements (boite   *
      *        INBOX-RET) et les releves de compte (INBOX-RELEVE),     *
      *        deposes dans les boites traitees par inboxproc.cbl.     *
      *    Une remise deja envoyee avec succes n'est jamais renvoyee ; *
      *    une remise en echec est representee au passage suivant.     *
      *    Chaque envoi et chaque reception est consigne dans          *
      *    EBICS_JOURNAL (nom du fichier, taille, acquittement de la   *
      *    banque) ; le passage est consigne dans BATCH_RUN_JOURNAL    *
      *    sous le nom du traitement, en ECHEC si un echange a echoue, *
      *    et l'exploitation est prevenue par la notification          *
      *    habituelle.                                                 *
      *    Le client EBICS (cle EBICS_CLIENT de la configuration)      *
      *    porte les certificats et le format des fichiers :           *
      *      <client> upload <type d'ordre> <fichier>                  *
      *        code retour 0 si la banque accepte, acquittement sur    *
      *        la premiere ligne de sortie ;                           *
      *      <client> download <type d'ordre> <dossier>                *
      *        une ligne nom-du-fichier;acquittement par fichier       *
      *        depose dans le dossier.                                 *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ebicsxfr RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIST ASSIGN TO WS-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT F-WORK ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-LIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LIST           PIC X(100).

       FD  F-WORK
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-WORK           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-SYS-CMD           PIC X(300) VALUE SPACES.
       01  WS-OUTCOME           PIC X(10) VALUE 'OK'.
       01  WS-EBICS-DIR         PIC X(20) VALUE './EBICS'.
       01  WS-LIST-PATH         PIC X(60)
           VALUE './EBICS/.liste.tmp'.
       01  WS-LIST-STATUS       PIC X(02) VALUE SPACES.
       01  WS-LIST-EOF          PIC X(01) VALUE 'N'.
       01  WS-WORK-PATH         PIC X(60)
           VALUE './EBICS/.sortie.tmp'.
       01  WS-WORK-STATUS       PIC X(02) VALUE SPACES.
       01  WS-WORK-LINE         PIC X(100) VALUE SPACES.

      *    [RD] famille de fichiers echangee par le passage courant.
       01  WS-ORDER-TYPE        PIC X(03) VALUE SPACES.
       01  WS-FILE-DIR          PIC X(60) VALUE SPACES.
       01  WS-FILE-REGEX        PIC X(30) VALUE SPACES.
       01  WS-FILE-NAME         PIC X(80) VALUE SPACES.
       01  WS-FILE-PATH         PIC X(150) VALUE SPACES.
       01  WS-FILE-ACK          PIC X(60) VALUE SPACES.
       01  WS-NB-DONE           PIC 9(05) VALUE ZERO.
       01  WS-NB-FAILED         PIC 9(05) VALUE ZERO.
       01  WS-Z-NB-DONE         PIC Z(04)9.
       01  WS-Z-NB-FAILED       PIC Z(04)9.

      *    [RD] configuration (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-EBICS-CLIENT      PIC X(60)
           VALUE './EBICS/ebics-client'.
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-RUN-JOB          PIC X(20).
       01  SQL-RUN-START        PIC X(19).
       01  SQL-RUN-END          PIC X(19).
       01  SQL-RUN-OUTCOME      PIC X(10).
       01  SQL-RUN-NOTE         PIC X(60).
       01  SQL-RUN-READ         PIC 9(06).
       01  SQL-RUN-DONE         PIC 9(06).
       01  SQL-RUN-FAILED       PIC 9(06).
       01  SQL-EBX-STAMP        PIC X(19).
       01  SQL-EBX-DIRECTION    PIC X(10).
       01  SQL-EBX-ORDER        PIC X(03).
       01  SQL-EBX-FILE         PIC X(80).
       01  SQL-EBX-SIZE         PIC 9(10).
       01  SQL-EBX-ACK          PIC X(60).
       01  SQL-EBX-STATUS       PIC X(10).
       01  SQL-NB-SENT          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-JOB               PIC X(20).
       01  LK-MODE              PIC X(01).
       01  LK-NB-FILES          PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-JOB, LK-MODE, LK-NB-FILES.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-FILES.
           MOVE ZERO TO WS-NB-DONE.
           MOVE ZERO TO WS-NB-FAILED.
           MOVE 'OK' TO WS-OUTCOME.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.

           PERFORM 1000-LOAD-CONFIG-START
              THRU END-1000-LOAD-CONFIG.
           PERFORM 1100-ENSURE-TABLES-START
              THRU END-1100-ENSURE-TABLES.

           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ' FUNCTION TRIM(WS-EBICS-DIR)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           EVALUATE LK-MODE
               WHEN 'V'
                   MOVE 'CCT' TO WS-ORDER-TYPE
                   MOVE './REIMBOURSEMENT' TO WS-FILE-DIR
                   MOVE '^VIR-[0-9]*\.xml$' TO WS-FILE-REGEX
                   PERFORM 2000-SEND-FAMILY-START
                      THRU END-2000-SEND-FAMILY
                   MOVE 'CCT' TO WS-ORDER-TYPE
                   MOVE './RAPPORT' TO WS-FILE-DIR
                   MOVE '^REMBCR-[0-9]*\.xml$' TO WS-FILE-REGEX
                   PERFORM 2000-SEND-FAMILY-START
                      THRU END-2000-SEND-FAMILY
               WHEN 'P'
                   MOVE 'CDD' TO WS-ORDER-TYPE
                   MOVE './INVOICE' TO WS-FILE-DIR
                   MOVE '^PREL-[0-9]*\.xml$' TO WS-FILE-REGEX
                   PERFORM 2000-SEND-FAMILY-START
                      THRU END-2000-SEND-FAMILY
               WHEN 'R'
                   MOVE 'HAC' TO WS-ORDER-TYPE
                   MOVE './EBICS/ACQUITTEMENTS' TO WS-FILE-DIR
                   PERFORM 3000-RECEIVE-ORDER-START
                      THRU END-3000-RECEIVE-ORDER
                   MOVE 'CRZ' TO WS-ORDER-TYPE
                   MOVE './CHARGE-FILES/INBOX-VIR' TO WS-FILE-DIR
                   PERFORM 3000-RECEIVE-ORDER-START
                      THRU END-3000-RECEIVE-ORDER
                   MOVE 'CDZ' TO WS-ORDER-TYPE
                   MOVE './CHARGE-FILES/INBOX-RET' TO WS-FILE-DIR
                   PERFORM 3000-RECEIVE-ORDER-START
                      THRU END-3000-RECEIVE-ORDER
                   MOVE 'C53' TO WS-ORDER-TYPE
                   MOVE './CHARGE-FILES/INBOX-RELEVE' TO WS-FILE-DIR
                   PERFORM 3000-RECEIVE-ORDER-START
                      THRU END-3000-RECEIVE-ORDER
               WHEN OTHER
                   DISPLAY 'MODE EBICS INCONNU : ' LK-MODE
                   MOVE 'ECHEC' TO WS-OUTCOME
           END-EVALUATE.

           INITIALIZE WS-SYS-CMD.
           STRING 'rm -f ' FUNCTION TRIM(WS-LIST-PATH) SPACE
               FUNCTION TRIM(WS-WORK-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.
           IF  WS-OUTCOME NOT = 'OK'
               PERFORM 9500-NOTIFY-FAILURE-START
                  THRU END-9500-NOTIFY-FAILURE
           END-IF.
           MOVE WS-NB-DONE TO LK-NB-FILES.
           DISPLAY 'ECHANGES EBICS ' FUNCTION TRIM(LK-JOB) ' : '
               WS-NB-DONE ' FICHIER(S), ' WS-NB-FAILED
               ' ECHEC(S) - ' WS-OUTCOME.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Client EBICS et adresse de notification depuis la      *
      *    configuration centralisee (getconf.cbl) ; valeurs par       *
      *    defaut conservees quand une cle manque.                     *
      ******************************************************************
       1000-LOAD-CONFIG-START.
           MOVE 'EBICS_CLIENT' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE TO WS-EBICS-CLIENT
           END-IF.
           MOVE 'NOTIFY_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.
       END-1000-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    [RD] Journal des echanges avec la banque et journal des     *
      *    traitements.                                                *
      ******************************************************************
       1100-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EBICS_JOURNAL (
                   EBX_STAMP      VARCHAR(19),
                   EBX_JOB        VARCHAR(20),
                   EBX_DIRECTION  VARCHAR(10),
                   EBX_ORDER_TYPE VARCHAR(3),
                   EBX_FILE_NAME  VARCHAR(80),
                   EBX_FILE_SIZE  NUMERIC(10),
                   EBX_ACK        VARCHAR(60),
                   EBX_STATUS     VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION EBICS_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BATCH_RUN_JOURNAL (
                   RUN_JOB      VARCHAR(20),
                   RUN_START    VARCHAR(19),
                   RUN_END      VARCHAR(19),
                   RUN_OUTCOME  VARCHAR(10),
                   RUN_READ     NUMERIC(6),
                   RUN_INSERTED NUMERIC(6),
                   RUN_REJECTED NUMERIC(6),
                   RUN_PRODUCED NUMERIC(6)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE BATCH_RUN_JOURNAL
               ADD COLUMN IF NOT EXISTS RUN_NOTE VARCHAR(60)
           END-EXEC.
           MOVE ZERO TO SQLCODE.
       END-1100-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Envoie, du plus ancien au plus recent, les remises du  *
      *    dossier WS-FILE-DIR dont le nom repond a WS-FILE-REGEX et   *
      *    qui n'ont pas encore ete acceptees par la banque.           *
      ******************************************************************
       2000-SEND-FAMILY-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'ls -1tr ' FUNCTION TRIM(WS-FILE-DIR)
               ' 2>/dev/null | grep "' FUNCTION TRIM(WS-FILE-REGEX)
               '" > ' FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT F-LIST.
           IF  WS-LIST-STATUS NOT = '00'
               GO TO END-2000-SEND-FAMILY
           END-IF.
           PERFORM 2100-SEND-ONE-FILE-START
              THRU END-2100-SEND-ONE-FILE
              UNTIL WS-LIST-EOF EQUAL 'O'.
           CLOSE F-LIST.
       END-2000-SEND-FAMILY.
           EXIT.

      ******************************************************************
      *    [RD] Envoie une remise ; le code retour du client decide de *
      *    l'issue, sa premiere ligne de sortie est l'acquittement de  *
      *    la banque.                                                  *
      ******************************************************************
       2100-SEND-ONE-FILE-START.
           READ F-LIST
               AT END
                   MOVE 'O' TO WS-LIST-EOF
                   GO TO END-2100-SEND-ONE-FILE
           END-READ.
           IF  REC-F-LIST EQUAL SPACES
               GO TO END-2100-SEND-ONE-FILE
           END-IF.
           MOVE FUNCTION TRIM(REC-F-LIST) TO WS-FILE-NAME.
           INITIALIZE WS-FILE-PATH.
           STRING FUNCTION TRIM(WS-FILE-DIR) '/'
               FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-FILE-PATH
           END-STRING.

      *    [RD] une remise deja acceptee n'est jamais renvoyee.
           MOVE WS-FILE-NAME TO SQL-EBX-FILE.
           MOVE ZERO TO SQL-NB-SENT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-SENT
               FROM EBICS_JOURNAL
               WHERE EBX_DIRECTION = 'ENVOI'
                 AND EBX_FILE_NAME = :SQL-EBX-FILE
                 AND EBX_STATUS = 'OK'
           END-EXEC.
           IF  SQL-NB-SENT > ZERO
               GO TO END-2100-SEND-ONE-FILE
           END-IF.

           PERFORM 2800-FILE-SIZE-START
              THRU END-2800-FILE-SIZE.

           INITIALIZE WS-SYS-CMD.
           STRING FUNCTION TRIM(WS-EBICS-CLIENT) ' upload '
               WS-ORDER-TYPE SPACE FUNCTION TRIM(WS-FILE-PATH)
               ' > ' FUNCTION TRIM(WS-WORK-PATH) ' 2>&1'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD
               RETURNING RETURN-CODE.
           IF  RETURN-CODE = ZERO
               MOVE 'OK' TO SQL-EBX-STATUS
               ADD 1 TO WS-NB-DONE
           ELSE
               MOVE 'ECHEC' TO SQL-EBX-STATUS
               MOVE 'ECHEC' TO WS-OUTCOME
               ADD 1 TO WS-NB-FAILED
               DISPLAY 'ENVOI EBICS EN ECHEC : '
                   FUNCTION TRIM(WS-FILE-NAME)
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           PERFORM 2900-READ-FIRST-LINE-START
              THRU END-2900-READ-FIRST-LINE.
           MOVE WS-WORK-LINE(1:60) TO WS-FILE-ACK.
           MOVE 'ENVOI' TO SQL-EBX-DIRECTION.
           PERFORM 2700-LOG-EXCHANGE-START
              THRU END-2700-LOG-EXCHANGE.
       END-2100-SEND-ONE-FILE.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne EBICS_JOURNAL par fichier echange, validee   *
      *    aussitot : un envoi accepte reste acquis meme si la suite   *
      *    du passage tombe.                                           *
      ******************************************************************
       2700-LOG-EXCHANGE-START.
           INITIALIZE SQL-EBX-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-EBX-STAMP
           END-STRING.
           MOVE LK-JOB TO SQL-RUN-JOB.
           MOVE WS-ORDER-TYPE TO SQL-EBX-ORDER.
           MOVE WS-FILE-NAME TO SQL-EBX-FILE.
           MOVE WS-FILE-ACK TO SQL-EBX-ACK.
           EXEC SQL
               INSERT INTO EBICS_JOURNAL
                   (EBX_STAMP, EBX_JOB, EBX_DIRECTION, EBX_ORDER_TYPE,
                    EBX_FILE_NAME, EBX_FILE_SIZE, EBX_ACK, EBX_STATUS)
               VALUES (:SQL-EBX-STAMP, :SQL-RUN-JOB,
                       :SQL-EBX-DIRECTION, :SQL-EBX-ORDER,
                       :SQL-EBX-FILE, :SQL-EBX-SIZE, :SQL-EBX-ACK,
                       :SQL-EBX-STATUS)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT EBICS_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2700-LOG-EXCHANGE.
           EXIT.

      ******************************************************************
      *    [RD] Taille en octets du fichier WS-FILE-PATH (zero si      *
      *    absent).                                                    *
      ******************************************************************
       2800-FILE-SIZE-START.
           MOVE ZERO TO SQL-EBX-SIZE.
           INITIALIZE WS-SYS-CMD.
           STRING 'wc -c < ' FUNCTION TRIM(WS-FILE-PATH)
               ' > ' FUNCTION TRIM(WS-WORK-PATH) ' 2>/dev/null'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
           PERFORM 2900-READ-FIRST-LINE-START
              THRU END-2900-READ-FIRST-LINE.
           IF  WS-WORK-LINE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WORK-LINE) TO SQL-EBX-SIZE
           END-IF.
       END-2800-FILE-SIZE.
           EXIT.

      ******************************************************************
      *    [RD] Premiere ligne du fichier de travail WS-WORK-PATH      *
      *    (sortie de la derniere commande), a blanc si absente.       *
      ******************************************************************
       2900-READ-FIRST-LINE-START.
           MOVE SPACES TO WS-WORK-LINE.
           OPEN INPUT F-WORK.
           IF  WS-WORK-STATUS NOT = '00'
               GO TO END-2900-READ-FIRST-LINE
           END-IF.
           READ F-WORK
               AT END MOVE SPACES TO REC-F-WORK
           END-READ.
           MOVE REC-F-WORK TO WS-WORK-LINE.
           CLOSE F-WORK.
       END-2900-READ-FIRST-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Recoit les fichiers disponibles pour le type d'ordre   *
      *    WS-ORDER-TYPE dans le dossier WS-FILE-DIR ; le client       *
      *    liste une ligne nom;acquittement par fichier recu.          *
      ******************************************************************
       3000-RECEIVE-ORDER-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ' FUNCTION TRIM(WS-FILE-DIR)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           INITIALIZE WS-SYS-CMD.
           STRING FUNCTION TRIM(WS-EBICS-CLIENT) ' download '
               WS-ORDER-TYPE SPACE FUNCTION TRIM(WS-FILE-DIR)
               ' > ' FUNCTION TRIM(WS-LIST-PATH) ' 2>/dev/null'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD
               RETURNING RETURN-CODE.
           IF  RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               MOVE 'ECHEC' TO WS-OUTCOME
               ADD 1 TO WS-NB-FAILED
               DISPLAY 'RECEPTION EBICS EN ECHEC : ' WS-ORDER-TYPE
               MOVE SPACES TO WS-FILE-NAME
               MOVE ZERO TO SQL-EBX-SIZE
               MOVE 'ECHEC DU TELECHARGEMENT' TO WS-FILE-ACK
               MOVE 'RECEPTION' TO SQL-EBX-DIRECTION
               MOVE 'ECHEC' TO SQL-EBX-STATUS
               PERFORM 2700-LOG-EXCHANGE-START
                  THRU END-2700-LOG-EXCHANGE
               GO TO END-3000-RECEIVE-ORDER
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT F-LIST.
           IF  WS-LIST-STATUS NOT = '00'
               GO TO END-3000-RECEIVE-ORDER
           END-IF.
           PERFORM 3100-RECEIVE-ONE-FILE-START
              THRU END-3100-RECEIVE-ONE-FILE
              UNTIL WS-LIST-EOF EQUAL 'O'.
           CLOSE F-LIST.
       END-3000-RECEIVE-ORDER.
           EXIT.

      ******************************************************************
      *    [RD] Consigne un fichier recu (nom, taille, acquittement).  *
      ******************************************************************
       3100-RECEIVE-ONE-FILE-START.
           READ F-LIST
               AT END
                   MOVE 'O' TO WS-LIST-EOF
                   GO TO END-3100-RECEIVE-ONE-FILE
           END-READ.
           IF  REC-F-LIST EQUAL SPACES
               GO TO END-3100-RECEIVE-ONE-FILE
           END-IF.
           MOVE SPACES TO WS-FILE-NAME.
           MOVE SPACES TO WS-FILE-ACK.
           UNSTRING REC-F-LIST DELIMITED BY ';'
               INTO WS-FILE-NAME, WS-FILE-ACK
           END-UNSTRING.
           INITIALIZE WS-FILE-PATH.
           STRING FUNCTION TRIM(WS-FILE-DIR) '/'
               FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-FILE-PATH
           END-STRING.
           PERFORM 2800-FILE-SIZE-START
              THRU END-2800-FILE-SIZE.
           MOVE 'RECEPTION' TO SQL-EBX-DIRECTION.
           MOVE 'OK' TO SQL-EBX-STATUS.
           PERFORM 2700-LOG-EXCHANGE-START
              THRU END-2700-LOG-EXCHANGE.
           ADD 1 TO WS-NB-DONE.
       END-3100-RECEIVE-ONE-FILE.
           EXIT.

      ******************************************************************
      *    [RD] Issue au journal des traitements, sous le nom du       *
      *    traitement de l'ordonnanceur.                               *
      ******************************************************************
       8900-RUN-JOURNAL-START.
           INITIALIZE SQL-RUN-END.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-END
           END-STRING.
           MOVE LK-JOB TO SQL-RUN-JOB.
           MOVE WS-OUTCOME TO SQL-RUN-OUTCOME.
           COMPUTE SQL-RUN-READ = WS-NB-DONE + WS-NB-FAILED.
           MOVE WS-NB-DONE TO SQL-RUN-DONE.
           MOVE WS-NB-FAILED TO SQL-RUN-FAILED.
           MOVE WS-NB-DONE TO WS-Z-NB-DONE.
           MOVE WS-NB-FAILED TO WS-Z-NB-FAILED.
           INITIALIZE SQL-RUN-NOTE.
           STRING 'EBICS ' FUNCTION TRIM(WS-Z-NB-DONE)
               ' ECHANGE(S), ' FUNCTION TRIM(WS-Z-NB-FAILED)
               ' ECHEC(S)'
               DELIMITED BY SIZE INTO SQL-RUN-NOTE
           END-STRING.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES (:SQL-RUN-JOB, :SQL-RUN-START, :SQL-RUN-END,
                       :SQL-RUN-OUTCOME, :SQL-RUN-READ, 0,
                       :SQL-RUN-FAILED, :SQL-RUN-DONE, :SQL-RUN-NOTE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               DISPLAY WS-SQL-LIB
               DISPLAY SQLCODE
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE ZERO TO SQLCODE.
       END-8900-RUN-JOURNAL.
           EXIT.

      ******************************************************************
      *    [RD] Notification d'echec a l'exploitation, par le meme     *
      *    canal mail que les autres incidents de nuit.                *
      ******************************************************************
       9500-NOTIFY-FAILURE-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "Echange EBICS en echec - voir '
               'EBICS_JOURNAL et BATCH_RUN_JOURNAL ('
               FUNCTION TRIM(LK-JOB) ')." | mail -s '
               '"ECHANGE BANCAIRE EN ECHEC" '
               FUNCTION TRIM(WS-NOTIFY-DEST)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-9500-NOTIFY-FAILURE.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           DISPLAY WS-SQL-LIB.
           DISPLAY SQLCODE.
           DISPLAY SQLERRMC.
       END-9020-ERROR-SQL.
           EXIT.
