      ******************************************************************
      *    [RD] Registre du courrier entrant (courrier papier).        *
      *    Chaque pli est enregistre a l'ouverture avec un numero      *
      *    d'ordre ; la table MAIL_REGISTER porte une ligne par pli :  *
      *      MAIL_NUM              numero d'ordre (MAX + 1) ;          *
      *      MAIL_RECEIVED_DATE    date de reception (AAAA-MM-JJ) ;    *
      *      MAIL_ENTRY_DATE       date d'enregistrement ;             *
      *      UUID_CUSTOMER         adherent (vide si non identifie) ;  *
      *      MAIL_SENDER           expediteur tel qu'il est lu ;       *
      *      MAIL_TYPE             REMB (feuille de soins), CHEQUE,    *
      *                            RECLAM (reclamation), RESIL         *
      *                            (resiliation), DOCUMENT (piece      *
      *                            justificative) ou AUTRE ;           *
      *      MAIL_PAGES            nombre de pages ;                   *
      *      MAIL_QUEUE            file de traitement, deduite du      *
      *                            type : rembslot (lot de demandes),  *
      *                            payentry (encaissement), complnt,   *
      *                            termcont, docfront, ou MANUEL ;     *
      *      MAIL_OPERATOR         operateur de l'enregistrement ;     *
      *      MAIL_STATUS           OUVERT puis TRAITE ;                *
      *      MAIL_DONE_DATE / _BY  date et operateur du traitement ;   *
      *      MAIL_DONE_PROGRAM     programme qui a traite le pli ;     *
      *      MAIL_DONE_REF         reference du traitement (lot,       *
      *                            reclamation, paiement...).          *
      *    Action LK-MR-ACTION :                                       *
      *      'A' pli enregistre, numero et file rendus ;               *
      *      'C' traitement par un programme de gestion : le plus      *
      *          ancien pli ouvert de l'adherent pour ce type est      *
      *          clos avec la reference (premier arrive, premier       *
      *          traite), numero rendu dans LK-MR-NUM ;                *
      *      'N' cloture manuelle du pli LK-MR-NUM ;                   *
      *      a blanc : les tables sont seulement garanties.            *
      *    Code retour LK-MR-RC : '0' fait, '1' rien a faire (aucun    *
      *    pli ouvert), '2' donnee invalide (type, date), '9' erreur   *
      *    SQL.                                                        *
      *    Saisie par l'ecran mailfront.cbl ; liste quotidienne des    *
      *    plis non traites par mailage.cbl (batsched.cbl).            *
      *    La connexion et la transaction sont celles de l'appelant ;  *
      *    les tables sont completees au premier appel de l'execution. *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailreg RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] creation des tables une fois par execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  WS-OS-USER           PIC X(20) VALUE SPACES.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-RECEIVED-YMD      PIC X(08) VALUE SPACES.
       01  WS-RECEIVED-NUM      PIC 9(08) VALUE ZERO.

      *    [RD] types de pli admis et file de traitement associee.
       01  WS-TYPE              PIC X(10) VALUE SPACES.
           88 WS-TYPE-OK        VALUE 'REMB' 'CHEQUE' 'RECLAM'
                                      'RESIL' 'DOCUMENT' 'AUTRE'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-MAIL-NUM         PIC 9(08) VALUE ZERO.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-SENDER           PIC X(40) VALUE SPACES.
       01  SQL-RECEIVED         PIC X(10) VALUE SPACES.
       01  SQL-TYPE             PIC X(10) VALUE SPACES.
       01  SQL-PAGES            PIC 9(03) VALUE ZERO.
       01  SQL-QUEUE            PIC X(10) VALUE SPACES.
       01  SQL-OPERATOR         PIC X(10) VALUE SPACES.
       01  SQL-PROGRAM          PIC X(10) VALUE SPACES.
       01  SQL-REF              PIC X(20) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-MAIL.
           05 LK-MR-ACTION        PIC X(01).
           05 LK-MR-NUM           PIC 9(08).
           05 LK-MR-CUS-UUID      PIC X(36).
           05 LK-MR-SENDER        PIC X(40).
           05 LK-MR-RECEIVED      PIC X(10).
           05 LK-MR-TYPE          PIC X(10).
           05 LK-MR-PAGES         PIC 9(03).
           05 LK-MR-QUEUE         PIC X(10).
           05 LK-MR-OPERATOR      PIC X(10).
           05 LK-MR-PROGRAM       PIC X(10).
           05 LK-MR-REF           PIC X(20).
           05 LK-MR-RC            PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-MAIL.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-MR-RC.
      *    [RD] un appel sans action ne fait que garantir les tables
      *    (ecran du registre, liste des plis non traites).
           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.

           PERFORM 1100-GET-OPERATOR-START
              THRU END-1100-GET-OPERATOR.
           IF LK-MR-ACTION EQUAL 'A'
               PERFORM 2000-ADD-MAIL-START
                  THRU END-2000-ADD-MAIL
           ELSE IF LK-MR-ACTION EQUAL 'C'
               PERFORM 3000-CLOSE-OLDEST-START
                  THRU END-3000-CLOSE-OLDEST
           ELSE IF LK-MR-ACTION EQUAL 'N'
               PERFORM 3100-CLOSE-NUMBER-START
                  THRU END-3100-CLOSE-NUMBER
           END-IF
           END-IF
           END-IF.
      *    [RD] jamais d'erreur SQL laissee a l'appelant, qui peut
      *    avoir un curseur ouvert : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table MAIL_REGISTER si elle n'existe pas       *
      *    encore.                                                     *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MAIL_REGISTER (
                   MAIL_NUM              INTEGER,
                   MAIL_RECEIVED_DATE    VARCHAR(10),
                   MAIL_ENTRY_DATE       VARCHAR(10),
                   UUID_CUSTOMER         VARCHAR(36),
                   MAIL_SENDER           VARCHAR(40),
                   MAIL_TYPE             VARCHAR(10),
                   MAIL_PAGES            INTEGER,
                   MAIL_QUEUE            VARCHAR(10),
                   MAIL_OPERATOR         VARCHAR(10),
                   MAIL_STATUS           VARCHAR(10) DEFAULT 'OUVERT',
                   MAIL_DONE_DATE        VARCHAR(10),
                   MAIL_DONE_BY          VARCHAR(10),
                   MAIL_DONE_PROGRAM     VARCHAR(10),
                   MAIL_DONE_REF         VARCHAR(20)
               )
           END-EXEC.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Operateur : celui transmis, sinon le compte de la      *
      *    session (USER), comme accesslog.cbl.                        *
      ******************************************************************
       1100-GET-OPERATOR-START.
           IF LK-MR-OPERATOR EQUAL SPACES
               MOVE SPACES TO WS-OS-USER
               ACCEPT WS-OS-USER FROM ENVIRONMENT 'USER'
               IF WS-OS-USER EQUAL SPACES
                   MOVE '(inconnu)' TO WS-OS-USER
               END-IF
               MOVE WS-OS-USER(1:10) TO LK-MR-OPERATOR
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-MR-OPERATOR) TO SQL-OPERATOR.
       END-1100-GET-OPERATOR.
           EXIT.

      ******************************************************************
      *    [RD] Nouveau pli : type et date controles, file deduite du  *
      *    type, numero d'ordre sous verrou.                           *
      ******************************************************************
       2000-ADD-MAIL-START.
           MOVE FUNCTION UPPER-CASE(LK-MR-TYPE) TO WS-TYPE.
           IF NOT WS-TYPE-OK
               MOVE '2' TO LK-MR-RC
               GO TO END-2000-ADD-MAIL
           END-IF.
           MOVE SPACES TO WS-RECEIVED-YMD.
           STRING LK-MR-RECEIVED(1:4) LK-MR-RECEIVED(6:2)
                  LK-MR-RECEIVED(9:2)
                  DELIMITED BY SIZE INTO WS-RECEIVED-YMD
           END-STRING.
           IF WS-RECEIVED-YMD IS NOT NUMERIC
               MOVE '2' TO LK-MR-RC
               GO TO END-2000-ADD-MAIL
           END-IF.
           MOVE WS-RECEIVED-YMD TO WS-RECEIVED-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-NUM) NOT = ZERO
               MOVE '2' TO LK-MR-RC
               GO TO END-2000-ADD-MAIL
           END-IF.
           IF WS-TYPE NOT EQUAL 'AUTRE'
              AND LK-MR-CUS-UUID EQUAL SPACES
               MOVE '2' TO LK-MR-RC
               GO TO END-2000-ADD-MAIL
           END-IF.

           EVALUATE WS-TYPE
               WHEN 'REMB'
                   MOVE 'rembslot' TO LK-MR-QUEUE
               WHEN 'CHEQUE'
                   MOVE 'payentry' TO LK-MR-QUEUE
               WHEN 'RECLAM'
                   MOVE 'complnt' TO LK-MR-QUEUE
               WHEN 'RESIL'
                   MOVE 'termcont' TO LK-MR-QUEUE
               WHEN 'DOCUMENT'
                   MOVE 'docfront' TO LK-MR-QUEUE
               WHEN OTHER
                   MOVE 'MANUEL' TO LK-MR-QUEUE
           END-EVALUATE.

           MOVE LK-MR-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-MR-SENDER TO SQL-SENDER.
           MOVE LK-MR-RECEIVED TO SQL-RECEIVED.
           MOVE WS-TYPE TO SQL-TYPE.
           MOVE LK-MR-PAGES TO SQL-PAGES.
           MOVE LK-MR-QUEUE TO SQL-QUEUE.

           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext('MAIL'))
           END-EXEC.
           MOVE ZERO TO SQL-MAIL-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(MAIL_NUM), 0) + 1
               INTO :SQL-MAIL-NUM
               FROM MAIL_REGISTER
           END-EXEC.
           EXEC SQL
               INSERT INTO MAIL_REGISTER
                   (MAIL_NUM, MAIL_RECEIVED_DATE, MAIL_ENTRY_DATE,
                    UUID_CUSTOMER, MAIL_SENDER, MAIL_TYPE,
                    MAIL_PAGES, MAIL_QUEUE, MAIL_OPERATOR,
                    MAIL_STATUS)
               VALUES
                   (:SQL-MAIL-NUM, :SQL-RECEIVED,
                    TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),
                    NULLIF(TRIM(:SQL-CUS-UUID), ''),
                    TRIM(:SQL-SENDER), TRIM(:SQL-TYPE),
                    :SQL-PAGES, TRIM(:SQL-QUEUE),
                    TRIM(:SQL-OPERATOR), 'OUVERT')
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-MR-RC
               GO TO END-2000-ADD-MAIL
           END-IF.
           MOVE SQL-MAIL-NUM TO LK-MR-NUM.
           MOVE '0' TO LK-MR-RC.
       END-2000-ADD-MAIL.
           EXIT.

      ******************************************************************
      *    [RD] Traitement par un programme de gestion : le plus       *
      *    ancien pli ouvert de l'adherent pour ce type est clos.      *
      ******************************************************************
       3000-CLOSE-OLDEST-START.
           IF LK-MR-CUS-UUID EQUAL SPACES
               GO TO END-3000-CLOSE-OLDEST
           END-IF.
           MOVE LK-MR-CUS-UUID TO SQL-CUS-UUID.
           MOVE FUNCTION UPPER-CASE(LK-MR-TYPE) TO SQL-TYPE.
           MOVE ZERO TO SQL-MAIL-NUM.
           EXEC SQL
               SELECT COALESCE(MIN(MAIL_NUM), 0)
               INTO :SQL-MAIL-NUM
               FROM MAIL_REGISTER
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND MAIL_TYPE = TRIM(:SQL-TYPE)
                 AND MAIL_STATUS = 'OUVERT'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL FIN
               MOVE '9' TO LK-MR-RC
               GO TO END-3000-CLOSE-OLDEST
           END-IF.
           IF SQL-MAIL-NUM EQUAL ZERO
               GO TO END-3000-CLOSE-OLDEST
           END-IF.
           PERFORM 3200-MARK-DONE-START
              THRU END-3200-MARK-DONE.
       END-3000-CLOSE-OLDEST.
           EXIT.

      ******************************************************************
      *    [RD] Cloture manuelle d'un pli par son numero (pli AUTRE,   *
      *    pli traite hors application).                               *
      ******************************************************************
       3100-CLOSE-NUMBER-START.
           MOVE LK-MR-NUM TO SQL-MAIL-NUM.
           IF SQL-MAIL-NUM EQUAL ZERO
               GO TO END-3100-CLOSE-NUMBER
           END-IF.
           PERFORM 3200-MARK-DONE-START
              THRU END-3200-MARK-DONE.
       END-3100-CLOSE-NUMBER.
           EXIT.

      ******************************************************************
      *    [RD] Passe le pli SQL-MAIL-NUM, s'il est encore ouvert, au  *
      *    statut TRAITE avec programme, reference et operateur.       *
      ******************************************************************
       3200-MARK-DONE-START.
           MOVE LK-MR-PROGRAM TO SQL-PROGRAM.
           MOVE LK-MR-REF TO SQL-REF.
           EXEC SQL
               UPDATE MAIL_REGISTER
               SET MAIL_STATUS = 'TRAITE',
                   MAIL_DONE_DATE = TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),
                   MAIL_DONE_BY = TRIM(:SQL-OPERATOR),
                   MAIL_DONE_PROGRAM = NULLIF(TRIM(:SQL-PROGRAM), ''),
                   MAIL_DONE_REF = NULLIF(TRIM(:SQL-REF), '')
               WHERE MAIL_NUM = :SQL-MAIL-NUM
                 AND MAIL_STATUS = 'OUVERT'
           END-EXEC.
           IF SQLCODE EQUAL FIN
               GO TO END-3200-MARK-DONE
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-MR-RC
               GO TO END-3200-MARK-DONE
           END-IF.
           IF SQLERRD(3) EQUAL ZERO
               GO TO END-3200-MARK-DONE
           END-IF.
           MOVE SQL-MAIL-NUM TO LK-MR-NUM.
           MOVE '0' TO LK-MR-RC.
       END-3200-MARK-DONE.
           EXIT.
