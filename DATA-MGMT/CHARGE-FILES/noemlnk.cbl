      ******************************************************************
      *    [RD] Mise en file des liaisons NOEMIE avec la CPAM.         *
      *    La caisse ne nous transmet le flux de soins d'une personne  *
      *    qu'une fois enregistre le lien entre son NIR et notre       *
      *    contrat. Chaque personne couverte (adherent, numero 0, ou   *
      *    ayant droit, DEPENDENT_NUM) porte une ligne NOEMIE_LINK :   *
      *    action demandee (A adhesion, R radiation), date d'effet et  *
      *    statut du lien :                                            *
      *      A-ENVOYER  demande a porter au prochain fichier,          *
      *      ENVOYE     fichier emis, accuse de la caisse attendu,     *
      *      ACTIF      liaison enregistree par la caisse,             *
      *      REJETE     demande refusee par la caisse (motif),         *
      *      RESILIE    radiation enregistree, ou liaison jamais       *
      *                 etablie et devenue sans objet.                 *
      *    Evenements (LK-NL-EVENT) :                                  *
      *      S signature du contrat : adhesion de l'adherent et de     *
      *        ses ayants droit non clos (clascont.cbl, speccont.cbl); *
      *      A ajout d'un ayant droit LK-NL-DEP-NUM (depsave.cbl) ;    *
      *      F fin d'un ayant droit LK-NL-DEP-NUM (depfront.cbl) ;     *
      *      R resiliation du contrat : radiation de l'adherent et de  *
      *        tous ses ayants droit lies (termcont.cbl).              *
      *    Le fichier de liaison et l'accuse de reception de la        *
      *    caisse sont traites par noemfront.cbl.                      *
      *    Appele dans la connexion et la transaction de l'appelant ;  *
      *    LK-NL-RC vaut '0' (correct) ou '1' (erreur SQL).            *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. noemlnk.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(09) VALUE 100.
       01  WS-TABLES-DONE       PIC X(01) VALUE 'N'.
       01  WS-DEP-EOF           PIC X(01) VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-DEP-NUM          PIC 9(08) VALUE ZERO.
       01  SQL-ACTION           PIC X(01) VALUE SPACE.
       01  SQL-EFFECT-DATE      PIC X(10) VALUE SPACES.
       01  SQL-CUR-ACTION       PIC X(01) VALUE SPACE.
       01  SQL-CUR-STATUS       PIC X(10) VALUE SPACES.
       01  SQL-LINK-NUM         PIC 9(08) VALUE ZERO.
       01  SQL-LOCK-KEY         PIC X(15) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NL-UUID           PIC X(36).
       01  LK-NL-EVENT          PIC X(01).
       01  LK-NL-DEP-NUM        PIC 9(08).
       01  LK-NL-EFFECT-DATE    PIC X(10).
       01  LK-NL-RC             PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NL-UUID LK-NL-EVENT LK-NL-DEP-NUM
                                LK-NL-EFFECT-DATE LK-NL-RC.
       0000-START-MAIN.
           MOVE '0' TO LK-NL-RC.
           MOVE LK-NL-UUID TO SQL-CUS-UUID.
           MOVE LK-NL-EFFECT-DATE TO SQL-EFFECT-DATE.
           IF  SQL-EFFECT-DATE EQUAL SPACES
               STRING FUNCTION CURRENT-DATE(1:4) '-'
                      FUNCTION CURRENT-DATE(5:2) '-'
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO SQL-EFFECT-DATE
               END-STRING
           END-IF.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

           EVALUATE LK-NL-EVENT
               WHEN 'S'
                   MOVE 'A' TO SQL-ACTION
                   MOVE ZERO TO SQL-DEP-NUM
                   PERFORM 2000-QUEUE-ONE-START
                      THRU END-2000-QUEUE-ONE
                   PERFORM 3000-SIGNATURE-DEPS-START
                      THRU END-3000-SIGNATURE-DEPS
               WHEN 'A'
                   MOVE 'A' TO SQL-ACTION
                   MOVE LK-NL-DEP-NUM TO SQL-DEP-NUM
                   PERFORM 2000-QUEUE-ONE-START
                      THRU END-2000-QUEUE-ONE
               WHEN 'F'
                   MOVE 'R' TO SQL-ACTION
                   MOVE LK-NL-DEP-NUM TO SQL-DEP-NUM
                   PERFORM 2000-QUEUE-ONE-START
                      THRU END-2000-QUEUE-ONE
               WHEN 'R'
                   MOVE 'R' TO SQL-ACTION
                   PERFORM 4000-TERMINATION-START
                      THRU END-4000-TERMINATION
           END-EVALUATE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree au besoin la table des liaisons, une fois par     *
      *    execution ; la date de fin des ayants droit (depfront.cbl)  *
      *    est garantie pour la selection des ayants droit ouverts.    *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           IF  WS-TABLES-DONE EQUAL 'O'
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOEMIE_LINK (
                   LINK_NUM            INT,
                   UUID_CUSTOMER       VARCHAR(36),
                   LINK_DEP_NUM        INT DEFAULT 0,
                   LINK_ACTION         VARCHAR(1),
                   LINK_EFFECT_DATE    VARCHAR(10),
                   LINK_STATUS         VARCHAR(10),
                   LINK_EVENT_DATE     VARCHAR(10),
                   LINK_SENT_DATE      VARCHAR(10),
                   LINK_ACK_DATE       VARCHAR(10),
                   LINK_REJECT_REASON  VARCHAR(40)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION TABLE NOEMIE_LINK' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COLONNE DEPENDENT_END_DATE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'O' TO WS-TABLES-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Met en file l'action SQL-ACTION pour une personne      *
      *    (SQL-DEP-NUM, 0 = l'adherent). Une action deja en file,     *
      *    envoyee ou active n'est pas redemandee ; une radiation      *
      *    d'un lien jamais etabli (adhesion encore a envoyer ou       *
      *    rejetee) est close sans rien envoyer a la caisse ; sans     *
      *    ligne, une radiation est sans objet.                        *
      ******************************************************************
       2000-QUEUE-ONE-START.
           MOVE SPACE TO SQL-CUR-ACTION.
           MOVE SPACES TO SQL-CUR-STATUS.
           EXEC SQL
               SELECT COALESCE(LINK_ACTION, ' '),
                      COALESCE(LINK_STATUS, ' ')
               INTO :SQL-CUR-ACTION, :SQL-CUR-STATUS
               FROM NOEMIE_LINK
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND LINK_DEP_NUM = :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'LECTURE NOEMIE_LINK' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           IF  SQLCODE = FIN
               IF  SQL-ACTION EQUAL 'A'
                   PERFORM 2100-INSERT-LINK-START
                      THRU END-2100-INSERT-LINK
               END-IF
               GO TO END-2000-QUEUE-ONE
           END-IF.

           IF  SQL-ACTION EQUAL SQL-CUR-ACTION
               AND (SQL-CUR-STATUS EQUAL 'ACTIF'
                    OR SQL-CUR-STATUS EQUAL 'ENVOYE'
                    OR SQL-CUR-STATUS EQUAL 'A-ENVOYER')
               GO TO END-2000-QUEUE-ONE
           END-IF.
           IF  SQL-ACTION EQUAL 'R'
               AND SQL-CUR-STATUS EQUAL 'RESILIE'
               GO TO END-2000-QUEUE-ONE
           END-IF.
           IF  SQL-ACTION EQUAL 'R'
               AND SQL-CUR-ACTION EQUAL 'A'
               AND (SQL-CUR-STATUS EQUAL 'A-ENVOYER'
                    OR SQL-CUR-STATUS EQUAL 'REJETE')
               EXEC SQL
                   UPDATE NOEMIE_LINK
                   SET LINK_ACTION = 'R',
                       LINK_EFFECT_DATE = :SQL-EFFECT-DATE,
                       LINK_STATUS = 'RESILIE',
                       LINK_EVENT_DATE =
                           TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND LINK_DEP_NUM = :SQL-DEP-NUM
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'CLOTURE NOEMIE_LINK' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               GO TO END-2000-QUEUE-ONE
           END-IF.

           EXEC SQL
               UPDATE NOEMIE_LINK
               SET LINK_ACTION = :SQL-ACTION,
                   LINK_EFFECT_DATE = :SQL-EFFECT-DATE,
                   LINK_STATUS = 'A-ENVOYER',
                   LINK_EVENT_DATE =
                       TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),
                   LINK_SENT_DATE = NULL,
                   LINK_ACK_DATE = NULL,
                   LINK_REJECT_REASON = NULL
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND LINK_DEP_NUM = :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MISE EN FILE NOEMIE_LINK' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2000-QUEUE-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Premiere demande d'adhesion de la personne, numerotee  *
      *    sous verrou comme les autres pieces.                        *
      ******************************************************************
       2100-INSERT-LINK-START.
           MOVE 'NOEMIELINK' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-LINK-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(LINK_NUM), 0)
               INTO :SQL-LINK-NUM
               FROM NOEMIE_LINK
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'NUMEROTATION NOEMIE_LINK' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO SQL-LINK-NUM.
           EXEC SQL
               INSERT INTO NOEMIE_LINK
                   (LINK_NUM, UUID_CUSTOMER, LINK_DEP_NUM,
                    LINK_ACTION, LINK_EFFECT_DATE, LINK_STATUS,
                    LINK_EVENT_DATE)
               VALUES
                   (:SQL-LINK-NUM, :SQL-CUS-UUID, :SQL-DEP-NUM,
                    'A', :SQL-EFFECT-DATE, 'A-ENVOYER',
                    TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERTION NOEMIE_LINK' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2100-INSERT-LINK.
           EXIT.

      ******************************************************************
      *    [RD] Signature : adhesion de chaque ayant droit non clos,   *
      *    deja saisi avant la signature du contrat.                   *
      ******************************************************************
       3000-SIGNATURE-DEPS-START.
           EXEC SQL
               DECLARE CRS-NL-DEP CURSOR FOR
               SELECT DEPENDENT_NUM
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND DEPENDENT_END_DATE IS NULL
               ORDER BY DEPENDENT_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-NL-DEP END-EXEC.
           MOVE 'N' TO WS-DEP-EOF.
           PERFORM 3100-SIGNATURE-ONE-START
              THRU END-3100-SIGNATURE-ONE
              UNTIL WS-DEP-EOF EQUAL 'O'.
           EXEC SQL CLOSE CRS-NL-DEP END-EXEC.
       END-3000-SIGNATURE-DEPS.
           EXIT.

       3100-SIGNATURE-ONE-START.
           EXEC SQL
               FETCH CRS-NL-DEP INTO :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'O' TO WS-DEP-EOF
               GO TO END-3100-SIGNATURE-ONE
           END-IF.
           MOVE 'A' TO SQL-ACTION.
           PERFORM 2000-QUEUE-ONE-START
              THRU END-2000-QUEUE-ONE.
       END-3100-SIGNATURE-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Resiliation : radiation de l'adherent et de chaque     *
      *    ayant droit ayant une ligne de liaison.                     *
      ******************************************************************
       4000-TERMINATION-START.
           MOVE ZERO TO SQL-DEP-NUM.
           PERFORM 2000-QUEUE-ONE-START
              THRU END-2000-QUEUE-ONE.
           EXEC SQL
               DECLARE CRS-NL-END CURSOR FOR
               SELECT LINK_DEP_NUM
               FROM NOEMIE_LINK
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND LINK_DEP_NUM <> 0
                 AND COALESCE(LINK_STATUS, ' ') <> 'RESILIE'
               ORDER BY LINK_DEP_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-NL-END END-EXEC.
           MOVE 'N' TO WS-DEP-EOF.
           PERFORM 4100-TERMINATION-ONE-START
              THRU END-4100-TERMINATION-ONE
              UNTIL WS-DEP-EOF EQUAL 'O'.
           EXEC SQL CLOSE CRS-NL-END END-EXEC.
       END-4000-TERMINATION.
           EXIT.

       4100-TERMINATION-ONE-START.
           EXEC SQL
               FETCH CRS-NL-END INTO :SQL-DEP-NUM
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'O' TO WS-DEP-EOF
               GO TO END-4100-TERMINATION-ONE
           END-IF.
           MOVE 'R' TO SQL-ACTION.
           PERFORM 2000-QUEUE-ONE-START
              THRU END-2000-QUEUE-ONE.
       END-4100-TERMINATION-ONE.
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
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant, qui decide du sort de sa
      *    transaction.
           MOVE '1' TO LK-NL-RC.
           GOBACK.
