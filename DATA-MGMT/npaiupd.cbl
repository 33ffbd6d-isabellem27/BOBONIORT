      ******************************************************************
      *    [RD] Courrier revenu "n'habite pas a l'adresse indiquee"    *
      *    (NPAI) : enregistrement du retour et levee sur changement   *
      *    d'adresse.                                                  *
      *    La table NPAI_RETURN porte une ligne par courrier revenu :  *
      *      NPAI_NUM              numero du retour (MAX + 1) ;        *
      *      UUID_CUSTOMER         adherent destinataire ;             *
      *      NPAI_RETURN_DATE      date du retour (AAAA-MM-JJ) ;       *
      *      NPAI_DOCUMENT         courrier revenu (nom du document    *
      *                            ou reference portee par La Poste) ; *
      *      NPAI_SOURCE           SAISIE (ecran npaifront.cbl) ou     *
      *                            FICHIER (chargeur npaiback.cbl) ;   *
      *      NPAI_ADDRESS          adresse en base au moment du        *
      *                            retour, pour la liste de travail ;  *
      *      NPAI_CHANNEL          canal des envois suivants :         *
      *                            COURRIEL (adresse renseignee et     *
      *                            consentement non retire) ou AUCUN ; *
      *      NPAI_STATUS           OUVERT, puis RESOLU quand l'adresse *
      *                            est changee ;                       *
      *      NPAI_RESOLVED_DATE /  date et origine de la levee         *
      *      NPAI_RESOLVED_BY      (FICHE ucback.cbl, CORRECTION       *
      *                            cfcorrect.cbl).                     *
      *    Sur la fiche adherent, CUSTOMER_NPAI = 'O' marque l'adresse *
      *    invalide depuis CUSTOMER_NPAI_DATE : maildoc.cbl n'imprime  *
      *    plus rien pour lui (courriel seulement), renewbat.cbl       *
      *    retient l'avis de renouvellement et rptover.cbl suspend la  *
      *    relance et la suspension des garanties.                     *
      *    Action LK-NPAI-ACTION :                                     *
      *      'R' retour enregistre : ligne NPAI_RETURN (une seule par  *
      *          adherent et document tant qu'elle est ouverte) et     *
      *          adresse marquee invalide ; LK-NPAI-CHANNEL rendu ;    *
      *      'C' adresse changee : marque levee et retours ouverts     *
      *          passes RESOLU.                                        *
      *    Code retour LK-NPAI-RC : '0' fait, '1' rien a faire         *
      *    (adherent inconnu ou absent, retour deja enregistre, ou     *
      *    adresse non marquee), '9' erreur SQL.                       *
      *    La connexion et la transaction sont celles de l'appelant ;  *
      *    les tables sont completees au premier appel de l'execution. *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. npaiupd RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] creation des tables une fois par execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-RETURN-DATE      PIC X(10) VALUE SPACES.
       01  SQL-DOCUMENT         PIC X(60) VALUE SPACES.
       01  SQL-SOURCE           PIC X(10) VALUE SPACES.
       01  SQL-ADDRESS          PIC X(160) VALUE SPACES.
       01  SQL-CHANNEL          PIC X(10) VALUE SPACES.
       01  SQL-CUS-MAIL         PIC X(50) VALUE SPACES.
       01  SQL-CONSENT-EMAIL    PIC X(01) VALUE SPACE.
       01  SQL-NPAI-NUM         PIC 9(08) VALUE ZERO.
       01  SQL-CNT              PIC 9(05) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-NPAI.
           05 LK-NPAI-ACTION      PIC X(01).
           05 LK-NPAI-CUS-UUID    PIC X(36).
           05 LK-NPAI-DATE        PIC X(10).
           05 LK-NPAI-DOCUMENT    PIC X(60).
           05 LK-NPAI-SOURCE      PIC X(10).
           05 LK-NPAI-CHANNEL     PIC X(10).
           05 LK-NPAI-RC          PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NPAI.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-NPAI-RC.
           MOVE SPACES TO LK-NPAI-CHANNEL.
      *    [RD] un appel sans adherent ne fait que garantir les tables
      *    (ecran npaifront.cbl avant lecture des retours).
           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.
           IF LK-NPAI-CUS-UUID EQUAL SPACES
               GO TO END-0000-MAIN
           END-IF.

           MOVE LK-NPAI-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-NPAI-SOURCE TO SQL-SOURCE.
           IF LK-NPAI-ACTION EQUAL 'R'
               PERFORM 2000-RECORD-RETURN-START
                  THRU END-2000-RECORD-RETURN
           ELSE IF LK-NPAI-ACTION EQUAL 'C'
               PERFORM 3000-CLEAR-FLAG-START
                  THRU END-3000-CLEAR-FLAG
           END-IF
           END-IF.
      *    [RD] jamais d'erreur SQL laissee a l'appelant, qui peut
      *    avoir un curseur ouvert : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table NPAI_RETURN et les colonnes de la fiche  *
      *    adherent si elles n'existent pas encore (bases             *
      *    anterieures).                                               *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NPAI_RETURN (
                   NPAI_NUM           INTEGER,
                   UUID_CUSTOMER      VARCHAR(36),
                   NPAI_RETURN_DATE   VARCHAR(10),
                   NPAI_DOCUMENT      VARCHAR(60),
                   NPAI_SOURCE        VARCHAR(10),
                   NPAI_ADDRESS       VARCHAR(160),
                   NPAI_CHANNEL       VARCHAR(10),
                   NPAI_STATUS        VARCHAR(10),
                   NPAI_RESOLVED_DATE VARCHAR(10),
                   NPAI_RESOLVED_BY   VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI
                   VARCHAR(1) DEFAULT 'N'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI_DATE VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_CONSENT_EMAIL
                   VARCHAR(1) DEFAULT '1'
           END-EXEC.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Retour NPAI : l'adresse en base est conservee sur le   *
      *    retour, les envois suivants passent par courriel si        *
      *    l'adherent y a consenti, et l'adresse est marquee          *
      *    invalide. Un meme courrier revenu deux fois (saisie puis    *
      *    fichier de La Poste) n'ouvre qu'un retour.                  *
      ******************************************************************
       2000-RECORD-RETURN-START.
           MOVE LK-NPAI-DOCUMENT TO SQL-DOCUMENT.
           IF LK-NPAI-DATE EQUAL SPACES
               EXEC SQL
                   SELECT CAST(CURRENT_DATE AS VARCHAR)
                   INTO :SQL-RETURN-DATE
               END-EXEC
           ELSE
               MOVE LK-NPAI-DATE TO SQL-RETURN-DATE
           END-IF.

           INITIALIZE SQL-ADDRESS SQL-CUS-MAIL SQL-CONSENT-EMAIL.
           EXEC SQL
               SELECT TRIM(COALESCE(CUSTOMER_ADRESS1, '') || ' '
                      || COALESCE(CUSTOMER_ADRESS2, '') || ' '
                      || COALESCE(CUSTOMER_ZIPCODE, '') || ' '
                      || COALESCE(CUSTOMER_TOWN, '')),
                      COALESCE(CUSTOMER_MAIL, ''),
                      COALESCE(CUSTOMER_CONSENT_EMAIL, '1')
               INTO :SQL-ADDRESS, :SQL-CUS-MAIL, :SQL-CONSENT-EMAIL
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE EQUAL FIN
               GO TO END-2000-RECORD-RETURN
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-NPAI-RC
               GO TO END-2000-RECORD-RETURN
           END-IF.

           IF SQL-CUS-MAIL NOT EQUAL SPACES
               AND SQL-CONSENT-EMAIL NOT EQUAL '0'
               MOVE 'COURRIEL' TO SQL-CHANNEL
           ELSE
               MOVE 'AUCUN' TO SQL-CHANNEL
           END-IF.
           MOVE SQL-CHANNEL TO LK-NPAI-CHANNEL.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM NPAI_RETURN
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND NPAI_DOCUMENT = :SQL-DOCUMENT
                 AND NPAI_STATUS = 'OUVERT'
           END-EXEC.
           IF SQL-CNT > ZERO
               GO TO END-2000-RECORD-RETURN
           END-IF.

           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext('NPAI'))
           END-EXEC.
           MOVE ZERO TO SQL-NPAI-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(NPAI_NUM), 0) + 1
               INTO :SQL-NPAI-NUM
               FROM NPAI_RETURN
           END-EXEC.
           EXEC SQL
               INSERT INTO NPAI_RETURN
                   (NPAI_NUM, UUID_CUSTOMER, NPAI_RETURN_DATE,
                    NPAI_DOCUMENT, NPAI_SOURCE, NPAI_ADDRESS,
                    NPAI_CHANNEL, NPAI_STATUS)
               VALUES
                   (:SQL-NPAI-NUM, :SQL-CUS-UUID, :SQL-RETURN-DATE,
                    TRIM(:SQL-DOCUMENT), TRIM(:SQL-SOURCE),
                    TRIM(:SQL-ADDRESS), TRIM(:SQL-CHANNEL), 'OUVERT')
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-NPAI-RC
               GO TO END-2000-RECORD-RETURN
           END-IF.

      *    [RD] la date d'invalidite reste celle du premier retour.
           EXEC SQL
               UPDATE CUSTOMER
               SET CUSTOMER_NPAI_DATE =
                       CASE WHEN COALESCE(CUSTOMER_NPAI, 'N') = 'O'
                            THEN CUSTOMER_NPAI_DATE
                            ELSE :SQL-RETURN-DATE END,
                   CUSTOMER_NPAI = 'O'
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-NPAI-RC
               GO TO END-2000-RECORD-RETURN
           END-IF.
           MOVE '0' TO LK-NPAI-RC.
       END-2000-RECORD-RETURN.
           EXIT.

      ******************************************************************
      *    [RD] Adresse changee : la marque NPAI est levee et les      *
      *    retours encore ouverts sont resolus. Sans marque en base,   *
      *    rien a faire.                                               *
      ******************************************************************
       3000-CLEAR-FLAG-START.
           EXEC SQL
               UPDATE CUSTOMER
               SET CUSTOMER_NPAI = 'N',
                   CUSTOMER_NPAI_DATE = NULL
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND COALESCE(CUSTOMER_NPAI, 'N') = 'O'
           END-EXEC.
           IF SQLCODE EQUAL FIN
               GO TO END-3000-CLEAR-FLAG
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-NPAI-RC
               GO TO END-3000-CLEAR-FLAG
           END-IF.
           IF SQLERRD(3) EQUAL ZERO
               GO TO END-3000-CLEAR-FLAG
           END-IF.

           EXEC SQL
               UPDATE NPAI_RETURN
               SET NPAI_STATUS = 'RESOLU',
                   NPAI_RESOLVED_DATE = CAST(CURRENT_DATE AS VARCHAR),
                   NPAI_RESOLVED_BY = TRIM(:SQL-SOURCE)
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND NPAI_STATUS = 'OUVERT'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL FIN
               MOVE '9' TO LK-NPAI-RC
               GO TO END-3000-CLEAR-FLAG
           END-IF.
           MOVE '0' TO LK-NPAI-RC.
       END-3000-CLEAR-FLAG.
           EXIT.
