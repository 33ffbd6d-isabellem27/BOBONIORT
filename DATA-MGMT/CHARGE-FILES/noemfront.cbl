      ******************************************************************
      *    [RD] Liaisons NOEMIE avec la CPAM.                          *
      *    La caisse ne transmet le flux de soins d'une personne       *
      *    qu'apres avoir enregistre le lien entre son NIR et notre    *
      *    contrat ; faute de demande de liaison, un nouvel adherent   *
      *    attendait des mois le remboursement automatique sans que    *
      *    personne ne sache pourquoi. Les demandes sont mises en      *
      *    file (NOEMIE_LINK, noemlnk.cbl) a la signature du contrat,  *
      *    a l'ajout et a la fin d'un ayant droit et a la resiliation. *
      *    Cet ecran :                                                 *
      *      - genere le fichier de liaison vers la caisse             *
      *        (NOEMIE-DEM : reference;action A/R;NIR de l'assure;     *
      *        qualite;nom;prenom;date de naissance;date d'effet;      *
      *        contrat) pour les demandes A-ENVOYER, qui passent       *
      *        ENVOYE ;                                                *
      *      - charge l'accuse de reception (reference;OK/KO;motif) :  *
      *        ACTIF ou RESILIE si la caisse accepte, REJETE avec le   *
      *        motif sinon ; anomalies dans NOEMIE-ACCUSES ;           *
      *      - ecrit la liste de travail des liaisons en attente       *
      *        (NOEMIE-EN-ATTENTE : a envoyer, envoyees sans accuse,   *
      *        rejetees) avec leur anciennete ;                        *
      *      - remet en file une liaison rejetee apres correction.     *
      *    L'etat de la liaison de chaque personne est repris sur la   *
      *    vue 360 de l'adherent (mem360.cbl).                         *
      *    Programme precedent: menu des donnees (menudata.cbl)        *
      *    Programme suivant : menu des donnees (menudata.cbl)         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. noemfront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OUTBOX
           ASSIGN TO WS-OUTBOX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT F-RESPONSE
           ASSIGN TO WS-RESPONSE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESP-STATUS.

           SELECT F-WORKLIST
           ASSIGN TO WS-WORKLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-OUTBOX
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-OUTBOX         PIC X(200).

       FD  F-RESPONSE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RESPONSE       PIC X(80).

       FD  F-WORKLIST
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-WORKLIST       PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-OUT-CHOICE        PIC X(01).
       01  WS-LOAD-CHOICE       PIC X(01).
       01  WS-LIST-CHOICE       PIC X(01).
       01  WS-RESEND-CHOICE     PIC X(01).
       01  SC-RESEND-NUM        PIC 9(08) VALUE ZERO.
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RESP-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RESP-EOF          PIC X(01) VALUE 'N'.
       01  WS-CRS-EOF           PIC X(01) VALUE 'N'.
       01  WS-NB-SENT           PIC 9(05) VALUE ZERO.
       01  WS-NB-LOADED         PIC 9(05) VALUE ZERO.
       01  WS-NB-KO             PIC 9(05) VALUE ZERO.
       01  WS-NB-LISTED         PIC 9(05) VALUE ZERO.
       01  WS-Z-DAYS            PIC Z(04)9.

       01  WS-OUTBOX-PATH.
           03 WS-OUTBOX-FOLDER  PIC X(25)
              VALUE './CHARGE-FILES/NOEMIE-DEM'                  .
           03 WS-OUTBOX-SEP     PIC X(01)  VALUE '-'.
           03 WS-OUTBOX-DATE    PIC 9(08).
           03 WS-OUTBOX-FORMAT  PIC X(04)  VALUE '.csv'.

       01  SC-ACK-PATH          PIC X(60)
           VALUE './CHARGE-FILES/NoemieRetour.csv'.
       01  WS-RESPONSE-PATH     PIC X(60)  VALUE SPACES.

      *    [RD] un meme descripteur pour les deux listes de travail :
      *    anomalies d'accuse et liaisons en attente.
       01  WS-WORKLIST-PATH     PIC X(60)  VALUE SPACES.
       01  WS-WORK-DATE         PIC 9(08)  VALUE ZERO.

      *    [RD] decoupage d'une ligne d'accuse reference;OK/KO;motif.
       01  WS-R-REF             PIC X(10) VALUE SPACES.
       01  WS-R-STATUS          PIC X(10) VALUE SPACES.
       01  WS-R-REASON          PIC X(40) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-TODAY            PIC X(10).
       01  SQL-LINK-NUM         PIC 9(08).
       01  SQL-ACTION           PIC X(01).
       01  SQL-STATUS           PIC X(10).
       01  SQL-NEW-STATUS       PIC X(10).
       01  SQL-REASON           PIC X(40).
       01  SQL-SECU             PIC X(15).
       01  SQL-QUALITY          PIC X(08).
       01  SQL-LASTNAME         PIC X(20).
       01  SQL-FIRSTNAME        PIC X(20).
       01  SQL-BIRTH            PIC X(10).
       01  SQL-EFFECT-DATE      PIC X(10).
       01  SQL-EVENT-DATE       PIC X(10).
       01  SQL-REIM-NUM         PIC X(14).
       01  SQL-DAYS             PIC 9(05).
       01  SQL-NB-TO-SEND       PIC 9(05) VALUE ZERO.
       01  SQL-NB-WAITING       PIC 9(05) VALUE ZERO.
       01  SQL-NB-REJECTED      PIC 9(05) VALUE ZERO.
       01  SQL-NB-ACTIVE        PIC 9(05) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-noemie-link.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-OUT-CHOICE
               WS-LOAD-CHOICE WS-LIST-CHOICE WS-RESEND-CHOICE
               SC-RESEND-NUM.
           MOVE ZERO TO WS-NB-SENT WS-NB-LOADED WS-NB-KO.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-OUTBOX-DATE WS-WORK-DATE.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           PERFORM 1050-COUNT-LINKS-START
               THRU 1050-COUNT-LINKS-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1050-COUNT-LINKS-START.                                     *
      ******************************************************************
      *    [RD] Etat de la file, dans la connexion ouverte.
       1050-COUNT-LINKS-START.
           MOVE ZERO TO SQL-NB-TO-SEND SQL-NB-WAITING SQL-NB-REJECTED
               SQL-NB-ACTIVE.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN LINK_STATUS = 'A-ENVOYER'
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LINK_STATUS = 'ENVOYE'
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LINK_STATUS = 'REJETE'
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LINK_STATUS = 'ACTIF'
                                   THEN 1 ELSE 0 END), 0)
               INTO :SQL-NB-TO-SEND, :SQL-NB-WAITING,
                    :SQL-NB-REJECTED, :SQL-NB-ACTIVE
               FROM NOEMIE_LINK
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de la file des liaisons.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1050-COUNT-LINKS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-NOEMIE-LINK.
           IF FUNCTION UPPER-CASE(WS-OUT-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-WRITE-OUTBOX-START
                   THRU 1300-WRITE-OUTBOX-START-EXIT
               MOVE SPACES TO WS-OUT-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-LOAD-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1400-LOAD-RESPONSE-START
                   THRU 1400-LOAD-RESPONSE-START-EXIT
               MOVE SPACES TO WS-LOAD-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-LIST-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1500-WRITE-WORKLIST-START
                   THRU 1500-WRITE-WORKLIST-START-EXIT
               MOVE SPACES TO WS-LIST-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-RESEND-CHOICE) EQUAL 'O'
           THEN
               PERFORM 1600-RESEND-START
                   THRU 1600-RESEND-START-EXIT
               MOVE SPACES TO WS-RESEND-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-WRITE-OUTBOX-START.                                    *
      ******************************************************************
      *    [RD] Fichier de liaison : une ligne par demande A-ENVOYER,
      *    passee ENVOYE au fil de l'ecriture. Un ayant droit est
      *    rattache au NIR de l'assure, avec sa qualite et sa date de
      *    naissance. Un second passage dans la journee complete le
      *    fichier du jour.
       1300-WRITE-OUTBOX-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-SENT.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           OPEN EXTEND F-OUTBOX.
           IF WS-OUT-STATUS NOT = '00' THEN
               OPEN OUTPUT F-OUTBOX
               INITIALIZE REC-F-OUTBOX
               STRING 'REFERENCE;ACTION;NIR;QUALITE;NOM;PRENOM;'
                   'NAISSANCE;EFFET;CONTRAT'
                   DELIMITED BY SIZE INTO REC-F-OUTBOX
               END-STRING
               WRITE REC-F-OUTBOX
           END-IF.
           EXEC SQL
               DECLARE CRS-OUT CURSOR FOR
               SELECT L.LINK_NUM, L.LINK_ACTION,
                      COALESCE(CAST(C.CUSTOMER_CODE_SECU
                          AS VARCHAR), ''),
                      CASE WHEN L.LINK_DEP_NUM = 0 THEN 'ASSURE'
                           WHEN UPPER(COALESCE(D.DEPENDENT_RELATION,
                                ' ')) LIKE 'SPOUSE%' THEN 'CONJOINT'
                           ELSE 'ENFANT' END,
                      COALESCE(D.DEPENDENT_LASTNAME,
                          C.CUSTOMER_LASTNAME, ''),
                      COALESCE(D.DEPENDENT_FIRSTNAME,
                          C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(D.DEPENDENT_BIRTH_DATE,
                          CAST(C.CUSTOMER_BIRTH_DATE AS VARCHAR), ''),
                      COALESCE(L.LINK_EFFECT_DATE, ''),
                      COALESCE((SELECT R.REIMBURSEMENT_NUM
                                  FROM CUSTOMER_REIMBURSEMENT R
                                 WHERE CAST(R.UUID_CUSTOMER
                                       AS VARCHAR) = L.UUID_CUSTOMER
                                 ORDER BY R.REIMBURSEMENT_CREATE_DATE
                                       DESC
                                 LIMIT 1), '')
               FROM NOEMIE_LINK L
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                      = L.UUID_CUSTOMER
               LEFT JOIN CUSTOMER_DEPENDENT D
                   ON D.UUID_CUSTOMER = L.UUID_CUSTOMER
                  AND D.DEPENDENT_NUM = L.LINK_DEP_NUM
                  AND L.LINK_DEP_NUM <> 0
               WHERE L.LINK_STATUS = 'A-ENVOYER'
               ORDER BY L.LINK_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-OUT END-EXEC.
           MOVE 'N' TO WS-CRS-EOF.
           PERFORM 1310-WRITE-ONE-LINK-START
               THRU 1310-WRITE-ONE-LINK-START-EXIT
               UNTIL WS-CRS-EOF EQUAL 'O'.
           EXEC SQL CLOSE CRS-OUT END-EXEC.
           CLOSE F-OUTBOX.
           PERFORM 1050-COUNT-LINKS-START
               THRU 1050-COUNT-LINKS-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               STRING 'FICHIER DE LIAISON GENERE : ' WS-NB-SENT
                   ' DEMANDE(S).'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1300-WRITE-OUTBOX-START-EXIT.
           EXIT.

      ******************************************************************
      *    1310-WRITE-ONE-LINK-START.                                  *
      ******************************************************************
       1310-WRITE-ONE-LINK-START.
           EXEC SQL
               FETCH CRS-OUT
               INTO :SQL-LINK-NUM, :SQL-ACTION, :SQL-SECU,
                    :SQL-QUALITY, :SQL-LASTNAME, :SQL-FIRSTNAME,
                    :SQL-BIRTH, :SQL-EFFECT-DATE, :SQL-REIM-NUM
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1310-WRITE-ONE-LINK-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture des liaisons a envoyer.'
                   TO WS-ERROR-MESSAGE
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1310-WRITE-ONE-LINK-START-EXIT
           END-IF.
           INITIALIZE REC-F-OUTBOX.
           STRING SQL-LINK-NUM ';' SQL-ACTION ';'
               FUNCTION TRIM(SQL-SECU) ';'
               FUNCTION TRIM(SQL-QUALITY) ';'
               FUNCTION TRIM(SQL-LASTNAME) ';'
               FUNCTION TRIM(SQL-FIRSTNAME) ';'
               FUNCTION TRIM(SQL-BIRTH) ';'
               FUNCTION TRIM(SQL-EFFECT-DATE) ';'
               FUNCTION TRIM(SQL-REIM-NUM)
               DELIMITED BY SIZE INTO REC-F-OUTBOX
           END-STRING.
           WRITE REC-F-OUTBOX.
           EXEC SQL
               UPDATE NOEMIE_LINK
               SET LINK_STATUS = 'ENVOYE',
                   LINK_SENT_DATE = :SQL-TODAY
               WHERE LINK_NUM = :SQL-LINK-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur passage des liaisons a ENVOYE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           ADD 1 TO WS-NB-SENT.
       1310-WRITE-ONE-LINK-START-EXIT.
           EXIT.

      ******************************************************************
      *    1350-ENSURE-TABLES-START.                                   *
      ******************************************************************
       1350-ENSURE-TABLES-START.
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
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DEPENDENT (
                   UUID_CUSTOMER       VARCHAR(36),
                   DEPENDENT_NUM        INT,
                   DEPENDENT_RELATION   VARCHAR(10),
                   DEPENDENT_LASTNAME   VARCHAR(20),
                   DEPENDENT_FIRSTNAME  VARCHAR(20),
                   DEPENDENT_BIRTH_DATE VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table NOEMIE_LINK.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1350-ENSURE-TABLES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-LOAD-RESPONSE-START.                                   *
      ******************************************************************
      *    [RD] Charge l'accuse de la caisse (reference;OK/KO;motif)
      *    et ecrit la liste des anomalies : rejets a instruire et
      *    references sans demande envoyee.
       1400-LOAD-RESPONSE-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-LOADED WS-NB-KO.
           MOVE SC-ACK-PATH TO WS-RESPONSE-PATH.
           MOVE 'N' TO WS-RESP-EOF.
           OPEN INPUT F-RESPONSE.
           IF WS-RESP-STATUS NOT = '00' THEN
               MOVE 'Fichier d accuse de reception introuvable.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-LOAD-RESPONSE-START-EXIT
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           INITIALIZE WS-WORKLIST-PATH.
           STRING './DOCUMENT/NOEMIE-ACCUSES-' WS-WORK-DATE '.txt'
               DELIMITED BY SIZE INTO WS-WORKLIST-PATH
           END-STRING.
           OPEN OUTPUT F-WORKLIST.
           MOVE 'LIAISONS NOEMIE - ANOMALIES DE L ACCUSE DE RECEPTION'
               TO REC-F-WORKLIST.
           WRITE REC-F-WORKLIST.

           PERFORM 1450-LOAD-ONE-LINE-START
               THRU 1450-LOAD-ONE-LINE-START-EXIT
               UNTIL WS-RESP-EOF EQUAL 'O'.

           CLOSE F-WORKLIST.
           CLOSE F-RESPONSE.
           PERFORM 1050-COUNT-LINKS-START
               THRU 1050-COUNT-LINKS-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'ACCUSE CHARGE : ' WS-NB-LOADED
               ' LIGNE(S), ' WS-NB-KO ' REJET(S).'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
       1400-LOAD-RESPONSE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1450-LOAD-ONE-LINE-START.                                   *
      ******************************************************************
       1450-LOAD-ONE-LINE-START.
           READ F-RESPONSE
               AT END
                   MOVE 'O' TO WS-RESP-EOF
                   GO TO 1450-LOAD-ONE-LINE-START-EXIT
           END-READ.
           IF REC-F-RESPONSE EQUAL SPACES THEN
               GO TO 1450-LOAD-ONE-LINE-START-EXIT
           END-IF.
           INITIALIZE WS-R-REF WS-R-STATUS WS-R-REASON.
           UNSTRING REC-F-RESPONSE DELIMITED BY ';'
               INTO WS-R-REF, WS-R-STATUS, WS-R-REASON
           END-UNSTRING.
      *    [RD] ligne d'en-tete ou reference illisible : ignoree.
           IF WS-R-REF(1:1) IS NOT NUMERIC THEN
               GO TO 1450-LOAD-ONE-LINE-START-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-R-REF) TO SQL-LINK-NUM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-STATUS))
               TO SQL-NEW-STATUS.
           MOVE FUNCTION TRIM(WS-R-REASON) TO SQL-REASON.

           INITIALIZE SQL-ACTION SQL-STATUS.
           EXEC SQL
               SELECT COALESCE(LINK_ACTION, ' '),
                      COALESCE(LINK_STATUS, ' ')
               INTO :SQL-ACTION, :SQL-STATUS
               FROM NOEMIE_LINK
               WHERE LINK_NUM = :SQL-LINK-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de la liaison.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] accuse d'une demande inconnue ou non envoyee (deja
      *    accusee, ou remise en file depuis) : ecart a instruire.
           IF SQLCODE = FIN OR SQL-STATUS NOT = 'ENVOYE' THEN
               INITIALIZE REC-F-WORKLIST
               STRING 'REFERENCE ' FUNCTION TRIM(WS-R-REF)
                   ' : ACCUSE SANS DEMANDE EN COURS ('
                   FUNCTION TRIM(SQL-STATUS) ') - '
                   FUNCTION TRIM(WS-R-STATUS) SPACE
                   FUNCTION TRIM(WS-R-REASON)
                   DELIMITED BY SIZE INTO REC-F-WORKLIST
               END-STRING
               WRITE REC-F-WORKLIST
               MOVE ZERO TO SQLCODE
               GO TO 1450-LOAD-ONE-LINE-START-EXIT
           END-IF.

           IF SQL-NEW-STATUS EQUAL 'OK' THEN
               IF SQL-ACTION EQUAL 'R' THEN
                   MOVE 'RESILIE' TO SQL-NEW-STATUS
               ELSE
                   MOVE 'ACTIF' TO SQL-NEW-STATUS
               END-IF
               MOVE SPACES TO SQL-REASON
           ELSE
               MOVE 'REJETE' TO SQL-NEW-STATUS
               ADD 1 TO WS-NB-KO
           END-IF.
           EXEC SQL
               UPDATE NOEMIE_LINK
               SET LINK_STATUS = :SQL-NEW-STATUS,
                   LINK_ACK_DATE = :SQL-TODAY,
                   LINK_REJECT_REASON = NULLIF(TRIM(:SQL-REASON), '')
               WHERE LINK_NUM = :SQL-LINK-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour de la liaison.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           ADD 1 TO WS-NB-LOADED.

           IF SQL-NEW-STATUS EQUAL 'REJETE' THEN
               PERFORM 1460-READ-PERSON-START
                   THRU 1460-READ-PERSON-START-EXIT
               INITIALIZE REC-F-WORKLIST
               STRING 'REFERENCE ' FUNCTION TRIM(WS-R-REF) ' - '
                   FUNCTION TRIM(SQL-SECU) ' - '
                   FUNCTION TRIM(SQL-LASTNAME) SPACE
                   FUNCTION TRIM(SQL-FIRSTNAME) ' ('
                   FUNCTION TRIM(SQL-QUALITY) ') - REJET : '
                   FUNCTION TRIM(SQL-REASON)
                   DELIMITED BY SIZE INTO REC-F-WORKLIST
               END-STRING
               WRITE REC-F-WORKLIST
           END-IF.
       1450-LOAD-ONE-LINE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1460-READ-PERSON-START.                                     *
      ******************************************************************
      *    [RD] NIR de l'assure, nom et qualite de la personne de la
      *    liaison SQL-LINK-NUM, pour les listes de travail.
       1460-READ-PERSON-START.
           INITIALIZE SQL-SECU SQL-QUALITY SQL-LASTNAME SQL-FIRSTNAME.
           EXEC SQL
               SELECT COALESCE(CAST(C.CUSTOMER_CODE_SECU
                          AS VARCHAR), ''),
                      CASE WHEN L.LINK_DEP_NUM = 0 THEN 'ASSURE'
                           WHEN UPPER(COALESCE(D.DEPENDENT_RELATION,
                                ' ')) LIKE 'SPOUSE%' THEN 'CONJOINT'
                           ELSE 'ENFANT' END,
                      COALESCE(D.DEPENDENT_LASTNAME,
                          C.CUSTOMER_LASTNAME, ''),
                      COALESCE(D.DEPENDENT_FIRSTNAME,
                          C.CUSTOMER_FIRSTNAME, '')
               INTO :SQL-SECU, :SQL-QUALITY, :SQL-LASTNAME,
                    :SQL-FIRSTNAME
               FROM NOEMIE_LINK L
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                      = L.UUID_CUSTOMER
               LEFT JOIN CUSTOMER_DEPENDENT D
                   ON D.UUID_CUSTOMER = L.UUID_CUSTOMER
                  AND D.DEPENDENT_NUM = L.LINK_DEP_NUM
                  AND L.LINK_DEP_NUM <> 0
               WHERE L.LINK_NUM = :SQL-LINK-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE ZERO TO SQLCODE
           END-IF.
       1460-READ-PERSON-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-WRITE-WORKLIST-START.                                  *
      ******************************************************************
      *    [RD] Liste de travail des liaisons en attente : a envoyer,
      *    envoyees sans accuse et rejetees, les plus anciennes
      *    d'abord, avec le nombre de jours depuis l'evenement.
       1500-WRITE-WORKLIST-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-LISTED.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           INITIALIZE WS-WORKLIST-PATH.
           STRING './DOCUMENT/NOEMIE-EN-ATTENTE-' WS-WORK-DATE '.txt'
               DELIMITED BY SIZE INTO WS-WORKLIST-PATH
           END-STRING.
           OPEN OUTPUT F-WORKLIST.
           MOVE 'LIAISONS NOEMIE EN ATTENTE - LISTE DE TRAVAIL'
               TO REC-F-WORKLIST.
           WRITE REC-F-WORKLIST.
           EXEC SQL
               DECLARE CRS-WAIT CURSOR FOR
               SELECT L.LINK_NUM, L.LINK_ACTION, L.LINK_STATUS,
                      COALESCE(L.LINK_EVENT_DATE, ''),
                      COALESCE(CURRENT_DATE
                          - TO_DATE(L.LINK_EVENT_DATE, 'YYYY-MM-DD'),
                          0),
                      COALESCE(L.LINK_REJECT_REASON, ''),
                      COALESCE(CAST(C.CUSTOMER_CODE_SECU
                          AS VARCHAR), ''),
                      CASE WHEN L.LINK_DEP_NUM = 0 THEN 'ASSURE'
                           WHEN UPPER(COALESCE(D.DEPENDENT_RELATION,
                                ' ')) LIKE 'SPOUSE%' THEN 'CONJOINT'
                           ELSE 'ENFANT' END,
                      COALESCE(D.DEPENDENT_LASTNAME,
                          C.CUSTOMER_LASTNAME, ''),
                      COALESCE(D.DEPENDENT_FIRSTNAME,
                          C.CUSTOMER_FIRSTNAME, '')
               FROM NOEMIE_LINK L
               INNER JOIN CUSTOMER C
                   ON CAST(C.UUID_CUSTOMER AS VARCHAR)
                      = L.UUID_CUSTOMER
               LEFT JOIN CUSTOMER_DEPENDENT D
                   ON D.UUID_CUSTOMER = L.UUID_CUSTOMER
                  AND D.DEPENDENT_NUM = L.LINK_DEP_NUM
                  AND L.LINK_DEP_NUM <> 0
               WHERE L.LINK_STATUS IN ('A-ENVOYER', 'ENVOYE',
                                       'REJETE')
               ORDER BY L.LINK_EVENT_DATE, L.LINK_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-WAIT END-EXEC.
           MOVE 'N' TO WS-CRS-EOF.
           PERFORM 1510-LIST-ONE-LINK-START
               THRU 1510-LIST-ONE-LINK-START-EXIT
               UNTIL WS-CRS-EOF EQUAL 'O'.
           EXEC SQL CLOSE CRS-WAIT END-EXEC.
           CLOSE F-WORKLIST.
           PERFORM 1050-COUNT-LINKS-START
               THRU 1050-COUNT-LINKS-START-EXIT.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               STRING 'LISTE DES LIAISONS EN ATTENTE EDITEE : '
                   WS-NB-LISTED ' LIGNE(S).'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
       1500-WRITE-WORKLIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1510-LIST-ONE-LINK-START.                                   *
      ******************************************************************
       1510-LIST-ONE-LINK-START.
           EXEC SQL
               FETCH CRS-WAIT
               INTO :SQL-LINK-NUM, :SQL-ACTION, :SQL-STATUS,
                    :SQL-EVENT-DATE, :SQL-DAYS, :SQL-REASON,
                    :SQL-SECU, :SQL-QUALITY, :SQL-LASTNAME,
                    :SQL-FIRSTNAME
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1510-LIST-ONE-LINK-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture des liaisons en attente.'
                   TO WS-ERROR-MESSAGE
               MOVE 'O' TO WS-CRS-EOF
               GO TO 1510-LIST-ONE-LINK-START-EXIT
           END-IF.
           MOVE SQL-DAYS TO WS-Z-DAYS.
           INITIALIZE REC-F-WORKLIST.
           STRING SQL-LINK-NUM ' - ' FUNCTION TRIM(SQL-SECU) ' - '
               FUNCTION TRIM(SQL-LASTNAME) SPACE
               FUNCTION TRIM(SQL-FIRSTNAME) ' ('
               FUNCTION TRIM(SQL-QUALITY) ') - action ' SQL-ACTION
               ' - ' FUNCTION TRIM(SQL-STATUS) ' depuis le '
               FUNCTION TRIM(SQL-EVENT-DATE) ' ('
               FUNCTION TRIM(WS-Z-DAYS) ' j) '
               FUNCTION TRIM(SQL-REASON)
               DELIMITED BY SIZE INTO REC-F-WORKLIST
           END-STRING.
           WRITE REC-F-WORKLIST.
           ADD 1 TO WS-NB-LISTED.
       1510-LIST-ONE-LINK-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-RESEND-START.                                          *
      ******************************************************************
      *    [RD] Une liaison rejetee, une fois l'erreur corrigee (NIR,
      *    date de naissance...), repart au prochain fichier.
       1600-RESEND-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-RESEND-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero de la liaison.'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-RESEND-START-EXIT
           END-IF.
           MOVE SC-RESEND-NUM TO SQL-LINK-NUM.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1350-ENSURE-TABLES-START
               THRU 1350-ENSURE-TABLES-START-EXIT.
           EXEC SQL
               UPDATE NOEMIE_LINK
               SET LINK_STATUS = 'A-ENVOYER',
                   LINK_EVENT_DATE = :SQL-TODAY,
                   LINK_SENT_DATE = NULL,
                   LINK_ACK_DATE = NULL,
                   LINK_REJECT_REASON = NULL
               WHERE LINK_NUM = :SQL-LINK-NUM
                 AND LINK_STATUS = 'REJETE'
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Liaison introuvable ou non rejetee.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1600-RESEND-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur remise en file de la liaison.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1050-COUNT-LINKS-START
               THRU 1050-COUNT-LINKS-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE 'LIAISON REMISE EN FILE POUR LE PROCHAIN FICHIER.'
               TO WS-ERROR-MESSAGE.
           MOVE ZERO TO SC-RESEND-NUM.
       1600-RESEND-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       2000-SQL-CONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SQL-DISCONNECTION-START.                               *
      ******************************************************************
       2100-SQL-DISCONNECTION-START.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
       2100-SQL-DISCONNECTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    9020-SQL-ERROR-START.                                       *
      ******************************************************************
       9020-SQL-ERROR-START.
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
           STOP RUN.

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution.    *
      ******************************************************************
       0050-LOAD-CONFIG-START.
           IF WS-CONF-DONE EQUAL 'O'
               GO TO END-0050-LOAD-CONFIG
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CONFIGURATION CONFIG/boboniort.conf ABSENTE'
               DISPLAY 'OU CLE DBNAME MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBPASS MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.
