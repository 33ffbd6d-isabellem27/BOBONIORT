      ******************************************************************
      *    [RD] Chargement des demandes des adherents deposees chaque  *
      *    nuit par le portail adherent (espace en ligne).             *
      *    Le portail n'a pas acces a la base : il depose un fichier   *
      *    de demandes, et recoit en retour un fichier de statuts.     *
      *    Premiere ligne : en-tete, ignoree.                          *
      *    Lignes suivantes : reference portail de la demande ; NIR ;  *
      *    date de naissance (AAAAMMJJ ou AAAA-MM-JJ) ; type ; puis    *
      *    jusqu'a quatre valeurs selon le type :                      *
      *      ADRESSE      adresse 1 ; adresse 2 ; code postal ; ville; *
      *      TELEPHONE    numero (10 chiffres) ;                       *
      *      COURRIEL     adresse mail ;                               *
      *      IBAN         nouvel IBAN ;                                *
      *      ATTESTATION  (aucune valeur) ;                            *
      *      NAISSANCE    nom ; prenom ; date de naissance ; sexe ;    *
      *      SUIVI        numero de demande de remboursement ; texte ; *
      *      AUTRE        texte libre.                                 *
      *    Chaque demande est controlee contre la fiche adherent (NIR  *
      *    connu, date de naissance identique, adherent actif) puis :  *
      *      - coordonnees (adresse, telephone, courriel) appliquees   *
      *        comme ucback.cbl : instantane CUSTOMER_HISTORY, mise a  *
      *        jour de la fiche, levee de la marque NPAI sur nouvelle  *
      *        adresse (npaiupd.cbl) ;                                 *
      *      - attestation produite par attadh.cbl (index des          *
      *        documents, envoi par maildoc.cbl ou le flux papier) ;   *
      *      - IBAN mis en file d'approbation a quatre yeux            *
      *        (IBAN_PENDING, ecran ibanappr.cbl) ;                    *
      *      - naissance, suivi de remboursement et autres demandes    *
      *        mis en file de traitement des operateurs (ecran         *
      *        portfront.cbl).                                         *
      *    Chaque demande est gardee dans PORTAL_REQUEST (reference,   *
      *    fichier, adherent, valeurs, statut, motif) ; tout ce qui    *
      *    est applique porte le portail comme origine :               *
      *    HISTORY_SOURCE de CUSTOMER_HISTORY, PENDING_SOURCE de       *
      *    IBAN_PENDING, NPAI_RESOLVED_BY, et un contact PORTAIL au    *
      *    journal des contacts (contlog.cbl).                         *
      *    Statuts : APPLIQUE, REJETE (motif), IBAN_ATTENTE et         *
      *    A_TRAITER (en cours), TRAITE (clos par un operateur).       *
      *    Fichier de statuts rendu au portail dans                    *
      *    ./CHARGE-FILES/OUTBOX-PORTAIL/STATUTS-<horodatage>.csv :    *
      *    une ligne par demande du fichier (reference ; type ;        *
      *    statut ; motif ; date), suivie des demandes en cours        *
      *    closes depuis le fichier precedent (IBAN approuve ou        *
      *    rejete, demande traitee ou rejetee par un operateur).       *
      *    Une reference deja recue est rejetee sans etre rejouee.     *
      *    La connexion est ouverte par l'appelant (inboxproc.cbl) ;   *
      *    chaque demande est validee a part.                          *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. portback RECURSIVE.
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

           SELECT F-STATUS
           ASSIGN TO WS-STATUS-PATH
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
           RECORD CONTAINS 2 TO 300 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT         PIC X(300).

       FD  F-STATUS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-STATUS        PIC X(150).

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
       01  WS-SYS-CMD           PIC X(250)  VALUE SPACES   .

       01  WS-FILE-PATH         PIC X(100)
           VALUE './CHARGE-FILES/DemandesPortail.csv'       .

       01  WS-STATUS-PATH.
           03 WS-STATUS-FOLDER  PIC X(38)
              VALUE './CHARGE-FILES/OUTBOX-PORTAIL/STATUTS-' .
           03 WS-STATUS-STAMP   PIC X(16)                  .
           03 WS-STATUS-FORMAT  PIC X(04)  VALUE '.csv'    .

       01  WS-NB-ROW            PIC 9(05)  VALUE ZERO      .
       01  WS-NB-APPLIED        PIC 9(05)  VALUE ZERO      .
       01  WS-NB-IBAN           PIC 9(05)  VALUE ZERO      .
       01  WS-NB-QUEUED         PIC 9(05)  VALUE ZERO      .
       01  WS-NB-REJECTED       PIC 9(05)  VALUE ZERO      .
       01  WS-NB-CLOSED         PIC 9(05)  VALUE ZERO      .

       01  WS-NOTIFY-PATH.
           03 WS-NOTIFY-FOLDER  PIC X(29)
              VALUE './CHARGE-FILES/NotifPortail-'          .
           03 WS-NOTIFY-DATE    PIC 9(08)                  .
           03 WS-NOTIFY-FORMAT  PIC X(04)  VALUE '.dat'    .
       01  WS-NOTIFY-SUBJECT    PIC X(40)  VALUE SPACES    .
       01  WS-NOTIFY-DETAIL     PIC X(100) VALUE SPACES    .
       01  WS-NOTIFY-CMD        PIC X(250) VALUE SPACES    .
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'               .

      *    [RD] champs de la demande en cours de traitement
       01  WS-LINE-REF          PIC X(20)  VALUE SPACES    .
       01  WS-LINE-NIR          PIC X(15)  VALUE SPACES    .
       01  WS-LINE-BIRTH        PIC X(10)  VALUE SPACES    .
       01  WS-LINE-TYPE         PIC X(12)  VALUE SPACES    .
           88 WS-TYPE-CONTACT      VALUE 'ADRESSE' 'TELEPHONE'
                                         'COURRIEL'.
           88 WS-TYPE-OPERATOR     VALUE 'NAISSANCE' 'SUIVI'
                                         'AUTRE'.
       01  WS-LINE-VALUE-1      PIC X(50)  VALUE SPACES    .
       01  WS-LINE-VALUE-2      PIC X(50)  VALUE SPACES    .
       01  WS-LINE-VALUE-3      PIC X(50)  VALUE SPACES    .
       01  WS-LINE-VALUE-4      PIC X(50)  VALUE SPACES    .

      *    [RD] date de naissance au format de la table (AAAA-MM-JJ).
       01  WS-BIRTH-DATE.
           03 WS-BIRTH-YEAR     PIC X(04).
           03 WS-BIRTH-SEP1     PIC X(01) VALUE '-'.
           03 WS-BIRTH-MONTH    PIC X(02).
           03 WS-BIRTH-SEP2     PIC X(01) VALUE '-'.
           03 WS-BIRTH-DAY      PIC X(02).

      *    [RD] issue de la demande, rendue au portail.
       01  WS-OUTCOME           PIC X(12)  VALUE SPACES    .
       01  WS-REASON            PIC X(60)  VALUE SPACES    .
       01  WS-CONTACT-REASON    PIC X(10)  VALUE SPACES    .

      *    [RD] controles de forme (regles de ucfront.cbl pour l'IBAN).
       01  WS-COUNT-AT          PIC 9(02)  VALUE ZERO      .
       01  WS-COUNT-SPACE       PIC 9(02)  VALUE ZERO      .
       01  WS-LENGTH-IBAN       PIC 9(02)  VALUE ZERO      .
       01  WS-NEW-IBAN          PIC X(34)  VALUE SPACES    .

      *    [RD] levee de la marque NPAI (npaiupd.cbl).
       01  WS-NPAI.
           05 WS-NPAI-ACTION      PIC X(01).
           05 WS-NPAI-CUS-UUID    PIC X(36).
           05 WS-NPAI-DATE        PIC X(10).
           05 WS-NPAI-DOCUMENT    PIC X(60).
           05 WS-NPAI-SOURCE      PIC X(10).
           05 WS-NPAI-CHANNEL     PIC X(10).
           05 WS-NPAI-RC          PIC X(01).

      *    [RD] trace au journal des contacts (contlog.cbl).
       01  WS-CONTACT.
           05 WS-CTC-ACTION       PIC X(01).
           05 WS-CTC-CUS-UUID     PIC X(36).
           05 WS-CTC-NUM          PIC 9(08).
           05 WS-CTC-CHANNEL      PIC X(10).
           05 WS-CTC-OPERATOR     PIC X(10).
           05 WS-CTC-REASON       PIC X(10).
           05 WS-CTC-NOTE         PIC X(200).
           05 WS-CTC-FOLLOWUP     PIC X(10).
           05 WS-CTC-LINK-TYPE    PIC X(12).
           05 WS-CTC-LINK-REF     PIC X(20).
           05 WS-CTC-RC           PIC X(01).

      *    [RD] cle du coffre des IBAN (datprot.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.

       01  FIN                  PIC S9(9)  VALUE 100       .

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-REF              PIC X(20).
       01  SQL-FILE-NAME        PIC X(100).
       01  SQL-NIR              PIC X(15).
       01  SQL-TYPE             PIC X(12).
       01  SQL-VALUE-1          PIC X(50).
       01  SQL-VALUE-2          PIC X(50).
       01  SQL-VALUE-3          PIC X(50).
       01  SQL-VALUE-4          PIC X(50).
       01  SQL-STATUS           PIC X(12).
       01  SQL-REASON           PIC X(60).
       01  SQL-REPORTED         PIC X(01).
       01  SQL-SOURCE           PIC X(30).
       01  SQL-TODAY            PIC X(10).
       01  SQL-UPDATE-DATE      PIC X(08).
       01  SQL-DONE-DATE        PIC X(10).
       01  SQL-NB-FOUND         PIC 9(05).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-BIRTH        PIC X(10).
       01  SQL-CUS-ACTIVE       PIC X(01).
       01  SQL-OLD-IBAN         PIC X(34).
       01  SQL-NEW-IBAN         PIC X(34).
       01  SQL-VAULT-KEY        PIC X(16) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

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
           MOVE WS-BATCH-DATE TO SQL-UPDATE-DATE.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-' WS-BATCH-DATE(5:2) '-'
                  WS-BATCH-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           MOVE WS-FILE-PATH TO SQL-FILE-NAME.
           MOVE ZERO TO WS-NB-ROW WS-NB-APPLIED WS-NB-IBAN
                        WS-NB-QUEUED WS-NB-REJECTED WS-NB-CLOSED.

      *    [RD] La connexion est ouverte par l'appelant.
           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

           PERFORM 1010-OPEN-STATUS-START THRU END-1010-OPEN-STATUS.
           PERFORM 1020-LECT1-FILE-START THRU END-1020-LECT1-FILE.
           PERFORM 2000-CHARGE-REQUESTS-START
                    THRU END-2000-CHARGE-REQUESTS.
           PERFORM 1040-CLOSE-FILE-START THRU END-1040-CLOSE-FILE.
           PERFORM 3000-REPORT-CLOSED-START
                    THRU END-3000-REPORT-CLOSED.
           CLOSE F-STATUS.
           PERFORM 2060-RECONCILE-START THRU END-2060-RECONCILE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Table des demandes du portail, colonnes d'origine des  *
      *    historiques et des IBAN en attente, tables des appeles.     *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PORTAL_REQUEST (
                   PORTAL_REF           VARCHAR(20),
                   PORTAL_FILE          VARCHAR(100),
                   PORTAL_RECEIVED_DATE VARCHAR(10),
                   UUID_CUSTOMER        VARCHAR(36),
                   PORTAL_NIR           VARCHAR(15),
                   PORTAL_TYPE          VARCHAR(12),
                   PORTAL_VALUE_1       VARCHAR(50),
                   PORTAL_VALUE_2       VARCHAR(50),
                   PORTAL_VALUE_3       VARCHAR(50),
                   PORTAL_VALUE_4       VARCHAR(50),
                   PORTAL_STATUS        VARCHAR(12),
                   PORTAL_REASON        VARCHAR(60),
                   PORTAL_DONE_DATE     VARCHAR(10),
                   PORTAL_DONE_BY       VARCHAR(10),
                   PORTAL_REPORTED      VARCHAR(1)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PORTAL_REQUEST' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER_HISTORY
               ADD COLUMN IF NOT EXISTS HISTORY_SOURCE VARCHAR(30)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS IBAN_PENDING (
                   UUID_CUSTOMER  VARCHAR(36),
                   OLD_IBAN       VARCHAR(34),
                   NEW_IBAN       VARCHAR(34),
                   REQUEST_DATE   VARCHAR(10),
                   PENDING_STATUS VARCHAR(10),
                   APPROVED_BY    VARCHAR(10),
                   APPROVAL_DATE  VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE IBAN_PENDING
               ADD COLUMN IF NOT EXISTS PENDING_SOURCE VARCHAR(30)
           END-EXEC.
           EXEC SQL
               CREATE EXTENSION IF NOT EXISTS pgcrypto
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_IBAN_ENC BYTEA
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'PREPARATION TABLES PORTAIL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

      *    [RD] appels a blanc : tables NPAI et contacts garanties.
           INITIALIZE WS-NPAI.
           CALL 'npaiupd' USING WS-NPAI
           END-CALL.
           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.

      *    [RD] cle du coffre des IBAN chiffres au repos ; sans cle,
      *    seuls les IBAN encore en clair sont lisibles.
           MOVE 'VAULT_KEY' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0' THEN
              MOVE WS-CONF-VALUE(1:16) TO SQL-VAULT-KEY
           ELSE
              MOVE SPACES TO SQL-VAULT-KEY
           END-IF.
       END-1000-ENSURE-TABLES.
           EXIT.

       1010-OPEN-STATUS-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ./CHARGE-FILES/OUTBOX-PORTAIL'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
      *    [RD] horodatage : plusieurs fichiers peuvent arriver dans
      *    la meme nuit.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STATUS-STAMP.
           OPEN OUTPUT F-STATUS.
           MOVE 'REFERENCE;TYPE;STATUT;MOTIF;DATE' TO REC-F-STATUS.
           WRITE REC-F-STATUS.
       END-1010-OPEN-STATUS.
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

      *    [RD] Pour chaque ligne : decoupage, controle contre la
      *    fiche adherent, traitement selon le type, trace et statut.
       2000-CHARGE-REQUESTS-START.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              ADD 1 TO WS-NB-ROW
              PERFORM 2010-CHERCHE-VAR-START
                          THRU END-2010-CHERCHE-VAR

              PERFORM 2100-PROCESS-REQUEST-START
                          THRU END-2100-PROCESS-REQUEST

              PERFORM 1030-LECT-FILE-START THRU END-1030-LECT-FILE
           END-PERFORM.
       END-2000-CHARGE-REQUESTS.
           EXIT.

      *    [RD] Decoupe la ligne courante : reference ; NIR ; date de
      *    naissance ; type ; valeurs. Meme mecanique que cfback.cbl.
       2010-CHERCHE-VAR-START.
           INITIALIZE WS-LINE-REF WS-LINE-NIR WS-LINE-BIRTH
                      WS-LINE-TYPE WS-LINE-VALUE-1 WS-LINE-VALUE-2
                      WS-LINE-VALUE-3 WS-LINE-VALUE-4.
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
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-REF
                      WHEN 2
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-NIR
                      WHEN 3
                         MOVE FUNCTION TRIM(WS-CHAMP) TO WS-LINE-BIRTH
                      WHEN 4
                         MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-CHAMP))
                            TO WS-LINE-TYPE
                      WHEN 5
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-VALUE-1
                      WHEN 6
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-VALUE-2
                      WHEN 7
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-VALUE-3
                      WHEN 8
                         MOVE FUNCTION TRIM(WS-CHAMP)
                            TO WS-LINE-VALUE-4
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

      ******************************************************************
      *    [RD] Controle de la demande contre la fiche adherent puis   *
      *    traitement selon le type ; la demande est gardee, tracee    *
      *    et son statut ecrit pour le portail, validee a part.        *
      ******************************************************************
       2100-PROCESS-REQUEST-START.
           MOVE SPACES TO WS-OUTCOME WS-REASON SQL-CUS-UUID.

           IF  WS-LINE-REF EQUAL SPACES THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Reference de la demande absente' TO WS-REASON
              PERFORM 2900-WRITE-STATUS-START
                 THRU END-2900-WRITE-STATUS
              ADD 1 TO WS-NB-REJECTED
              GO TO END-2100-PROCESS-REQUEST
           END-IF.

      *    [RD] une reference deja recue n'est pas rejouee.
           MOVE WS-LINE-REF TO SQL-REF.
           MOVE ZERO TO SQL-NB-FOUND.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-FOUND
               FROM PORTAL_REQUEST
               WHERE PORTAL_REF = TRIM(:SQL-REF)
           END-EXEC.
           IF  SQL-NB-FOUND > ZERO THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Demande deja recue' TO WS-REASON
              PERFORM 2900-WRITE-STATUS-START
                 THRU END-2900-WRITE-STATUS
              ADD 1 TO WS-NB-REJECTED
              GO TO END-2100-PROCESS-REQUEST
           END-IF.

           PERFORM 2110-CHECK-MEMBER-START THRU END-2110-CHECK-MEMBER.

           IF  WS-OUTCOME EQUAL SPACES THEN
              EVALUATE TRUE
                 WHEN WS-TYPE-CONTACT
                    PERFORM 2200-APPLY-CONTACT-START
                       THRU END-2200-APPLY-CONTACT
                 WHEN WS-LINE-TYPE EQUAL 'IBAN'
                    PERFORM 2300-QUEUE-IBAN-START
                       THRU END-2300-QUEUE-IBAN
                 WHEN WS-LINE-TYPE EQUAL 'ATTESTATION'
                    PERFORM 2400-CERTIFICATE-START
                       THRU END-2400-CERTIFICATE
                 WHEN WS-TYPE-OPERATOR
                    PERFORM 2500-QUEUE-OPERATOR-START
                       THRU END-2500-QUEUE-OPERATOR
                 WHEN OTHER
                    MOVE 'REJETE' TO WS-OUTCOME
                    MOVE 'Type de demande inconnu' TO WS-REASON
              END-EVALUATE
           END-IF.

           EVALUATE WS-OUTCOME
              WHEN 'APPLIQUE'
                 ADD 1 TO WS-NB-APPLIED
              WHEN 'IBAN_ATTENTE'
                 ADD 1 TO WS-NB-IBAN
              WHEN 'A_TRAITER'
                 ADD 1 TO WS-NB-QUEUED
              WHEN OTHER
                 ADD 1 TO WS-NB-REJECTED
           END-EVALUATE.

           PERFORM 2800-SAVE-REQUEST-START THRU END-2800-SAVE-REQUEST.
           PERFORM 2900-WRITE-STATUS-START THRU END-2900-WRITE-STATUS.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2100-PROCESS-REQUEST.
           EXIT.

      *    [RD] Adherent retrouve par son NIR, date de naissance
      *    identique a celle de la fiche, adherent actif.
       2110-CHECK-MEMBER-START.
           MOVE SPACES TO WS-BIRTH-YEAR WS-BIRTH-MONTH WS-BIRTH-DAY.
           IF  WS-LINE-BIRTH(1:8) IS NUMERIC
              AND WS-LINE-BIRTH(9:2) EQUAL SPACES THEN
              MOVE WS-LINE-BIRTH(1:4) TO WS-BIRTH-YEAR
              MOVE WS-LINE-BIRTH(5:2) TO WS-BIRTH-MONTH
              MOVE WS-LINE-BIRTH(7:2) TO WS-BIRTH-DAY
           ELSE IF  WS-LINE-BIRTH(5:1) EQUAL '-'
              AND WS-LINE-BIRTH(8:1) EQUAL '-' THEN
              MOVE WS-LINE-BIRTH TO WS-BIRTH-DATE
           END-IF
           END-IF.
           IF  WS-LINE-NIR EQUAL SPACES
              OR WS-BIRTH-YEAR EQUAL SPACES THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'NIR ou date de naissance absent' TO WS-REASON
              GO TO END-2110-CHECK-MEMBER
           END-IF.

           MOVE WS-LINE-NIR TO SQL-NIR.
           INITIALIZE SQL-CUS-BIRTH SQL-CUS-ACTIVE.
           EXEC SQL
               SELECT UUID_CUSTOMER,
                      COALESCE(CAST(CUSTOMER_BIRTH_DATE AS VARCHAR),
                               ''),
                      COALESCE(CUSTOMER_ACTIVE, '1')
               INTO :SQL-CUS-UUID, :SQL-CUS-BIRTH, :SQL-CUS-ACTIVE
               FROM CUSTOMER
               WHERE CAST(CUSTOMER_CODE_SECU AS VARCHAR)
                   = TRIM(:SQL-NIR)
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = FIN THEN
              MOVE SPACES TO SQL-CUS-UUID
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Adherent inconnu' TO WS-REASON
              GO TO END-2110-CHECK-MEMBER
           END-IF.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'LECTURE ADHERENT PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CUS-BIRTH NOT EQUAL WS-BIRTH-DATE THEN
              MOVE SPACES TO SQL-CUS-UUID
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Identite non confirmee' TO WS-REASON
              GO TO END-2110-CHECK-MEMBER
           END-IF.
           IF  SQL-CUS-ACTIVE NOT EQUAL '1' THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Adhesion close' TO WS-REASON
              GO TO END-2110-CHECK-MEMBER
           END-IF.
       END-2110-CHECK-MEMBER.
           EXIT.

      ******************************************************************
      *    [RD] Coordonnees appliquees comme ucback.cbl : controle de  *
      *    forme, instantane CUSTOMER_HISTORY (origine portail), mise  *
      *    a jour de la fiche ; une nouvelle adresse leve la marque    *
      *    NPAI eventuelle.                                            *
      ******************************************************************
       2200-APPLY-CONTACT-START.
           EVALUATE WS-LINE-TYPE
              WHEN 'ADRESSE'
                 IF  WS-LINE-VALUE-1 EQUAL SPACES
                    OR WS-LINE-VALUE-3 EQUAL SPACES
                    OR WS-LINE-VALUE-4 EQUAL SPACES THEN
                    MOVE 'REJETE' TO WS-OUTCOME
                    MOVE 'Adresse, code postal ou ville absent'
                       TO WS-REASON
                    GO TO END-2200-APPLY-CONTACT
                 END-IF
              WHEN 'TELEPHONE'
                 IF  WS-LINE-VALUE-1(1:10) IS NOT NUMERIC
                    OR WS-LINE-VALUE-1(11:40) NOT EQUAL SPACES THEN
                    MOVE 'REJETE' TO WS-OUTCOME
                    MOVE 'Numero de telephone invalide' TO WS-REASON
                    GO TO END-2200-APPLY-CONTACT
                 END-IF
              WHEN 'COURRIEL'
                 MOVE ZERO TO WS-COUNT-AT WS-COUNT-SPACE
                 INSPECT WS-LINE-VALUE-1 TALLYING WS-COUNT-AT
                    FOR ALL '@'
                 INSPECT FUNCTION TRIM(WS-LINE-VALUE-1)
                    TALLYING WS-COUNT-SPACE FOR ALL SPACE
                 IF  WS-COUNT-AT NOT EQUAL 1
                    OR WS-COUNT-SPACE NOT EQUAL ZERO THEN
                    MOVE 'REJETE' TO WS-OUTCOME
                    MOVE 'Adresse mail invalide' TO WS-REASON
                    GO TO END-2200-APPLY-CONTACT
                 END-IF
           END-EVALUATE.

           INITIALIZE SQL-SOURCE.
           STRING 'PORTAIL ' FUNCTION TRIM(WS-LINE-REF)
               DELIMITED BY SIZE INTO SQL-SOURCE
           END-STRING.
           EXEC SQL
               INSERT INTO CUSTOMER_HISTORY (
                 HISTORY_CUSTOMER_UUID, HISTORY_GENDER,
                 HISTORY_LASTNAME, HISTORY_FIRSTNAME,
                 HISTORY_ADRESS1, HISTORY_ADRESS2,
                 HISTORY_ZIPCODE, HISTORY_TOWN,
                 HISTORY_COUNTRY, HISTORY_PHONE,
                 HISTORY_MAIL, HISTORY_BIRTH_DATE,
                 HISTORY_DOCTOR, HISTORY_CODE_SECU,
                 HISTORY_CODE_IBAN, HISTORY_NBCHILDREN,
                 HISTORY_COUPLE, HISTORY_UPDATE_DATE,
                 HISTORY_SOURCE
               )
               SELECT
                 UUID_CUSTOMER, CUSTOMER_GENDER,
                 CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME,
                 CUSTOMER_ADRESS1, CUSTOMER_ADRESS2,
                 CUSTOMER_ZIPCODE, CUSTOMER_TOWN,
                 CUSTOMER_COUNTRY, CUSTOMER_PHONE,
                 CUSTOMER_MAIL, CUSTOMER_BIRTH_DATE,
                 CUSTOMER_DOCTOR, CUSTOMER_CODE_SECU,
                 CUSTOMER_CODE_IBAN, CUSTOMER_NBCHILDREN,
                 CUSTOMER_COUPLE, CUSTOMER_UPDATE_DATE,
                 TRIM(:SQL-SOURCE)
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'HISTORIQUE ADHERENT PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           MOVE WS-LINE-VALUE-1 TO SQL-VALUE-1.
           MOVE WS-LINE-VALUE-2 TO SQL-VALUE-2.
           MOVE WS-LINE-VALUE-3 TO SQL-VALUE-3.
           MOVE WS-LINE-VALUE-4 TO SQL-VALUE-4.
           EVALUATE WS-LINE-TYPE
              WHEN 'ADRESSE'
                 EXEC SQL
                     UPDATE CUSTOMER SET
                         CUSTOMER_ADRESS1     = TRIM(:SQL-VALUE-1),
                         CUSTOMER_ADRESS2     = TRIM(:SQL-VALUE-2),
                         CUSTOMER_ZIPCODE     = TRIM(:SQL-VALUE-3),
                         CUSTOMER_TOWN        = TRIM(:SQL-VALUE-4),
                         CUSTOMER_UPDATE_DATE = :SQL-UPDATE-DATE
                     WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 END-EXEC
              WHEN 'TELEPHONE'
                 EXEC SQL
                     UPDATE CUSTOMER SET
                         CUSTOMER_PHONE       = TRIM(:SQL-VALUE-1),
                         CUSTOMER_UPDATE_DATE = :SQL-UPDATE-DATE
                     WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 END-EXEC
              WHEN 'COURRIEL'
                 EXEC SQL
                     UPDATE CUSTOMER SET
                         CUSTOMER_MAIL        = TRIM(:SQL-VALUE-1),
                         CUSTOMER_UPDATE_DATE = :SQL-UPDATE-DATE
                     WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 END-EXEC
           END-EVALUATE.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MISE A JOUR ADHERENT PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] nouvelle adresse, la marque NPAI eventuelle est levee.
           IF  WS-LINE-TYPE EQUAL 'ADRESSE' THEN
              INITIALIZE WS-NPAI
              MOVE 'C' TO WS-NPAI-ACTION
              MOVE SQL-CUS-UUID TO WS-NPAI-CUS-UUID
              MOVE 'PORTAIL' TO WS-NPAI-SOURCE
              CALL 'npaiupd' USING WS-NPAI
              END-CALL
              IF  WS-NPAI-RC EQUAL '9' THEN
                 MOVE 'LEVEE NPAI PORTAIL' TO WS-SQL-LIB
                 PERFORM 9020-ERROR-SQL-START
                    THRU END-9020-ERROR-SQL
              END-IF
           END-IF.
           MOVE 'APPLIQUE' TO WS-OUTCOME.
       END-2200-APPLY-CONTACT.
           EXIT.

      ******************************************************************
      *    [RD] Nouvel IBAN mis en file d'approbation a quatre yeux,   *
      *    comme ucback.cbl : l'ancien reste en vigueur jusqu'a la     *
      *    decision d'un second utilisateur (ibanappr.cbl).            *
      ******************************************************************
       2300-QUEUE-IBAN-START.
           MOVE FUNCTION UPPER-CASE(WS-LINE-VALUE-1) TO WS-NEW-IBAN.
           MOVE ZERO TO WS-COUNT-SPACE.
           INSPECT FUNCTION TRIM(WS-NEW-IBAN)
              TALLYING WS-COUNT-SPACE FOR ALL SPACE.
           MOVE LENGTH OF FUNCTION TRIM(WS-NEW-IBAN)
              TO WS-LENGTH-IBAN.
           IF  WS-LENGTH-IBAN < 14
              OR WS-NEW-IBAN(1:2) IS NOT ALPHABETIC
              OR WS-NEW-IBAN(3:(WS-LENGTH-IBAN - 2)) IS NOT NUMERIC
              OR WS-COUNT-SPACE NOT EQUAL ZERO THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'IBAN invalide' TO WS-REASON
              GO TO END-2300-QUEUE-IBAN
           END-IF.

           INITIALIZE SQL-OLD-IBAN.
           EXEC SQL
               SELECT COALESCE(NULLIF(TRIM(CUSTOMER_CODE_IBAN), ''),
                      CASE WHEN TRIM(:SQL-VAULT-KEY) <> ''
                           THEN pgp_sym_decrypt(CUSTOMER_IBAN_ENC,
                                :SQL-VAULT-KEY)
                           ELSE '' END, '')
               INTO :SQL-OLD-IBAN
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'LECTURE IBAN PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           IF  FUNCTION TRIM(SQL-OLD-IBAN)
              = FUNCTION TRIM(WS-NEW-IBAN) THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'IBAN deja en vigueur' TO WS-REASON
              GO TO END-2300-QUEUE-IBAN
           END-IF.

           MOVE WS-NEW-IBAN TO SQL-NEW-IBAN.
           INITIALIZE SQL-SOURCE.
           STRING 'PORTAIL ' FUNCTION TRIM(WS-LINE-REF)
               DELIMITED BY SIZE INTO SQL-SOURCE
           END-STRING.
           EXEC SQL
               INSERT INTO IBAN_PENDING
                   (UUID_CUSTOMER, OLD_IBAN, NEW_IBAN, REQUEST_DATE,
                    PENDING_STATUS, PENDING_SOURCE)
                   VALUES
                   (:SQL-CUS-UUID, :SQL-OLD-IBAN, :SQL-NEW-IBAN,
                    :SQL-TODAY, 'EN_ATTENTE', TRIM(:SQL-SOURCE))
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'MISE EN ATTENTE IBAN PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           MOVE 'IBAN_ATTENTE' TO WS-OUTCOME.
           MOVE 'En attente de validation' TO WS-REASON.
       END-2300-QUEUE-IBAN.
           EXIT.

      *    [RD] Attestation et carte produites par attadh.cbl, qui les
      *    reference a l'index des documents du jour ; sans contrat,
      *    rien n'est produit.
       2400-CERTIFICATE-START.
           MOVE ZERO TO SQL-NB-FOUND.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-FOUND
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
           END-EXEC.
           IF  SQL-NB-FOUND EQUAL ZERO THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Aucun contrat pour cet adherent' TO WS-REASON
              GO TO END-2400-CERTIFICATE
           END-IF.
           CALL 'attadh' USING BY REFERENCE SQL-CUS-UUID
           END-CALL.
           MOVE 'APPLIQUE' TO WS-OUTCOME.
           MOVE 'Attestation envoyee' TO WS-REASON.
       END-2400-CERTIFICATE.
           EXIT.

      *    [RD] Naissance (justificatif et ayant droit a creer), suivi
      *    de remboursement et autres demandes : file des operateurs
      *    (portfront.cbl).
       2500-QUEUE-OPERATOR-START.
           IF  WS-LINE-TYPE EQUAL 'NAISSANCE'
              AND (WS-LINE-VALUE-1 EQUAL SPACES
                   OR WS-LINE-VALUE-2 EQUAL SPACES
                   OR WS-LINE-VALUE-3 EQUAL SPACES) THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Nom, prenom ou date de naissance absent'
                 TO WS-REASON
              GO TO END-2500-QUEUE-OPERATOR
           END-IF.
           IF  WS-LINE-TYPE NOT EQUAL 'NAISSANCE'
              AND WS-LINE-VALUE-1 EQUAL SPACES
              AND WS-LINE-VALUE-2 EQUAL SPACES THEN
              MOVE 'REJETE' TO WS-OUTCOME
              MOVE 'Demande vide' TO WS-REASON
              GO TO END-2500-QUEUE-OPERATOR
           END-IF.
           MOVE 'A_TRAITER' TO WS-OUTCOME.
           MOVE 'Transmise a un gestionnaire' TO WS-REASON.
       END-2500-QUEUE-OPERATOR.
           EXIT.

      ******************************************************************
      *    [RD] Garde la demande dans PORTAL_REQUEST et la trace au    *
      *    journal des contacts de l'adherent (canal PORTAIL). Une     *
      *    demande close des son arrivee est deja rendue au portail ;  *
      *    une demande en cours le sera a sa cloture.                  *
      ******************************************************************
       2800-SAVE-REQUEST-START.
           MOVE WS-LINE-REF TO SQL-REF.
           MOVE WS-LINE-NIR TO SQL-NIR.
           MOVE WS-LINE-TYPE TO SQL-TYPE.
           MOVE WS-LINE-VALUE-1 TO SQL-VALUE-1.
           MOVE WS-LINE-VALUE-2 TO SQL-VALUE-2.
           MOVE WS-LINE-VALUE-3 TO SQL-VALUE-3.
           MOVE WS-LINE-VALUE-4 TO SQL-VALUE-4.
           MOVE WS-OUTCOME TO SQL-STATUS.
           MOVE WS-REASON TO SQL-REASON.
           IF  WS-OUTCOME EQUAL 'APPLIQUE'
              OR WS-OUTCOME EQUAL 'REJETE' THEN
              MOVE 'O' TO SQL-REPORTED
              MOVE SQL-TODAY TO SQL-DONE-DATE
           ELSE
              MOVE 'N' TO SQL-REPORTED
              MOVE SPACES TO SQL-DONE-DATE
           END-IF.
           EXEC SQL
               INSERT INTO PORTAL_REQUEST
                   (PORTAL_REF, PORTAL_FILE, PORTAL_RECEIVED_DATE,
                    UUID_CUSTOMER, PORTAL_NIR, PORTAL_TYPE,
                    PORTAL_VALUE_1, PORTAL_VALUE_2, PORTAL_VALUE_3,
                    PORTAL_VALUE_4, PORTAL_STATUS, PORTAL_REASON,
                    PORTAL_DONE_DATE, PORTAL_DONE_BY,
                    PORTAL_REPORTED)
               VALUES
                   (TRIM(:SQL-REF), TRIM(:SQL-FILE-NAME), :SQL-TODAY,
                    NULLIF(TRIM(:SQL-CUS-UUID), ''), TRIM(:SQL-NIR),
                    TRIM(:SQL-TYPE), TRIM(:SQL-VALUE-1),
                    TRIM(:SQL-VALUE-2), TRIM(:SQL-VALUE-3),
                    TRIM(:SQL-VALUE-4), TRIM(:SQL-STATUS),
                    TRIM(:SQL-REASON),
                    NULLIF(TRIM(:SQL-DONE-DATE), ''),
                    CASE WHEN :SQL-REPORTED = 'O' THEN 'PORTAIL'
                         ELSE NULL END,
                    :SQL-REPORTED)
           END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'INSERT PORTAL_REQUEST' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] trace au journal des contacts pour un adherent
      *    reconnu.
           IF  SQL-CUS-UUID EQUAL SPACES THEN
              GO TO END-2800-SAVE-REQUEST
           END-IF.
           EVALUATE WS-LINE-TYPE
              WHEN 'ADRESSE'
              WHEN 'TELEPHONE'
              WHEN 'COURRIEL'
              WHEN 'IBAN'
                 MOVE 'COORD' TO WS-CONTACT-REASON
              WHEN 'ATTESTATION'
                 MOVE 'ATTEST' TO WS-CONTACT-REASON
              WHEN 'NAISSANCE'
                 MOVE 'CONTRAT' TO WS-CONTACT-REASON
              WHEN 'SUIVI'
                 MOVE 'REMB' TO WS-CONTACT-REASON
              WHEN OTHER
                 MOVE 'AUTRE' TO WS-CONTACT-REASON
           END-EVALUATE.
           INITIALIZE WS-CONTACT.
           MOVE 'A' TO WS-CTC-ACTION.
           MOVE SQL-CUS-UUID TO WS-CTC-CUS-UUID.
           MOVE 'PORTAIL' TO WS-CTC-CHANNEL.
           MOVE 'PORTAIL' TO WS-CTC-OPERATOR.
           MOVE WS-CONTACT-REASON TO WS-CTC-REASON.
           STRING 'Demande portail ' FUNCTION TRIM(WS-LINE-REF)
               ' - ' FUNCTION TRIM(WS-LINE-TYPE)
               ' : ' FUNCTION TRIM(WS-OUTCOME)
               ' - ' FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO WS-CTC-NOTE
           END-STRING.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
           IF  WS-CTC-RC EQUAL '9' THEN
              MOVE 'JOURNAL DES CONTACTS PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
       END-2800-SAVE-REQUEST.
           EXIT.

      *    [RD] Ligne du fichier de statuts rendu au portail.
       2900-WRITE-STATUS-START.
           INITIALIZE REC-F-STATUS.
           IF  WS-LINE-REF EQUAL SPACES THEN
              STRING 'LIGNE ' WS-NB-ROW ';'
                  FUNCTION TRIM(WS-LINE-TYPE) ';'
                  FUNCTION TRIM(WS-OUTCOME) ';'
                  FUNCTION TRIM(WS-REASON) ';'
                  SQL-TODAY
                  DELIMITED BY SIZE INTO REC-F-STATUS
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-LINE-REF) ';'
                  FUNCTION TRIM(WS-LINE-TYPE) ';'
                  FUNCTION TRIM(WS-OUTCOME) ';'
                  FUNCTION TRIM(WS-REASON) ';'
                  SQL-TODAY
                  DELIMITED BY SIZE INTO REC-F-STATUS
              END-STRING
           END-IF.
           WRITE REC-F-STATUS.
       END-2900-WRITE-STATUS.
           EXIT.

      ******************************************************************
      *    [RD] Demandes en cours closes depuis le fichier precedent : *
      *    decision sur l'IBAN reportee depuis IBAN_PENDING, puis      *
      *    toutes les demandes closes non encore rendues sont ecrites  *
      *    au fichier de statuts et marquees rendues.                  *
      ******************************************************************
       3000-REPORT-CLOSED-START.
           EXEC SQL
               UPDATE PORTAL_REQUEST P
               SET PORTAL_STATUS =
                       CASE WHEN I.PENDING_STATUS = 'VALIDE'
                            THEN 'APPLIQUE' ELSE 'REJETE' END,
                   PORTAL_REASON =
                       CASE WHEN I.PENDING_STATUS = 'VALIDE'
                            THEN 'IBAN valide'
                            WHEN I.PENDING_STATUS = 'EXPIRE'
                            THEN 'IBAN non valide dans le delai'
                            ELSE 'IBAN refuse' END,
                   PORTAL_DONE_DATE =
                       COALESCE(I.APPROVAL_DATE, :SQL-TODAY),
                   PORTAL_DONE_BY = I.APPROVED_BY
               FROM IBAN_PENDING I
               WHERE P.PORTAL_STATUS = 'IBAN_ATTENTE'
                 AND I.PENDING_SOURCE = 'PORTAIL ' || P.PORTAL_REF
                 AND I.PENDING_STATUS IN ('VALIDE', 'REJETE',
                                          'EXPIRE')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'REPORT DECISIONS IBAN PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               DECLARE CRSPORTAL CURSOR FOR
               SELECT PORTAL_REF, PORTAL_TYPE, PORTAL_STATUS,
                      COALESCE(PORTAL_REASON, ''),
                      COALESCE(PORTAL_DONE_DATE, '')
               FROM PORTAL_REQUEST
               WHERE PORTAL_REPORTED = 'N'
                 AND PORTAL_STATUS IN ('APPLIQUE', 'REJETE', 'TRAITE')
               ORDER BY PORTAL_REF
           END-EXEC.
           EXEC SQL OPEN CRSPORTAL END-EXEC.
           IF  SQLCODE NOT = ZERO THEN
              MOVE 'OUVERTURE CURSEUR CRSPORTAL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
              EXEC SQL
                  FETCH CRSPORTAL
                  INTO :SQL-REF, :SQL-TYPE, :SQL-STATUS,
                       :SQL-REASON, :SQL-DONE-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    INITIALIZE REC-F-STATUS
                    STRING FUNCTION TRIM(SQL-REF) ';'
                        FUNCTION TRIM(SQL-TYPE) ';'
                        FUNCTION TRIM(SQL-STATUS) ';'
                        FUNCTION TRIM(SQL-REASON) ';'
                        SQL-DONE-DATE
                        DELIMITED BY SIZE INTO REC-F-STATUS
                    END-STRING
                    WRITE REC-F-STATUS
                    ADD 1 TO WS-NB-CLOSED
                 WHEN FIN
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING CURSOR CRSPORTAL :'
                    SPACE SQLCODE
                    MOVE FIN TO SQLCODE
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSPORTAL END-EXEC.

           EXEC SQL
               UPDATE PORTAL_REQUEST
               SET PORTAL_REPORTED = 'O'
               WHERE PORTAL_REPORTED = 'N'
                 AND PORTAL_STATUS IN ('APPLIQUE', 'REJETE', 'TRAITE')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN THEN
              MOVE 'MARQUE DEMANDES RENDUES PORTAIL' TO WS-SQL-LIB
              PERFORM 9020-ERROR-SQL-START THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-3000-REPORT-CLOSED.
           EXIT.

      *    [RD] Compte-rendu et notification exploitation.
       2060-RECONCILE-START.
           DISPLAY 'TRAITEMENT DES DEMANDES DU PORTAIL TERMINE'.
           DISPLAY 'Demandes lues          : ' WS-NB-ROW.
           DISPLAY 'Demandes appliquees    : ' WS-NB-APPLIED.
           DISPLAY 'IBAN en validation     : ' WS-NB-IBAN.
           DISPLAY 'File des gestionnaires : ' WS-NB-QUEUED.
           DISPLAY 'Demandes rejetees      : ' WS-NB-REJECTED.
           DISPLAY 'Demandes closes rendues: ' WS-NB-CLOSED.

           INITIALIZE WS-NOTIFY-DETAIL.
           STRING 'Lues ' WS-NB-ROW
                 ' appliquees ' WS-NB-APPLIED
                 ' IBAN ' WS-NB-IBAN
                 ' gestionnaires ' WS-NB-QUEUED
                 ' rejetees ' WS-NB-REJECTED
                 ' closes ' WS-NB-CLOSED
                 DELIMITED BY SIZE
                 INTO WS-NOTIFY-DETAIL
           END-STRING.
           MOVE 'DEMANDES PORTAIL : TRAITE' TO WS-NOTIFY-SUBJECT.
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
              MOVE 'DEMANDES PORTAIL : ECHEC' TO WS-NOTIFY-SUBJECT
              PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS
              CLOSE F-STATUS
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
           MOVE 'DEMANDES PORTAIL : ECHEC' TO WS-NOTIFY-SUBJECT.
           MOVE 'Erreur SQL, voir console.' TO WS-NOTIFY-DETAIL.
           PERFORM 2070-NOTIFY-OPS-START THRU END-2070-NOTIFY-OPS.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (inboxproc.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
