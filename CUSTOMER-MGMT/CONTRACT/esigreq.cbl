      ******************************************************************
      *    [RD] Signature electronique du dossier d'adhesion.          *
      *    L'adhesion finissait par l'impression du bulletin, son      *
      *    envoi postal et l'attente du retour signe, le contrat       *
      *    restant bloque des semaines faute de bulletin au dossier.   *
      *    Le dossier (bulletin d'adhesion et mandat SEPA) est desor-  *
      *    mais confie au prestataire de signature, qui adresse a      *
      *    l'adherent un lien par courriel. La table ESIGN_REQUEST     *
      *    porte une ligne par demande :                               *
      *      ESIGN_NUM             numero de demande (MAX + 1) ;       *
      *      UUID_CUSTOMER         adherent ;                          *
      *      REIMBURSEMENT_NUM     contrat a signer ;                  *
      *      MANDATE_REF           mandat SEPA a signer (vide si       *
      *                            l'adherent a deja un mandat actif); *
      *      ESIGN_MAIL            adresse du lien de signature ;      *
      *      ESIGN_SENT_DATE       date d'envoi (AAAA-MM-JJ) ;         *
      *      ESIGN_STATUS          EN_ATTENTE, SIGNE, REFUSE, EXPIRE   *
      *                            ou ANNULE (relances epuisees) ;     *
      *      ESIGN_STATUS_DATE     date du dernier statut ;            *
      *      ESIGN_NB_REMINDERS    relances envoyees ;                 *
      *      ESIGN_LAST_REMINDER   date de la derniere relance ;       *
      *      ESIGN_FORM_PATH       dossier genere a signer ;           *
      *      ESIGN_SIGNED_FILE     dossier signe rendu.                *
      *    Action LK-ES-ACTION :                                       *
      *      'D' demande : dossier ./CONTRACT/ADHESION-<contrat>.txt,  *
      *          mandat inactif cree au besoin, fichier de demande     *
      *          ./ESIGN/OUTBOX/DEMANDE-<numero>.csv pour le           *
      *          prestataire, contrat au statut A_SIGNER ; numero      *
      *          rendu dans LK-ES-NUM ;                                *
      *      'S' dossier signe le LK-ES-DATE (fichier LK-ES-FILE,      *
      *          depose dans ./ESIGN/SIGNED/) : bulletin au dossier    *
      *          (CUSTOMER_DOCUMENT), index des documents, contrat     *
      *          EN_COURS et mandat actif ;                            *
      *      'R' refuse, 'E' expire, 'A' annule : contrat NON_SIGNE ;  *
      *      'L' relance envoyee (compteur et date) ;                  *
      *      a blanc : les tables sont seulement garanties.            *
      *    Code retour LK-ES-RC : '0' fait, '1' rien a faire (demande  *
      *    deja en cours ou deja close), '2' donnee invalide (demande  *
      *    ou contrat inconnu, adresse mail absente), '9' erreur SQL   *
      *    ou fichier.                                                 *
      *    Demande a la signature du contrat (clascont.cbl,            *
      *    speccont.cbl) ; statuts du prestataire charges par          *
      *    esigback.cbl, relances et annulations par esigbat.cbl.      *
      *    La connexion et la transaction sont celles de l'appelant ;  *
      *    les tables sont completees au premier appel de l'execution. *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      *                                                                *
      * MAJ RD le 15/10/2026 Les conditions particulieres du contrat   *
      *    (condpart.cbl) sont jointes au dossier a signer.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. esigreq RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] dossier d'adhesion a signer.
           SELECT F-FORM ASSIGN TO WS-FORM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FORM-STATUS.

      *    [RD] demande transmise au prestataire de signature.
           SELECT F-REQUEST ASSIGN TO WS-REQUEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

      *    [RD] conditions particulieres jointes au dossier.
           SELECT F-SCHED ASSIGN TO WS-SCHED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-FORM
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-FORM               PIC X(80).

       FD  F-REQUEST
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  R-REQUEST            PIC X(250).

       FD  F-SCHED
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-SCHED              PIC X(80).

       WORKING-STORAGE SECTION.
      *    [RD] creation des tables une fois par execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-FORM-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REQUEST-STATUS    PIC X(02) VALUE SPACES.
       01  WS-SCHED-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SCHED-EOF         PIC X(01) VALUE 'N'.
       01  WS-SCHED-PATH        PIC X(100) VALUE SPACES.

       01  WS-FORM-PATH.
           03 WS-FORM-FOLDER    PIC X(20)
              VALUE './CONTRACT/ADHESION-'.
           03 WS-FORM-NUM       PIC X(10).
           03 WS-FORM-FORMAT    PIC X(04) VALUE '.txt'.

       01  WS-REQUEST-PATH.
           03 WS-REQUEST-FOLDER PIC X(23)
              VALUE './ESIGN/OUTBOX/DEMANDE-'.
           03 WS-REQUEST-NUM    PIC 9(08).
           03 WS-REQUEST-FORMAT PIC X(04) VALUE '.csv'.

      *    [RD] dossier des fichiers signes rendus par le prestataire.
       01  WS-SIGNED-FOLDER     PIC X(15) VALUE './ESIGN/SIGNED/'.

      *    [RD] identite du creancier (ORG_PROFILE, orgparam.cbl),
      *    comme sepacoll.cbl.
       01  WS-ORG-NAME          PIC X(40)
           VALUE 'MUTUELLE BOBONIORT'.
       01  WS-ORG-ICS           PIC X(20)
           VALUE 'FR00ZZZ000000'.

      *    [RD] libelle du produit (getprod.cbl).
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).
       01  WS-PRODUCT-LABEL     PIC X(20) VALUE SPACES.
       01  WS-Z-COST            PIC Z(04)9.
       01  WS-FREQ-LABEL        PIC X(12) VALUE SPACES.
       01  WS-IBAN-MASK         PIC X(34) VALUE SPACES.
       01  WS-NEW-STATUS        PIC X(10) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ESIGN-NUM        PIC 9(08) VALUE ZERO.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-REIM-NUM         PIC X(10) VALUE SPACES.
       01  SQL-MANDATE-REF      PIC X(20) VALUE SPACES.
       01  SQL-MANDATE-ACTIVE   PIC X(01) VALUE SPACES.
       01  SQL-MAIL             PIC X(50) VALUE SPACES.
       01  SQL-STATUS           PIC X(10) VALUE SPACES.
       01  SQL-EVENT-DATE       PIC X(10) VALUE SPACES.
       01  SQL-FORM-PATH        PIC X(100) VALUE SPACES.
       01  SQL-SIGNED-FILE      PIC X(50) VALUE SPACES.
       01  SQL-NB-OPEN          PIC 9(05) VALUE ZERO.
       01  SQL-LASTNAME         PIC X(20) VALUE SPACES.
       01  SQL-FIRSTNAME        PIC X(20) VALUE SPACES.
       01  SQL-ADRESS1          PIC X(50) VALUE SPACES.
       01  SQL-ADRESS2          PIC X(50) VALUE SPACES.
       01  SQL-ZIPCODE          PIC X(15) VALUE SPACES.
       01  SQL-TOWN             PIC X(50) VALUE SPACES.
       01  SQL-BIRTHD           PIC X(10) VALUE SPACES.
       01  SQL-SECU             PIC 9(15) VALUE ZERO.
       01  SQL-IBAN             PIC X(34) VALUE SPACES.
       01  SQL-COST             PIC 9(05) VALUE ZERO.
       01  SQL-START-DATE       PIC X(10) VALUE SPACES.
       01  SQL-BILL-FREQ        PIC X(01) VALUE SPACES.
       01  SQL-ORG-NAME         PIC X(40) VALUE SPACES.
       01  SQL-ORG-SIREN        PIC X(09) VALUE SPACES.
       01  SQL-DOC-NUM          PIC 9(08) VALUE ZERO.
       01  SQL-DOC-YMD          PIC X(08) VALUE SPACES.
       01  SQL-DOC-PATH         PIC X(100) VALUE SPACES.
       01  SQL-SCHED-PATH       PIC X(100) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-ESIGN.
           05 LK-ES-ACTION        PIC X(01).
           05 LK-ES-NUM           PIC 9(08).
           05 LK-ES-CUS-UUID      PIC X(36).
           05 LK-ES-REIM-NUM      PIC X(10).
           05 LK-ES-DATE          PIC X(10).
           05 LK-ES-FILE          PIC X(50).
           05 LK-ES-RC            PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-ESIGN.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-ES-RC.
      *    [RD] un appel sans action ne fait que garantir les tables
      *    (chargement des statuts, relances).
           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.

      *    [RD] date de l'evenement : celle transmise, sinon le jour.
           MOVE LK-ES-DATE TO SQL-EVENT-DATE.
           IF SQL-EVENT-DATE EQUAL SPACES
               STRING FUNCTION CURRENT-DATE(1:4) '-'
                      FUNCTION CURRENT-DATE(5:2) '-'
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO SQL-EVENT-DATE
               END-STRING
           END-IF.

           EVALUATE LK-ES-ACTION
               WHEN 'D'
                   PERFORM 2000-NEW-REQUEST-START
                      THRU END-2000-NEW-REQUEST
               WHEN 'S'
                   PERFORM 3000-SIGNED-START
                      THRU END-3000-SIGNED
               WHEN 'R'
                   MOVE 'REFUSE' TO WS-NEW-STATUS
                   PERFORM 4000-NOT-SIGNED-START
                      THRU END-4000-NOT-SIGNED
               WHEN 'E'
                   MOVE 'EXPIRE' TO WS-NEW-STATUS
                   PERFORM 4000-NOT-SIGNED-START
                      THRU END-4000-NOT-SIGNED
               WHEN 'A'
                   MOVE 'ANNULE' TO WS-NEW-STATUS
                   PERFORM 4000-NOT-SIGNED-START
                      THRU END-4000-NOT-SIGNED
               WHEN 'L'
                   PERFORM 5000-REMINDER-START
                      THRU END-5000-REMINDER
           END-EVALUATE.
      *    [RD] jamais d'erreur SQL laissee a l'appelant, qui peut
      *    avoir un curseur ouvert : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table ESIGN_REQUEST et garantit les tables     *
      *    lues ou ecrites a la signature (mandats, pieces du dossier, *
      *    index des documents, profil de l'organisme).                *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ESIGN_REQUEST (
                   ESIGN_NUM             INTEGER,
                   UUID_CUSTOMER         VARCHAR(36),
                   REIMBURSEMENT_NUM     VARCHAR(10),
                   MANDATE_REF           VARCHAR(20),
                   ESIGN_MAIL            VARCHAR(50),
                   ESIGN_SENT_DATE       VARCHAR(10),
                   ESIGN_STATUS          VARCHAR(10),
                   ESIGN_STATUS_DATE     VARCHAR(10),
                   ESIGN_NB_REMINDERS    INTEGER DEFAULT 0,
                   ESIGN_LAST_REMINDER   VARCHAR(10),
                   ESIGN_FORM_PATH       VARCHAR(100),
                   ESIGN_SIGNED_FILE     VARCHAR(50)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_MANDATE (
                  UUID_CUSTOMER      VARCHAR(36),
                  MANDATE_REF        VARCHAR(20),
                  MANDATE_SIGN_DATE  VARCHAR(10),
                  MANDATE_SEQUENCE   VARCHAR(4),
                  MANDATE_ACTIVE     VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DOCUMENT (
                   UUID_CUSTOMER     VARCHAR(36),
                   DOCUMENT_NUM      INT,
                   DOCUMENT_DATE     VARCHAR(08),
                   DOCUMENT_TYPE     VARCHAR(20),
                   DOCUMENT_FILENAME VARCHAR(50)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DOCUMENT_INDEX (
                   UUID_CUSTOMER VARCHAR(36),
                   DOC_TYPE      VARCHAR(12),
                   DOC_DATE      VARCHAR(10),
                   DOC_PATH      VARCHAR(100),
                   DOC_REF       INT
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACT_SCHEDULE (
                   UUID_CUSTOMER     VARCHAR(36),
                   REIMBURSEMENT_NUM VARCHAR(10),
                   SCHED_VERSION     INTEGER,
                   SCHED_DATE        VARCHAR(10),
                   SCHED_REASON      VARCHAR(20),
                   SCHED_PATH        VARCHAR(100)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ORG_PROFILE (
                  PARAM_NUM    INT,
                  ORG_NAME     VARCHAR(40),
                  ORG_ADRESS1  VARCHAR(40),
                  ORG_ADRESS2  VARCHAR(40),
                  ORG_PHONE    VARCHAR(14),
                  ORG_MAIL     VARCHAR(50),
                  ORG_SIREN    VARCHAR(09),
                  ORG_LOGO1    VARCHAR(60),
                  ORG_LOGO2    VARCHAR(60)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_STATUS
                   VARCHAR(10) DEFAULT 'EN_COURS'
           END-EXEC.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Nouvelle demande de signature pour le contrat          *
      *    LK-ES-REIM-NUM de l'adherent LK-ES-CUS-UUID.                *
      ******************************************************************
       2000-NEW-REQUEST-START.
           IF LK-ES-CUS-UUID EQUAL SPACES
              OR LK-ES-REIM-NUM EQUAL SPACES
               MOVE '2' TO LK-ES-RC
               GO TO END-2000-NEW-REQUEST
           END-IF.
           MOVE LK-ES-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-ES-REIM-NUM TO SQL-REIM-NUM.

      *    [RD] une seule demande en cours par contrat.
           MOVE ZERO TO SQL-NB-OPEN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-NB-OPEN
               FROM ESIGN_REQUEST
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
                 AND ESIGN_STATUS = 'EN_ATTENTE'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-2000-NEW-REQUEST
           END-IF.
           IF SQL-NB-OPEN > ZERO
               GO TO END-2000-NEW-REQUEST
           END-IF.

           PERFORM 2100-READ-CONTRACT-START
              THRU END-2100-READ-CONTRACT.
           IF LK-ES-RC NOT EQUAL '1'
               GO TO END-2000-NEW-REQUEST
           END-IF.

           PERFORM 2200-MANDATE-START
              THRU END-2200-MANDATE.
           IF LK-ES-RC NOT EQUAL '1'
               GO TO END-2000-NEW-REQUEST
           END-IF.

           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext('ESIGN'))
           END-EXEC.
           MOVE ZERO TO SQL-ESIGN-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(ESIGN_NUM), 0) + 1
               INTO :SQL-ESIGN-NUM
               FROM ESIGN_REQUEST
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-2000-NEW-REQUEST
           END-IF.

           PERFORM 2300-WRITE-FORM-START
              THRU END-2300-WRITE-FORM.
           IF LK-ES-RC NOT EQUAL '1'
               GO TO END-2000-NEW-REQUEST
           END-IF.
           PERFORM 2400-WRITE-REQUEST-START
              THRU END-2400-WRITE-REQUEST.
           IF LK-ES-RC NOT EQUAL '1'
               GO TO END-2000-NEW-REQUEST
           END-IF.

           MOVE WS-FORM-PATH TO SQL-FORM-PATH.
           EXEC SQL
               INSERT INTO ESIGN_REQUEST
                   (ESIGN_NUM, UUID_CUSTOMER, REIMBURSEMENT_NUM,
                    MANDATE_REF, ESIGN_MAIL, ESIGN_SENT_DATE,
                    ESIGN_STATUS, ESIGN_STATUS_DATE,
                    ESIGN_NB_REMINDERS, ESIGN_FORM_PATH)
               VALUES
                   (:SQL-ESIGN-NUM, :SQL-CUS-UUID, :SQL-REIM-NUM,
                    NULLIF(TRIM(:SQL-MANDATE-REF), ''),
                    TRIM(:SQL-MAIL), :SQL-EVENT-DATE,
                    'EN_ATTENTE', :SQL-EVENT-DATE,
                    0, TRIM(:SQL-FORM-PATH))
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-2000-NEW-REQUEST
           END-IF.

      *    [RD] contrat en attente de signature : ni facture, ni
      *    prestation tant qu'il n'est pas EN_COURS.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'A_SIGNER'
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-2000-NEW-REQUEST
           END-IF.
           MOVE SQL-ESIGN-NUM TO LK-ES-NUM.
           MOVE '0' TO LK-ES-RC.
       END-2000-NEW-REQUEST.
           EXIT.

      ******************************************************************
      *    [RD] Identite de l'adherent et conditions du contrat pour   *
      *    le bulletin ; l'adresse mail est indispensable au lien.     *
      ******************************************************************
       2100-READ-CONTRACT-START.
           INITIALIZE SQL-LASTNAME SQL-FIRSTNAME SQL-ADRESS1
                      SQL-ADRESS2 SQL-ZIPCODE SQL-TOWN SQL-BIRTHD
                      SQL-MAIL SQL-IBAN SQL-START-DATE SQL-BILL-FREQ.
           MOVE ZERO TO SQL-SECU SQL-COST.
           EXEC SQL
               SELECT C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME,
                      COALESCE(C.CUSTOMER_ADRESS1, ''),
                      COALESCE(C.CUSTOMER_ADRESS2, ''),
                      COALESCE(C.CUSTOMER_ZIPCODE, ''),
                      COALESCE(C.CUSTOMER_TOWN, ''),
                      COALESCE(CAST(C.CUSTOMER_BIRTH_DATE
                          AS VARCHAR), ''),
                      C.CUSTOMER_CODE_SECU,
                      COALESCE(TRIM(C.CUSTOMER_MAIL), ''),
                      COALESCE(TRIM(C.CUSTOMER_CODE_IBAN), ''),
                      COALESCE(R.REIMBURSEMENT_COST, 0),
                      COALESCE(R.REIMBURSEMENT_START_DATE,
                          CAST(R.REIMBURSEMENT_CREATE_DATE
                          AS VARCHAR)),
                      COALESCE(R.REIMBURSEMENT_BILL_FREQ, 'M')
               INTO :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-ADRESS1,
                    :SQL-ADRESS2, :SQL-ZIPCODE, :SQL-TOWN,
                    :SQL-BIRTHD, :SQL-SECU, :SQL-MAIL, :SQL-IBAN,
                    :SQL-COST, :SQL-START-DATE, :SQL-BILL-FREQ
               FROM CUSTOMER C
               INNER JOIN CUSTOMER_REIMBURSEMENT R
                   ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
               WHERE C.UUID_CUSTOMER = :SQL-CUS-UUID
                 AND R.REIMBURSEMENT_NUM = :SQL-REIM-NUM
               LIMIT 1
           END-EXEC.
           IF SQLCODE EQUAL FIN
               MOVE '2' TO LK-ES-RC
               GO TO END-2100-READ-CONTRACT
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-2100-READ-CONTRACT
           END-IF.
           IF SQL-MAIL EQUAL SPACES
               MOVE '2' TO LK-ES-RC
               GO TO END-2100-READ-CONTRACT
           END-IF.

           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SQL-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0'
               MOVE WS-PRD-LABEL TO WS-PRODUCT-LABEL
           ELSE
               MOVE 'Inconnu' TO WS-PRODUCT-LABEL
           END-IF.

           EVALUATE SQL-BILL-FREQ
               WHEN 'T'
                   MOVE 'trimestriel' TO WS-FREQ-LABEL
               WHEN 'A'
                   MOVE 'annuel' TO WS-FREQ-LABEL
               WHEN OTHER
                   MOVE 'mensuel' TO WS-FREQ-LABEL
           END-EVALUATE.

      *    [RD] creancier du mandat, comme sepacoll.cbl.
           EXEC SQL
               SELECT COALESCE(ORG_NAME, ''), COALESCE(ORG_SIREN, '')
               INTO :SQL-ORG-NAME, :SQL-ORG-SIREN
               FROM ORG_PROFILE
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF SQLCODE EQUAL ZERO
               IF SQL-ORG-NAME NOT = SPACES
                   MOVE SQL-ORG-NAME TO WS-ORG-NAME
               END-IF
               IF SQL-ORG-SIREN NOT = SPACES
                   INITIALIZE WS-ORG-ICS
                   STRING 'FR00ZZZ' FUNCTION TRIM(SQL-ORG-SIREN)
                       DELIMITED BY SIZE INTO WS-ORG-ICS
                   END-STRING
               END-IF
           END-IF.
       END-2100-READ-CONTRACT.
           EXIT.

      ******************************************************************
      *    [RD] Mandat SEPA : l'adherent qui a deja un mandat actif    *
      *    n'en resigne pas ; sinon son mandat inactif est repris, ou  *
      *    un mandat est cree inactif (RUM = RUM + numero de contrat,  *
      *    premiere presentation FRST) et sera active a la signature.  *
      ******************************************************************
       2200-MANDATE-START.
           INITIALIZE SQL-MANDATE-REF SQL-MANDATE-ACTIVE.
           EXEC SQL
               SELECT MANDATE_REF, COALESCE(MANDATE_ACTIVE, '0')
               INTO :SQL-MANDATE-REF, :SQL-MANDATE-ACTIVE
               FROM CUSTOMER_MANDATE
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
               ORDER BY MANDATE_ACTIVE DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL FIN
               MOVE '9' TO LK-ES-RC
               GO TO END-2200-MANDATE
           END-IF.
           IF SQLCODE EQUAL ZERO
               IF SQL-MANDATE-ACTIVE EQUAL '1'
                   MOVE SPACES TO SQL-MANDATE-REF
               END-IF
               GO TO END-2200-MANDATE
           END-IF.

           INITIALIZE SQL-MANDATE-REF.
           STRING 'RUM' FUNCTION TRIM(SQL-REIM-NUM)
               DELIMITED BY SIZE INTO SQL-MANDATE-REF
           END-STRING.
           EXEC SQL
               INSERT INTO CUSTOMER_MANDATE
                   (UUID_CUSTOMER, MANDATE_REF, MANDATE_SIGN_DATE,
                    MANDATE_SEQUENCE, MANDATE_ACTIVE)
               VALUES
                   (:SQL-CUS-UUID, TRIM(:SQL-MANDATE-REF), NULL,
                    'FRST', '0')
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
           END-IF.
       END-2200-MANDATE.
           EXIT.

      ******************************************************************
      *    [RD] Dossier a signer : bulletin d'adhesion puis, le cas    *
      *    echeant, mandat de prelevement SEPA.                        *
      ******************************************************************
       2300-WRITE-FORM-START.
           MOVE SQL-REIM-NUM TO WS-FORM-NUM.
           OPEN OUTPUT F-FORM.
           IF WS-FORM-STATUS NOT EQUAL '00'
               MOVE '9' TO LK-ES-RC
               GO TO END-2300-WRITE-FORM
           END-IF.

           MOVE ALL '-' TO R-FORM.
           WRITE R-FORM.
           MOVE 'BULLETIN D''ADHESION - MUTUELLE BOBONIORT' TO R-FORM.
           WRITE R-FORM.
           MOVE ALL '-' TO R-FORM.
           WRITE R-FORM.

           INITIALIZE R-FORM.
           STRING 'Adherent          : '
               FUNCTION TRIM(SQL-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-LASTNAME)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Ne(e) le          : ' SQL-BIRTHD
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Numero de secu    : ' SQL-SECU
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Adresse           : ' FUNCTION TRIM(SQL-ADRESS1)
               SPACE FUNCTION TRIM(SQL-ADRESS2)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING '                    ' FUNCTION TRIM(SQL-ZIPCODE)
               SPACE FUNCTION TRIM(SQL-TOWN)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Courriel          : ' FUNCTION TRIM(SQL-MAIL)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.

           MOVE SPACES TO R-FORM.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Contrat           : ' SQL-REIM-NUM
               ' (' FUNCTION TRIM(WS-PRODUCT-LABEL) ')'
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Date d''effet      : ' SQL-START-DATE
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           MOVE SQL-COST TO WS-Z-COST.
           INITIALIZE R-FORM.
           STRING 'Cotisation        : ' WS-Z-COST
               ' EUR par mois, paiement ' FUNCTION TRIM(WS-FREQ-LABEL)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           MOVE SPACES TO R-FORM.
           WRITE R-FORM.
           MOVE 'L''adherent certifie l''exactitude des renseignements'
               TO R-FORM.
           WRITE R-FORM.
           MOVE 'ci-dessus et adhere aux conditions generales.'
               TO R-FORM.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Demande de signature electronique no '
               SQL-ESIGN-NUM ' du ' SQL-EVENT-DATE
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.

           IF SQL-MANDATE-REF NOT EQUAL SPACES
               PERFORM 2310-WRITE-MANDATE-START
                  THRU END-2310-WRITE-MANDATE
           END-IF.

           MOVE SPACES TO R-FORM.
           WRITE R-FORM.
           MOVE ALL '-' TO R-FORM.
           WRITE R-FORM.

           PERFORM 2320-APPEND-SCHEDULE-START
              THRU END-2320-APPEND-SCHEDULE.
           CLOSE F-FORM.
       END-2300-WRITE-FORM.
           EXIT.

      ******************************************************************
      *    [RD] Joint au dossier la derniere version des conditions    *
      *    particulieres du contrat (condpart.cbl), s'il y en a une.   *
      ******************************************************************
       2320-APPEND-SCHEDULE-START.
           INITIALIZE SQL-SCHED-PATH.
           EXEC SQL
               SELECT SCHED_PATH
               INTO :SQL-SCHED-PATH
               FROM CONTRACT_SCHEDULE
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
               ORDER BY SCHED_VERSION DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               GO TO END-2320-APPEND-SCHEDULE
           END-IF.
           MOVE SQL-SCHED-PATH TO WS-SCHED-PATH.
           OPEN INPUT F-SCHED.
           IF WS-SCHED-STATUS NOT EQUAL '00'
               GO TO END-2320-APPEND-SCHEDULE
           END-IF.
           MOVE SPACES TO R-FORM.
           WRITE R-FORM.
           MOVE 'N' TO WS-SCHED-EOF.
           PERFORM UNTIL WS-SCHED-EOF EQUAL 'O'
               READ F-SCHED
                   AT END
                       MOVE 'O' TO WS-SCHED-EOF
                   NOT AT END
                       MOVE R-SCHED TO R-FORM
                       WRITE R-FORM
               END-READ
           END-PERFORM.
           CLOSE F-SCHED.
       END-2320-APPEND-SCHEDULE.
           EXIT.

      ******************************************************************
      *    [RD] Mandat de prelevement SEPA ; l'IBAN n'est jamais       *
      *    imprime en entier, seuls ses 4 derniers caracteres.         *
      ******************************************************************
       2310-WRITE-MANDATE-START.
           MOVE SPACES TO R-FORM.
           WRITE R-FORM.
           MOVE ALL '-' TO R-FORM.
           WRITE R-FORM.
           MOVE 'MANDAT DE PRELEVEMENT SEPA' TO R-FORM.
           WRITE R-FORM.
           MOVE ALL '-' TO R-FORM.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Reference (RUM)   : ' FUNCTION TRIM(SQL-MANDATE-REF)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Creancier         : ' FUNCTION TRIM(WS-ORG-NAME)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'ICS               : ' FUNCTION TRIM(WS-ORG-ICS)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           INITIALIZE R-FORM.
           STRING 'Debiteur          : '
               FUNCTION TRIM(SQL-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-LASTNAME)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           MOVE SPACES TO WS-IBAN-MASK.
           IF FUNCTION LENGTH(FUNCTION TRIM(SQL-IBAN)) > 4
               STRING 'IBAN se terminant par '
                   SQL-IBAN(FUNCTION LENGTH(FUNCTION TRIM(SQL-IBAN))
                   - 3:4)
                   DELIMITED BY SIZE INTO WS-IBAN-MASK
               END-STRING
           ELSE
               MOVE 'IBAN enregistre au dossier' TO WS-IBAN-MASK
           END-IF.
           INITIALIZE R-FORM.
           STRING 'Compte a debiter  : ' FUNCTION TRIM(WS-IBAN-MASK)
               DELIMITED BY SIZE INTO R-FORM
           END-STRING.
           WRITE R-FORM.
           MOVE 'Type de paiement  : recurrent' TO R-FORM.
           WRITE R-FORM.
           MOVE SPACES TO R-FORM.
           WRITE R-FORM.
           MOVE
               'En signant ce mandat, le debiteur autorise le creancier'
               TO R-FORM.
           WRITE R-FORM.
           MOVE
               'a envoyer des instructions a sa banque pour debiter son'
               TO R-FORM.
           WRITE R-FORM.
           MOVE 'compte, conformement aux instructions du creancier.'
               TO R-FORM.
           WRITE R-FORM.
       END-2310-WRITE-MANDATE.
           EXIT.

      ******************************************************************
      *    [RD] Fichier de demande pour le prestataire : une ligne     *
      *    d'en-tete puis numero ; courriel ; nom ; prenom ; contrat ; *
      *    dossier a signer ; mandat.                                  *
      ******************************************************************
       2400-WRITE-REQUEST-START.
           MOVE SQL-ESIGN-NUM TO WS-REQUEST-NUM.
           OPEN OUTPUT F-REQUEST.
           IF WS-REQUEST-STATUS NOT EQUAL '00'
               MOVE '9' TO LK-ES-RC
               GO TO END-2400-WRITE-REQUEST
           END-IF.
           MOVE 'DEMANDE;COURRIEL;NOM;PRENOM;CONTRAT;DOSSIER;MANDAT'
               TO R-REQUEST.
           WRITE R-REQUEST.
           INITIALIZE R-REQUEST.
           STRING SQL-ESIGN-NUM ';'
               FUNCTION TRIM(SQL-MAIL) ';'
               FUNCTION TRIM(SQL-LASTNAME) ';'
               FUNCTION TRIM(SQL-FIRSTNAME) ';'
               FUNCTION TRIM(SQL-REIM-NUM) ';'
               FUNCTION TRIM(WS-FORM-PATH) ';'
               FUNCTION TRIM(SQL-MANDATE-REF)
               DELIMITED BY SIZE INTO R-REQUEST
           END-STRING.
           WRITE R-REQUEST.
           CLOSE F-REQUEST.
       END-2400-WRITE-REQUEST.
           EXIT.

      ******************************************************************
      *    [RD] Dossier signe : la demande doit etre en attente.       *
      ******************************************************************
       3000-SIGNED-START.
           PERFORM 6000-READ-REQUEST-START
              THRU END-6000-READ-REQUEST.
           IF LK-ES-RC NOT EQUAL '1' OR SQL-STATUS NOT = 'EN_ATTENTE'
               GO TO END-3000-SIGNED
           END-IF.
           MOVE LK-ES-FILE TO SQL-SIGNED-FILE.
           IF SQL-SIGNED-FILE EQUAL SPACES
               MOVE '2' TO LK-ES-RC
               GO TO END-3000-SIGNED
           END-IF.

      *    [RD] bulletin signe au dossier de l'adherent, numerote
      *    comme docsave.cbl.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext('DOCUMENT'))
           END-EXEC.
           MOVE ZERO TO SQL-DOC-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(DOCUMENT_NUM), 0) + 1
               INTO :SQL-DOC-NUM
               FROM CUSTOMER_DOCUMENT
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-3000-SIGNED
           END-IF.
           INITIALIZE SQL-DOC-YMD.
           STRING SQL-EVENT-DATE(1:4) SQL-EVENT-DATE(6:2)
                  SQL-EVENT-DATE(9:2)
                  DELIMITED BY SIZE INTO SQL-DOC-YMD
           END-STRING.
           EXEC SQL
               INSERT INTO CUSTOMER_DOCUMENT
                   (UUID_CUSTOMER, DOCUMENT_NUM, DOCUMENT_DATE,
                    DOCUMENT_TYPE, DOCUMENT_FILENAME)
               VALUES
                   (:SQL-CUS-UUID, :SQL-DOC-NUM, :SQL-DOC-YMD,
                    'ENROLLMENT_FORM', TRIM(:SQL-SIGNED-FILE))
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-3000-SIGNED
           END-IF.

      *    [RD] reference a l'index des documents (docindex.cbl).
           INITIALIZE SQL-DOC-PATH.
           STRING WS-SIGNED-FOLDER FUNCTION TRIM(SQL-SIGNED-FILE)
               DELIMITED BY SIZE INTO SQL-DOC-PATH
           END-STRING.
           EXEC SQL
               INSERT INTO DOCUMENT_INDEX
                   (UUID_CUSTOMER, DOC_TYPE, DOC_DATE, DOC_PATH,
                    DOC_REF)
               VALUES
                   (:SQL-CUS-UUID, 'ADHESION', :SQL-EVENT-DATE,
                    TRIM(:SQL-DOC-PATH), :SQL-ESIGN-NUM)
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-3000-SIGNED
           END-IF.

      *    [RD] contrat et mandat actives.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'EN_COURS'
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
                 AND REIMBURSEMENT_STATUS = 'A_SIGNER'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL FIN
               MOVE '9' TO LK-ES-RC
               GO TO END-3000-SIGNED
           END-IF.
           IF SQL-MANDATE-REF NOT EQUAL SPACES
               EXEC SQL
                   UPDATE CUSTOMER_MANDATE
                   SET MANDATE_ACTIVE = '1',
                       MANDATE_SIGN_DATE = :SQL-EVENT-DATE
                   WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                     AND MANDATE_REF = TRIM(:SQL-MANDATE-REF)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL FIN
                   MOVE '9' TO LK-ES-RC
                   GO TO END-3000-SIGNED
               END-IF
           END-IF.

           EXEC SQL
               UPDATE ESIGN_REQUEST
               SET ESIGN_STATUS = 'SIGNE',
                   ESIGN_STATUS_DATE = :SQL-EVENT-DATE,
                   ESIGN_SIGNED_FILE = TRIM(:SQL-SIGNED-FILE)
               WHERE ESIGN_NUM = :SQL-ESIGN-NUM
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-3000-SIGNED
           END-IF.
           MOVE '0' TO LK-ES-RC.
       END-3000-SIGNED.
           EXIT.

      ******************************************************************
      *    [RD] Refus, expiration chez le prestataire ou annulation    *
      *    apres relances : la demande est close et le contrat, qui    *
      *    n'a jamais pris effet, passe NON_SIGNE.                     *
      ******************************************************************
       4000-NOT-SIGNED-START.
           PERFORM 6000-READ-REQUEST-START
              THRU END-6000-READ-REQUEST.
           IF LK-ES-RC NOT EQUAL '1' OR SQL-STATUS NOT = 'EN_ATTENTE'
               GO TO END-4000-NOT-SIGNED
           END-IF.
           MOVE WS-NEW-STATUS TO SQL-STATUS.
           EXEC SQL
               UPDATE ESIGN_REQUEST
               SET ESIGN_STATUS = TRIM(:SQL-STATUS),
                   ESIGN_STATUS_DATE = :SQL-EVENT-DATE
               WHERE ESIGN_NUM = :SQL-ESIGN-NUM
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-4000-NOT-SIGNED
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'NON_SIGNE'
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
                 AND REIMBURSEMENT_STATUS = 'A_SIGNER'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL FIN
               MOVE '9' TO LK-ES-RC
               GO TO END-4000-NOT-SIGNED
           END-IF.
           MOVE '0' TO LK-ES-RC.
       END-4000-NOT-SIGNED.
           EXIT.

      ******************************************************************
      *    [RD] Relance envoyee par esigbat.cbl : compteur et date.    *
      ******************************************************************
       5000-REMINDER-START.
           PERFORM 6000-READ-REQUEST-START
              THRU END-6000-READ-REQUEST.
           IF LK-ES-RC NOT EQUAL '1' OR SQL-STATUS NOT = 'EN_ATTENTE'
               GO TO END-5000-REMINDER
           END-IF.
           EXEC SQL
               UPDATE ESIGN_REQUEST
               SET ESIGN_NB_REMINDERS =
                       COALESCE(ESIGN_NB_REMINDERS, 0) + 1,
                   ESIGN_LAST_REMINDER = :SQL-EVENT-DATE
               WHERE ESIGN_NUM = :SQL-ESIGN-NUM
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-5000-REMINDER
           END-IF.
           MOVE '0' TO LK-ES-RC.
       END-5000-REMINDER.
           EXIT.

      ******************************************************************
      *    [RD] Lit la demande LK-ES-NUM : adherent, contrat, mandat   *
      *    et statut courant ; demande inconnue : code '2'.            *
      ******************************************************************
       6000-READ-REQUEST-START.
           MOVE LK-ES-NUM TO SQL-ESIGN-NUM.
           INITIALIZE SQL-CUS-UUID SQL-REIM-NUM SQL-MANDATE-REF
                      SQL-STATUS.
           EXEC SQL
               SELECT UUID_CUSTOMER, REIMBURSEMENT_NUM,
                      COALESCE(MANDATE_REF, ''), ESIGN_STATUS
               INTO :SQL-CUS-UUID, :SQL-REIM-NUM, :SQL-MANDATE-REF,
                    :SQL-STATUS
               FROM ESIGN_REQUEST
               WHERE ESIGN_NUM = :SQL-ESIGN-NUM
           END-EXEC.
           IF SQLCODE EQUAL FIN
               MOVE '2' TO LK-ES-RC
               GO TO END-6000-READ-REQUEST
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-ES-RC
               GO TO END-6000-READ-REQUEST
           END-IF.
           MOVE SQL-CUS-UUID TO LK-ES-CUS-UUID.
           MOVE SQL-REIM-NUM TO LK-ES-REIM-NUM.
       END-6000-READ-REQUEST.
           EXIT.
