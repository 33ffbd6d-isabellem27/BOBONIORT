      *      clos sont refusees apres cette date (rembsave.cbl), et   *
      *      la cotisation est recalculee comme le fait ucback.cbl    *
      *      sur un changement familial (recalcost.cbl).              *
      * MAJ RD le 15/10/2026 : la cloture d'un ayant droit met en     *
      *      file sa radiation NOEMIE aupres de la CPAM (noemlnk.cbl).*
      * MAJ RD le 15/10/2026 : saisie du certificat de scolarite d'un *
      *      enfant ayant droit pour une annee scolaire, range dans   *
      *      CUSTOMER_DOCUMENT (SCHOOL_CERT) et lu par la limite      *
      *      d'age mensuelle (depage.cbl).                            *
      * MAJ RD le 15/10/2026 : la cloture d'un ayant droit emet une   *
      *      nouvelle version des conditions particulieres            *
      *      (condpart.cbl).                                          *
      * MAJ RD le 15/10/2026 : saisie de l'IBAN propre d'un ayant     *
      *      droit (enfant majeur, conjoint separe) : mise en attente *
      *      d'approbation a quatre yeux (IBAN_PENDING, ibanappr.cbl) *
      *      comme un changement d'IBAN de l'adherent (ucback.cbl).   *
      ******************************************************************

       DATA DIVISION.
       01  SC-END-FIRSTNAME     PIC X(20) VALUE SPACES.
       01  SC-END-DATE          PIC 9(08) VALUE ZERO.
       01  SC-END-REASON        PIC X(20) VALUE SPACES.
      *    [RD] le 15/10/2026 : certificat de scolarite de l'enfant
      *    designe par nom et prenom, annee scolaire debutant en
      *    SC-CERT-YEAR.
       01  WS-DEP-CERT          PIC X(01).
       01  SC-CERT-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-CERT-YEAR-END     PIC 9(04) VALUE ZERO.
      *    [RD] le 15/10/2026 : IBAN propre de l'ayant droit designe
      *    par nom et prenom, soumis a approbation.
       01  WS-DEP-IBAN          PIC X(01).
       01  SC-DEP-IBAN          PIC X(34) VALUE SPACES.
       01  WS-ERROR-MESSAGE     PIC X(45).
       01  WS-DEP-INDEX         PIC 9(01) VALUE 0.
       01  WS-DEP-ROW-1.
       01  SQL-END-FIRSTNAME    PIC X(20).
       01  SQL-END-REASON       PIC X(20).
       01  SQL-END-RELATION     PIC X(10).
       01  SQL-END-DEP-NUM      PIC 9(08).
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-MAX-DOC-NUM      PIC 9(08).
       01  SQL-DOC-NUM          PIC 9(08).
       01  SQL-DOC-DATE         PIC X(08).
       01  SQL-DOC-FILENAME     PIC X(50).
       01  SQL-SCHOOL-YEAR      PIC X(09).
      *    [RD] le 15/10/2026 : IBAN de l'ayant droit et cle du
      *    coffre des IBAN chiffres au repos (datprot.cbl).
       01  SQL-NEW-IBAN         PIC X(34).
       01  SQL-OLD-IBAN         PIC X(34).
       01  SQL-VAULT-KEY        PIC X(16) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  FIN                  PIC S9(9) VALUE 100.
      *    [RD] le 15/10/2026 : radiation NOEMIE de l'ayant droit clos.
       01  WS-NL-EVENT          PIC X(01) VALUE 'F'.
       01  WS-NL-RC             PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : conditions particulieres (condpart.cbl).
       01  WS-CONDPART.
           05 WS-CP-ACTION        PIC X(01).
           05 WS-CP-CUS-UUID      PIC X(36).
           05 WS-CP-REASON        PIC X(20).
           05 WS-CP-RIDER-CODE    PIC X(10).
           05 WS-CP-DATE          PIC X(10).
           05 WS-CP-VERSION       PIC 9(03).
           05 WS-CP-PATH          PIC X(100).
           05 WS-CP-RC            PIC X(01).

       LINKAGE SECTION.
       01 LK-CUSTOMER.
       0000-START-MAIN.
           INITIALIZE WS-MENU-RETURN WS-DEP-ENTRY WS-DEP-LOOKUP
               WS-DEP-END SC-END-LASTNAME SC-END-FIRSTNAME
               SC-END-DATE SC-END-REASON WS-DEP-CERT SC-CERT-YEAR
               WS-DEP-IBAN SC-DEP-IBAN
               WS-ERROR-MESSAGE WS-DEP-ROW-1 WS-DEP-ROW-2
               WS-DEP-ROW-3 WS-DEP-ROW-4 WS-DEP-ROW-5.

                  THRU 2300-END-END-DEP
               MOVE SPACES TO WS-DEP-END
               GO TO 2000-START-SCREEN
           ELSE IF FUNCTION UPPER-CASE(WS-DEP-CERT)
               EQUAL 'O' THEN
      *    [RD] le 15/10/2026 : certificat de scolarite saisi.
               PERFORM 2400-START-SCHOOL-CERT
                  THRU 2400-END-SCHOOL-CERT
               MOVE SPACES TO WS-DEP-CERT
               GO TO 2000-START-SCREEN
           ELSE IF FUNCTION UPPER-CASE(WS-DEP-IBAN)
               EQUAL 'O' THEN
      *    [RD] le 15/10/2026 : IBAN de l'ayant droit saisi.
               PERFORM 2500-START-DEP-IBAN
                  THRU 2500-END-DEP-IBAN
               MOVE SPACES TO WS-DEP-IBAN
               GO TO 2000-START-SCREEN
           ELSE
              MOVE 'Veuillez entrer "O" pour confirmer.'
              TO WS-ERROR-MESSAGE

      *    [RD] la relation de l'ayant droit decide du recalcul :
      *    seule la cloture d'un enfant reduit le nombre d'enfants.
           INITIALIZE SQL-END-RELATION SQL-END-DEP-NUM.
           EXEC SQL
               SELECT DEPENDENT_RELATION, DEPENDENT_NUM
               INTO :SQL-END-RELATION, :SQL-END-DEP-NUM
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND UPPER(TRIM(DEPENDENT_LASTNAME))
                   GO TO 2300-END-END-DEP
               END-IF
           END-IF.
      *    [RD] le 15/10/2026 : radiation NOEMIE a la date de fin.
           CALL 'noemlnk' USING LK-CUS-UUID, WS-NL-EVENT,
               SQL-END-DEP-NUM, SQL-DEP-END-DATE, WS-NL-RC
           END-CALL.
           IF WS-NL-RC NOT = '0' THEN
               MOVE 'Erreur radiation NOEMIE de l''ayant droit.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2300-END-END-DEP
           END-IF.
           CALL 'recalcost' USING BY REFERENCE LK-CUS-UUID
           END-CALL.
      *    [RD] le 15/10/2026 : nouvelle version des conditions
      *    particulieres sans l'ayant droit clos.
           INITIALIZE WS-CONDPART.
           MOVE 'E' TO WS-CP-ACTION.
           MOVE LK-CUS-UUID TO WS-CP-CUS-UUID.
           MOVE 'AYANT DROIT' TO WS-CP-REASON.
           CALL 'condpart' USING WS-CONDPART
           END-CALL.
           IF WS-CP-RC = '9' THEN
               MOVE 'Erreur conditions particulieres.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2300-END-END-DEP
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       2300-END-END-DEP.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : enregistre le certificat de scolarite  *
      *    de l'enfant designe par nom et prenom pour l'annee scolaire *
      *    AAAA-AAAA debutant en SC-CERT-YEAR. Le document porte le    *
      *    numero de l'ayant droit et l'annee ; la limite d'age        *
      *    mensuelle (depage.cbl) le lit pour maintenir l'enfant       *
      *    couvert jusqu'a 26 ans.                                     *
      ******************************************************************
       2400-START-SCHOOL-CERT.
           IF SC-END-LASTNAME EQUAL SPACES
              OR SC-CERT-YEAR < 2000 THEN
               MOVE 'Nom et annee scolaire obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO 2400-END-SCHOOL-CERT
           END-IF.

           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 2400-END-SCHOOL-CERT
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DOCUMENT (
                   UUID_CUSTOMER    VARCHAR(36),
                   DOCUMENT_NUM     INT,
                   DOCUMENT_DATE    VARCHAR(08),
                   DOCUMENT_TYPE    VARCHAR(20),
                   DOCUMENT_FILENAME VARCHAR(50)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DOCUMENT
               ADD COLUMN IF NOT EXISTS DOCUMENT_DEP_NUM INT
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DOCUMENT
               ADD COLUMN IF NOT EXISTS DOCUMENT_SCHOOL_YEAR
                   VARCHAR(09)
           END-EXEC.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-END-LASTNAME))
               TO SQL-END-LASTNAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-END-FIRSTNAME))
               TO SQL-END-FIRSTNAME.
           INITIALIZE SQL-END-DEP-NUM.
           EXEC SQL
               SELECT DEPENDENT_NUM
               INTO :SQL-END-DEP-NUM
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND UPPER(DEPENDENT_RELATION) = 'CHILD'
                 AND UPPER(TRIM(DEPENDENT_LASTNAME))
                     = :SQL-END-LASTNAME
                 AND UPPER(TRIM(DEPENDENT_FIRSTNAME))
                     = :SQL-END-FIRSTNAME
                 AND DEPENDENT_END_DATE IS NULL
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Enfant introuvable ou deja clos.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2400-END-SCHOOL-CERT
           END-IF.

           COMPUTE WS-CERT-YEAR-END = SC-CERT-YEAR + 1.
           INITIALIZE SQL-SCHOOL-YEAR SQL-DOC-FILENAME.
           STRING SC-CERT-YEAR '-' WS-CERT-YEAR-END
               DELIMITED BY SIZE INTO SQL-SCHOOL-YEAR
           END-STRING.
           STRING 'CERTIFICAT-SCOLARITE-' SQL-SCHOOL-YEAR
               DELIMITED BY SIZE INTO SQL-DOC-FILENAME
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SQL-DOC-DATE.

      *    [RD] numerotation des documents sous verrou, comme
      *    docsave.cbl.
           MOVE 'DOCUMENT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-MAX-DOC-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(DOCUMENT_NUM), 0)
               INTO :SQL-MAX-DOC-NUM
               FROM CUSTOMER_DOCUMENT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur numerotation document.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2400-END-SCHOOL-CERT
           END-IF.
           COMPUTE SQL-DOC-NUM = SQL-MAX-DOC-NUM + 1.

           EXEC SQL
               INSERT INTO CUSTOMER_DOCUMENT
                   (UUID_CUSTOMER, DOCUMENT_NUM, DOCUMENT_DATE,
                    DOCUMENT_TYPE, DOCUMENT_FILENAME,
                    DOCUMENT_DEP_NUM, DOCUMENT_SCHOOL_YEAR)
               VALUES
                   (:LK-CUS-UUID, :SQL-DOC-NUM, :SQL-DOC-DATE,
                    'SCHOOL_CERT', :SQL-DOC-FILENAME,
                    :SQL-END-DEP-NUM, :SQL-SCHOOL-YEAR)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement du certificat.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2400-END-SCHOOL-CERT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE 'CERTIFICAT DE SCOLARITE ENREGISTRE.'
               TO WS-ERROR-MESSAGE.
           INITIALIZE SC-END-LASTNAME SC-END-FIRSTNAME SC-CERT-YEAR.
       2400-END-SCHOOL-CERT.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : IBAN propre de l'ayant droit designe   *
      *    par nom et prenom (enfant majeur autonome, conjoint separe  *
      *    qui a regle la facture). Comme un changement d'IBAN de      *
      *    l'adherent (ucback.cbl), il n'est pas applique ici : la     *
      *    demande est mise en attente (IBAN_PENDING, numero de        *
      *    l'ayant droit) et un second utilisateur l'approuve ou la    *
      *    rejette (ibanappr.cbl). Approuve, l'IBAN recoit les         *
      *    remboursements de l'ayant droit (claimpay.cbl).             *
      ******************************************************************
       2500-START-DEP-IBAN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-DEP-IBAN))
               TO SQL-NEW-IBAN.
           IF SC-END-LASTNAME EQUAL SPACES
              OR SQL-NEW-IBAN EQUAL SPACES THEN
               MOVE 'Nom et IBAN de l''ayant droit obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO 2500-END-DEP-IBAN
           END-IF.
           IF SQL-NEW-IBAN(1:2) IS NOT ALPHABETIC
              OR SQL-NEW-IBAN(3:2) IS NOT NUMERIC THEN
               MOVE 'IBAN invalide (pays et cle attendus).'
                   TO WS-ERROR-MESSAGE
               GO TO 2500-END-DEP-IBAN
           END-IF.

           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur de connexion a la base de donnees.'
                   TO WS-ERROR-MESSAGE
               GO TO 2500-END-DEP-IBAN
           END-IF.

           MOVE 'VAULT_KEY' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC = '0' THEN
               MOVE WS-CONF-VALUE(1:16) TO SQL-VAULT-KEY
           ELSE
               MOVE SPACES TO SQL-VAULT-KEY
           END-IF.
           EXEC SQL
               CREATE EXTENSION IF NOT EXISTS pgcrypto
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_END_DATE
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN VARCHAR(34)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_ENC BYTEA
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_SUSPECT
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.

      *    [RD] l'IBAN en vigueur de l'ayant droit peut vivre dans le
      *    coffre (datprot.cbl) : lu dechiffre pour la demande.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-END-LASTNAME))
               TO SQL-END-LASTNAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-END-FIRSTNAME))
               TO SQL-END-FIRSTNAME.
           INITIALIZE SQL-END-DEP-NUM SQL-OLD-IBAN.
           EXEC SQL
               SELECT DEPENDENT_NUM,
                      COALESCE(NULLIF(TRIM(DEPENDENT_IBAN), ''),
                      CASE WHEN TRIM(:SQL-VAULT-KEY) <> ''
                            AND DEPENDENT_IBAN_ENC IS NOT NULL
                           THEN pgp_sym_decrypt(DEPENDENT_IBAN_ENC,
                                :SQL-VAULT-KEY)
                           ELSE '' END, '')
               INTO :SQL-END-DEP-NUM, :SQL-OLD-IBAN
               FROM CUSTOMER_DEPENDENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND UPPER(TRIM(DEPENDENT_LASTNAME))
                     = :SQL-END-LASTNAME
                 AND UPPER(TRIM(DEPENDENT_FIRSTNAME))
                     = :SQL-END-FIRSTNAME
                 AND DEPENDENT_END_DATE IS NULL
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Ayant droit introuvable ou deja clos.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2500-END-DEP-IBAN
           END-IF.
           IF FUNCTION TRIM(SQL-OLD-IBAN) = SQL-NEW-IBAN THEN
               MOVE 'IBAN identique a celui en vigueur.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2500-END-DEP-IBAN
           END-IF.

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
               ADD COLUMN IF NOT EXISTS DEPENDENT_NUM INT DEFAULT 0
           END-EXEC.
           EXEC SQL
               INSERT INTO IBAN_PENDING
                   (UUID_CUSTOMER, OLD_IBAN, NEW_IBAN, REQUEST_DATE,
                    PENDING_STATUS, DEPENDENT_NUM)
                   VALUES
                   (:LK-CUS-UUID, :SQL-OLD-IBAN, :SQL-NEW-IBAN,
                    CAST(CURRENT_DATE AS VARCHAR), 'EN_ATTENTE',
                    :SQL-END-DEP-NUM)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise en attente de l''IBAN.'
                   TO WS-ERROR-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 2500-END-DEP-IBAN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE 'IBAN EN ATTENTE D''APPROBATION.'
               TO WS-ERROR-MESSAGE.
           INITIALIZE SC-END-LASTNAME SC-END-FIRSTNAME SC-DEP-IBAN.
       2500-END-DEP-IBAN.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : charge la connexion depuis la          *
      *    configuration centralisee (getconf.cbl), une seule fois     *
