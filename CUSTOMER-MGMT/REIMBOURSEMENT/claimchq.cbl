      ******************************************************************
      *    [RD] Paiement par lettre-cheque des demandes approuvees     *
      *    des adherents sans IBAN.                                    *
      *    claimpay.cbl ecarte les adherents sans IBAN : leurs         *
      *    demandes restaient APPROUVE et les cheques etaient faits a  *
      *    la main hors du systeme. Ce traitement reprend, avec les    *
      *    memes regles d'eligibilite que claimpay.cbl (seconde        *
      *    approbation, liste noire, droits CPAM, hors tiers payant),  *
      *    les demandes approuvees des adherents sans IBAN :           *
      *      - un cheque par adherent, numerote dans le registre       *
      *        CHEQUE_REGISTER (numero, beneficiaire, montant, date    *
      *        d'emission, statut EMIS / ENCAISSE / ANNULE / PERIME) ; *
      *      - les indus ouverts sont compenses comme sur un virement ;*
      *      - une lettre-cheque par adherent dans le fichier          *
      *        d'impression LCHQ-AAAAMMJJ.txt : en-tete ORG_PROFILE,   *
      *        detail des demandes reglees, talon du cheque ;          *
      *      - le decompte de chaque demande (rembdecompte.cbl) ;      *
      *      - les demandes passent PAYE avec le numero du cheque      *
      *        (CHQ + 7 chiffres) en reference de paiement ;           *
      *      - le registre du jour CHQ-REG-AAAAMMJJ.dat liste les      *
      *        cheques emis et le total des cheques en circulation,    *
      *        chiffre de rapprochement du compte bancaire.            *
      *    En tete de traitement, les cheques EMIS depuis plus d'un an *
      *    sans encaissement passent PERIME (chqcancel.cbl) et leurs   *
      *    demandes repartent au paiement.                             *
      *    Appele par chqfront.cbl (ecran, via menudata.cbl) ou par    *
      *    l'ordonnanceur batsched.cbl apres claimpay.cbl, dans une    *
      *    connexion deja ouverte par l'appelant.                      *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Feuilles de soins : les lignes d'une      *
      *    feuille ne sont reglees qu'une fois toutes decidees, comme  *
      *    dans claimpay.cbl ; la lettre detaille chaque ligne mais un *
      *    seul decompte est produit par feuille.                      *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. claimchq RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LETTER
           ASSIGN TO WS-LETTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT F-REGISTER
           ASSIGN TO WS-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-LETTER
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-LETTER             PIC X(80).

       FD  F-REGISTER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REGISTER       PIC X(120).

       WORKING-STORAGE SECTION.
      *    [RD] cle du coffre des donnees bancaires (getconf.cbl) :
      *    un IBAN chiffre au repos ne doit pas passer pour absent.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
      *    [RD] synthese mensuelle (sumbill.cbl).
       01  WS-SB-MEASURE        PIC X(01) VALUE SPACE.
       01  WS-SB-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-SB-UUID           PIC X(36) VALUE SPACES.
      *    [RD] annulation d'un cheque perime (chqcancel.cbl).
       01  WS-CXL-NUM           PIC 9(07) VALUE ZERO.
       01  WS-CXL-STATUS        PIC X(10) VALUE SPACES.
       01  WS-CXL-RC            PIC X(01) VALUE SPACE.
       01  WS-SQL-LIB           PIC X(80)  VALUE SPACES.
       01  WS-NB-MEMBER         PIC 9(05)  VALUE ZERO.
       01  WS-NB-CLAIM          PIC 9(05)  VALUE ZERO.
       01  WS-NB-CHEQUE         PIC 9(05)  VALUE ZERO.
       01  WS-NB-EXPIRED        PIC 9(05)  VALUE ZERO.
       01  WS-TOTAL-PAID        PIC 9(09)  VALUE ZERO.
       01  WS-TOTAL-CHEQUE      PIC 9(09)  VALUE ZERO.
       01  WS-TOTAL-RECOVERED   PIC 9(09)  VALUE ZERO.
       01  WS-Z-TOTAL           PIC Z(08)9.
       01  WS-Z-AMOUNT          PIC Z(08)9.
       01  WS-Z-CLAIM-OWED      PIC Z(04)9.
      *    [RD] montant protege du talon du cheque.
       01  WS-P-AMOUNT          PIC *(08)9.
       01  WS-Z-NB              PIC Z(04)9.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.

       01  WS-LETTER-PATH.
           03 WS-LETTER-FOLDER  PIC X(22)
              VALUE './REIMBOURSEMENT/LCHQ-'                     .
           03 WS-LETTER-DATE    PIC 9(08).
           03 WS-LETTER-FORMAT  PIC X(04)  VALUE '.txt'.

       01  WS-REGISTER-PATH.
           03 WS-REGISTER-FOLDER PIC X(25)
              VALUE './REIMBOURSEMENT/CHQ-REG-'                  .
           03 WS-REGISTER-DATE  PIC 9(08).
           03 WS-REGISTER-FORMAT PIC X(04) VALUE '.dat'.

       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-SEP1     PIC X(01) VALUE '-'.
           03 WS-TODAY-MONTH    PIC 9(02).
           03 WS-TODAY-SEP2     PIC X(01) VALUE '-'.
           03 WS-TODAY-DAY      PIC 9(02).
      *    [RD] limite de validite : un cheque se presente dans l'annee.
       01  WS-EXPIRY-DATE.
           03 WS-EXPIRY-YEAR    PIC 9(04).
           03 WS-EXPIRY-SEP1    PIC X(01) VALUE '-'.
           03 WS-EXPIRY-MONTH   PIC 9(02).
           03 WS-EXPIRY-SEP2    PIC X(01) VALUE '-'.
           03 WS-EXPIRY-DAY     PIC 9(02).

      *    [RD] numero de demande passe a rembdecompte.cbl
       01  WS-DEC-CLAIM-NUM     PIC 9(08)  VALUE ZERO.
       01  WS-DEC-LAST-SHEET    PIC 9(08)  VALUE ZERO.

      *    [RD] reference de paiement : CHQ + numero du cheque
       01  WS-CHQ-REF.
           03 WS-CHQ-PREFIX     PIC X(03)  VALUE 'CHQ'.
           03 WS-CHQ-REF-NUM    PIC 9(07)  VALUE ZERO.

      *    [RD] lignes de la lettre-cheque
       01  WS-LETTER.
           03 WS-L-SPACES       PIC X(80) VALUE SPACES.
           03 WS-L-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-L-CUT          PIC X(80) VALUE ALL '- '.
           03 WS-L-PAGE         PIC X(80) VALUE ALL '='.
           03 WS-L-TITLE        PIC X(40)
              VALUE 'REGLEMENT DE VOS REMBOURSEMENTS'.
           03 WS-L-INTRO-1      PIC X(80)
              VALUE 'Nous n''avons pas vos coordonnees bancaires : vos r
      -             'emboursements vous sont regles'.
           03 WS-L-INTRO-2      PIC X(80)
              VALUE 'par la lettre-cheque ci-dessous. Communiquez-nous v
      -             'otre IBAN pour etre rembourse'.
           03 WS-L-INTRO-3      PIC X(80)
              VALUE 'desormais par virement.'.
           03 WS-L-HEADER       PIC X(80)
              VALUE
              'Demande   Date soins  Prestation            Rembourse'.
           03 WS-L-TOTAL        PIC X(26)
              VALUE 'Total des remboursements :'.
           03 WS-L-INDUS        PIC X(26)
              VALUE 'Indus deduits            :'.
           03 WS-L-NET          PIC X(26)
              VALUE 'Montant du cheque        :'.
           03 WS-L-PAY          PIC X(26)
              VALUE 'PAYEZ CONTRE CE CHEQUE   :'.
           03 WS-L-ORDER        PIC X(26)
              VALUE 'A L''ORDRE DE             :'.
           03 WS-L-NUMBER       PIC X(26)
              VALUE 'Lettre-cheque numero     :'.
           03 WS-L-VALIDITY     PIC X(80)
              VALUE 'Cheque non endossable, valable un an a compter de s
      -             'a date d''emission.'.
           03 WS-L-THANK        PIC X(25)
              VALUE 'Merci de votre confiance.'.

      *    [RD] en-tete de l'organisme (ORG_PROFILE, orgparam.cbl) ;
      *    les VALUE restent le repli si la table est vide.
       01  WS-ORG-NAME          PIC X(40)
           VALUE 'MUTUELLE BOBONIORT'.
       01  WS-ORG-ADRESS-1      PIC X(40)
           VALUE '12 rue des Bobos'.
       01  WS-ORG-ADRESS-2      PIC X(40)
           VALUE '75007 Boboland, France'.
       01  WS-ORG-CONTACT       PIC X(80) VALUE SPACES.
       01  WS-ORG-LOGO-1        PIC X(60) VALUE SPACES.
       01  WS-ORG-LOGO-2        PIC X(60) VALUE SPACES.

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-ADRESS1      PIC X(50).
       01  SQL-CUS-ADRESS2      PIC X(50).
       01  SQL-CUS-ZIPCODE      PIC X(15).
       01  SQL-CUS-TOWN         PIC X(30).
       01  SQL-SUM-OWED         PIC 9(09).
       01  SQL-SUM-GROSS        PIC 9(09).
       01  SQL-NB-CLAIM         PIC 9(05).
       01  SQL-TODAY            PIC X(10).
       01  SQL-EXPIRY-DATE      PIC X(10).
       01  SQL-PAY-REF          PIC X(16).
       01  SQL-DEC-CLAIM-NUM    PIC 9(08).
       01  SQL-DEC-CLAIM-DATE   PIC X(08).
       01  SQL-DEC-CATEGORY     PIC X(20).
       01  SQL-DEC-OWED         PIC 9(05).
       01  SQL-DEC-SHEET        PIC 9(08).
       01  SQL-SECOND-APPROVAL  PIC 9(05) VALUE 1000.
       01  SQL-VAULT-KEY        PIC X(16) VALUE SPACES.
      *    [RD] registre des cheques.
       01  SQL-CHQ-NUM          PIC 9(07).
       01  SQL-CHQ-PAYEE        PIC X(45).
       01  SQL-CHQ-OUT-NB       PIC 9(05).
       01  SQL-CHQ-OUT-SUM      PIC 9(09).
      *    [RD] compensation des indus ouverts (readjud.cbl).
       01  SQL-INDUS-LEFT       PIC 9(09).
       01  SQL-IND-NUM          PIC 9(08).
       01  SQL-IND-AMOUNT       PIC 9(09).
       01  SQL-IND-RECOV        PIC 9(09).
       01  SQL-IND-USE          PIC 9(09).
      *    [RD] en-tete de l'organisme.
       01  SQL-ORG-NAME         PIC X(40)  VALUE SPACES.
       01  SQL-ORG-ADRESS1      PIC X(40)  VALUE SPACES.
       01  SQL-ORG-ADRESS2      PIC X(40)  VALUE SPACES.
       01  SQL-ORG-PHONE        PIC X(14)  VALUE SPACES.
       01  SQL-ORG-MAIL         PIC X(50)  VALUE SPACES.
       01  SQL-ORG-SIREN        PIC X(09)  VALUE SPACES.
       01  SQL-ORG-LOGO1        PIC X(60)  VALUE SPACES.
       01  SQL-ORG-LOGO2        PIC X(60)  VALUE SPACES.
       01  SQL-DOC-PATH         PIC X(100) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-NB-PAID           PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-PAID.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (chqfront.cbl ou batsched.cbl), comme pour claimpay.cbl.
           MOVE 'VAULT_KEY' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC NOT = '0'
               DISPLAY 'CLE VAULT_KEY ABSENTE DE LA CONFIGURATION'
               DISPLAY '(CONFIG/boboniort.conf) - CHEQUES ANNULES.'
               GOBACK
           END-IF.
           MOVE WS-CONF-VALUE(1:16) TO SQL-VAULT-KEY.

           PERFORM 1000-INITIALIZATION-START
              THRU END-1000-INITIALIZATION.

           PERFORM 1500-EXPIRE-CHEQUES-START
              THRU END-1500-EXPIRE-CHEQUES.

           PERFORM 2000-SWEEP-MEMBERS-START
              THRU END-2000-SWEEP-MEMBERS.

           PERFORM 3000-CLOSE-REGISTER-START
              THRU END-3000-CLOSE-REGISTER.

           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMMIT LETTRES-CHEQUES' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE WS-NB-CLAIM TO LK-NB-PAID.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Date du jour, tables du registre, en-tete de           *
      *    l'organisme, ouverture des fichiers du jour.                *
      ******************************************************************
       1000-INITIALIZATION-START.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-LETTER-DATE.
           MOVE WS-BATCH-DATE TO WS-REGISTER-DATE.
           MOVE WS-BATCH-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE WS-BATCH-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE WS-BATCH-DATE(7:2) TO WS-TODAY-DAY.
           MOVE WS-TODAY-DATE TO SQL-TODAY.
           COMPUTE WS-EXPIRY-YEAR = WS-TODAY-YEAR - 1.
           MOVE WS-TODAY-MONTH TO WS-EXPIRY-MONTH.
           MOVE WS-TODAY-DAY TO WS-EXPIRY-DAY.
           MOVE WS-EXPIRY-DATE TO SQL-EXPIRY-DATE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS CHEQUE_REGISTER (
                   CHQ_NUM         INT,
                   UUID_CUSTOMER   VARCHAR(36),
                   CHQ_PAYEE       VARCHAR(45),
                   CHQ_AMOUNT      NUMERIC(9),
                   CHQ_GROSS       NUMERIC(9),
                   CHQ_ISSUE_DATE  VARCHAR(10),
                   CHQ_STATUS      VARCHAR(10),
                   CHQ_STATUS_DATE VARCHAR(10),
                   CHQ_PAYMENT_REF VARCHAR(16)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CHEQUE_REGISTER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] memes garanties de colonnes que claimpay.cbl, le
      *    traitement pouvant tourner seul depuis l'ecran.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAID_DATE VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAYMENT_REF VARCHAR(16)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_SHEET_NUM INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_LINE_NUM INTEGER
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_INDUS (
                   UUID_CUSTOMER   VARCHAR(36),
                   INDUS_NUM       INT,
                   INDUS_CLAIM_NUM INT,
                   INDUS_DATE      VARCHAR(10),
                   INDUS_AMOUNT    NUMERIC(9),
                   INDUS_RECOVERED NUMERIC(9) DEFAULT 0,
                   INDUS_STATUS    VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(SECOND_APPROVAL_AMOUNT, 1000)
               INTO :SQL-SECOND-APPROVAL
               FROM CLAIM_ANOM_PARAM
               WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 1000 TO SQL-SECOND-APPROVAL
               MOVE ZERO TO SQLCODE
           END-IF.

           PERFORM 0800-LOAD-ORG-PROFILE-START
              THRU END-0800-LOAD-ORG-PROFILE.

           OPEN OUTPUT F-LETTER.
           OPEN OUTPUT F-REGISTER.
           INITIALIZE REC-F-REGISTER.
           STRING 'LETTRES-CHEQUES;' FUNCTION TRIM(WS-ORG-NAME) ';'
               WS-BATCH-DATE ';EUR'
               DELIMITED BY SIZE
               INTO REC-F-REGISTER
           END-STRING.
           WRITE REC-F-REGISTER.
       END-1000-INITIALIZATION.
           EXIT.

      ******************************************************************
      *    [RD] Cheques emis depuis plus d'un an et jamais encaisses : *
      *    declares PERIMES (chqcancel.cbl), leurs demandes repartent  *
      *    au paiement.                                                *
      ******************************************************************
       1500-EXPIRE-CHEQUES-START.
           EXEC SQL
               DECLARE CRSEXP CURSOR FOR
               SELECT CHQ_NUM
               FROM CHEQUE_REGISTER
               WHERE CHQ_STATUS = 'EMIS'
                 AND CHQ_ISSUE_DATE < :SQL-EXPIRY-DATE
               ORDER BY CHQ_NUM
           END-EXEC.
           EXEC SQL OPEN CRSEXP END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSEXP INTO :SQL-CHQ-NUM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-CHQ-NUM TO WS-CXL-NUM
                       MOVE 'PERIME' TO WS-CXL-STATUS
                       CALL 'chqcancel' USING WS-CXL-NUM,
                           WS-CXL-STATUS, WS-CXL-RC
                       END-CALL
                       IF  WS-CXL-RC EQUAL '0'
                           ADD 1 TO WS-NB-EXPIRED
                           DISPLAY 'CHEQUE PERIME : ' SQL-CHQ-NUM
                       END-IF
                       MOVE ZERO TO SQLCODE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSEXP :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSEXP END-EXEC.
       END-1500-EXPIRE-CHEQUES.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les adherents sans IBAN ayant au moins une    *
      *    demande approuvee payable, cumule le montant du.            *
      ******************************************************************
       2000-SWEEP-MEMBERS-START.
           MOVE ZERO TO SQLCODE.
           EXEC SQL
               DECLARE CRSCHQ CURSOR FOR
               SELECT CUSTOMER.UUID_CUSTOMER,
                      CUSTOMER.CUSTOMER_LASTNAME,
                      CUSTOMER.CUSTOMER_FIRSTNAME,
                      COALESCE(CUSTOMER.CUSTOMER_ADRESS1, ''),
                      COALESCE(CUSTOMER.CUSTOMER_ADRESS2, ''),
                      COALESCE(CUSTOMER.CUSTOMER_ZIPCODE, ''),
                      COALESCE(CUSTOMER.CUSTOMER_TOWN, ''),
                      SUM(CUSTOMER_CLAIM.CLAIM_OWED),
                      COUNT(*)
               FROM CUSTOMER_CLAIM
               INNER JOIN CUSTOMER
                   ON CUSTOMER.UUID_CUSTOMER
                    = CUSTOMER_CLAIM.UUID_CUSTOMER
               WHERE CUSTOMER_CLAIM.CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
      *          [RD] sans IBAN en clair ni au coffre (datprot.cbl) :
      *          ceux-la sont payes par virement (claimpay.cbl).
                 AND COALESCE(NULLIF(TRIM(
                     CUSTOMER.CUSTOMER_CODE_IBAN), ''),
                     pgp_sym_decrypt(CUSTOMER.CUSTOMER_IBAN_ENC,
                     :SQL-VAULT-KEY), '') = ''
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_TIERS_PAYANT,
                     '0') <> '1'
                 AND (CUSTOMER_CLAIM.CLAIM_OWED
                      <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CUSTOMER_CLAIM.CLAIM_REVIEWER2, '')
                      <> '')
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_BLACKLISTED,
                     '0') <> '1'
                 AND NOT EXISTS
                     (SELECT 1 FROM BLACKLIST B
                       WHERE ((B.BL_TYPE = 'ADHERENT'
                               AND B.BL_UUID =
                               CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                    AS VARCHAR))
                           OR (B.BL_TYPE = 'PRATICIEN'
                               AND B.BL_RPPS <> ''
                               AND B.BL_RPPS = COALESCE(
                               CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                               '')))
                         AND B.BL_START_DATE <= :SQL-TODAY
                         AND (COALESCE(B.BL_END_DATE, '') = ''
                              OR B.BL_END_DATE >= :SQL-TODAY))
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER CU
                       WHERE CU.UUID_CUSTOMER
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
               GROUP BY CUSTOMER.UUID_CUSTOMER,
                        CUSTOMER.CUSTOMER_LASTNAME,
                        CUSTOMER.CUSTOMER_FIRSTNAME,
                        CUSTOMER.CUSTOMER_ADRESS1,
                        CUSTOMER.CUSTOMER_ADRESS2,
                        CUSTOMER.CUSTOMER_ZIPCODE,
                        CUSTOMER.CUSTOMER_TOWN
               ORDER BY CUSTOMER.CUSTOMER_LASTNAME
           END-EXEC.

           EXEC SQL
               OPEN CRSCHQ
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCHQ
                   INTO :SQL-CUS-UUID,
                        :SQL-CUS-LASTNAME,
                        :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-ADRESS1,
                        :SQL-CUS-ADRESS2,
                        :SQL-CUS-ZIPCODE,
                        :SQL-CUS-TOWN,
                        :SQL-SUM-OWED,
                        :SQL-NB-CLAIM
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-MEMBER
                       PERFORM 2100-PAY-ONE-MEMBER-START
                          THRU END-2100-PAY-ONE-MEMBER
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSCHQ :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSCHQ
           END-EXEC.
       END-2000-SWEEP-MEMBERS.
           EXIT.

      ******************************************************************
      *    [RD] Emet la lettre-cheque de l'adherent courant, l'inscrit *
      *    au registre et marque ses demandes payees. Un montant       *
      *    entierement compense par des indus ne donne pas de cheque   *
      *    (reference COMPENSE-INDUS, comme claimpay.cbl).             *
      ******************************************************************
       2100-PAY-ONE-MEMBER-START.
           MOVE SQL-SUM-OWED TO SQL-SUM-GROSS.
           MOVE SQL-SUM-OWED TO WS-SB-AMOUNT.
           PERFORM 2050-OFFSET-INDUS-START
              THRU END-2050-OFFSET-INDUS.

           IF  SQL-SUM-OWED > ZERO
      *        [RD] numero suivant du registre, tire une fois le
      *        cheque certain.
               EXEC SQL
                   SELECT COALESCE(MAX(CHQ_NUM), 0) + 1
                   INTO :SQL-CHQ-NUM
                   FROM CHEQUE_REGISTER
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'NUMERO DE CHEQUE' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               MOVE SQL-CHQ-NUM TO WS-CHQ-REF-NUM
               MOVE WS-CHQ-REF TO SQL-PAY-REF
               INITIALIZE SQL-CHQ-PAYEE
               STRING FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
                   FUNCTION TRIM(SQL-CUS-LASTNAME)
                   DELIMITED BY SIZE INTO SQL-CHQ-PAYEE
               END-STRING
           ELSE
               MOVE 'COMPENSE-INDUS  ' TO SQL-PAY-REF
               DISPLAY 'CHEQUE ENTIEREMENT COMPENSE PAR INDUS : '
                   SQL-CUS-LASTNAME
           END-IF.

      *    [RD] lettre-cheque : en-tete, destinataire, detail des
      *    demandes (decompte de chacune au passage), talon.
           IF  SQL-SUM-OWED > ZERO
               PERFORM 2200-WRITE-LETTER-HEAD-START
                  THRU END-2200-WRITE-LETTER-HEAD
           END-IF.
           PERFORM 2300-LIST-CLAIMS-START
              THRU END-2300-LIST-CLAIMS.
           IF  SQL-SUM-OWED > ZERO
               PERFORM 2400-WRITE-LETTER-FOOT-START
                  THRU END-2400-WRITE-LETTER-FOOT
               PERFORM 2500-REGISTER-CHEQUE-START
                  THRU END-2500-REGISTER-CHEQUE
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_STATUS = 'PAYE',
                   CLAIM_PAID_DATE = :SQL-TODAY,
                   CLAIM_PAYMENT_REF = :SQL-PAY-REF
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CLAIM_TIERS_PAYANT, '0') <> '1'
                 AND (CLAIM_OWED <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CLAIM_REVIEWER2, '') <> '')
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_BLACKLISTED,
                     '0') <> '1'
                 AND NOT EXISTS
                     (SELECT 1 FROM BLACKLIST B
                       WHERE ((B.BL_TYPE = 'ADHERENT'
                               AND B.BL_UUID =
                               CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                    AS VARCHAR))
                           OR (B.BL_TYPE = 'PRATICIEN'
                               AND B.BL_RPPS <> ''
                               AND B.BL_RPPS = COALESCE(
                               CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                               '')))
                         AND B.BL_START_DATE <= :SQL-TODAY
                         AND (COALESCE(B.BL_END_DATE, '') = ''
                              OR B.BL_END_DATE >= :SQL-TODAY))
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER CU
                       WHERE CU.UUID_CUSTOMER
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'UPDATE CLAIM PAYE CHEQUE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] synthese mensuelle (sumbill.cbl) : prestations
      *    payees, en brut avant compensation d'indus.
           MOVE 'P' TO WS-SB-MEASURE.
           MOVE SQL-CUS-UUID TO WS-SB-UUID.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.

           ADD SQL-NB-CLAIM TO WS-NB-CLAIM.
           ADD SQL-SUM-GROSS TO WS-TOTAL-PAID.
       END-2100-PAY-ONE-MEMBER.
           EXIT.

      ******************************************************************
      *    [RD] Compense les indus ouverts de l'adherent (CLAIM_INDUS, *
      *    readjud.cbl) sur le montant du cheque, les plus anciens     *
      *    d'abord, exactement comme sur un virement (claimpay.cbl).   *
      ******************************************************************
       2050-OFFSET-INDUS-START.
           MOVE ZERO TO SQL-INDUS-LEFT.
           EXEC SQL
               SELECT COALESCE(SUM(INDUS_AMOUNT - INDUS_RECOVERED),
                      0)
               INTO :SQL-INDUS-LEFT
               FROM CLAIM_INDUS
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND INDUS_STATUS = 'OUVERT'
           END-EXEC.
           IF  SQL-INDUS-LEFT = ZERO OR SQL-SUM-OWED = ZERO
               GO TO END-2050-OFFSET-INDUS
           END-IF.

           EXEC SQL
               DECLARE CRSINDUS CURSOR FOR
               SELECT INDUS_NUM, INDUS_AMOUNT,
                      COALESCE(INDUS_RECOVERED, 0)
               FROM CLAIM_INDUS
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND INDUS_STATUS = 'OUVERT'
               ORDER BY INDUS_NUM
           END-EXEC.
           EXEC SQL OPEN CRSINDUS END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSINDUS
                   INTO :SQL-IND-NUM, :SQL-IND-AMOUNT,
                        :SQL-IND-RECOV
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2060-RECOVER-ONE-INDUS-START
                          THRU END-2060-RECOVER-ONE-INDUS
                       IF  SQL-SUM-OWED = ZERO
                           MOVE 100 TO SQLCODE
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSINDUS :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSINDUS END-EXEC.
       END-2050-OFFSET-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] Recupere un indus sur le cheque, a concurrence du      *
      *    montant restant a verser.                                   *
      ******************************************************************
       2060-RECOVER-ONE-INDUS-START.
           COMPUTE SQL-IND-USE = SQL-IND-AMOUNT - SQL-IND-RECOV.
           IF  SQL-IND-USE > SQL-SUM-OWED
               MOVE SQL-SUM-OWED TO SQL-IND-USE
           END-IF.
           IF  SQL-IND-USE = ZERO
               GO TO END-2060-RECOVER-ONE-INDUS
           END-IF.
           ADD SQL-IND-USE TO SQL-IND-RECOV.
           IF  SQL-IND-RECOV NOT LESS SQL-IND-AMOUNT
               EXEC SQL
                   UPDATE CLAIM_INDUS
                   SET INDUS_RECOVERED = :SQL-IND-RECOV,
                       INDUS_STATUS = 'SOLDE'
                   WHERE INDUS_NUM = :SQL-IND-NUM
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CLAIM_INDUS
                   SET INDUS_RECOVERED = :SQL-IND-RECOV
                   WHERE INDUS_NUM = :SQL-IND-NUM
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'UPDATE CLAIM_INDUS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           SUBTRACT SQL-IND-USE FROM SQL-SUM-OWED.
           ADD SQL-IND-USE TO WS-TOTAL-RECOVERED.
       END-2060-RECOVER-ONE-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] En-tete de la lettre-cheque : organisme, destinataire, *
      *    date, numero du cheque et texte d'introduction.             *
      ******************************************************************
       2200-WRITE-LETTER-HEAD-START.
           IF  WS-ORG-LOGO-1 NOT EQUAL SPACES
               WRITE R-LETTER FROM WS-ORG-LOGO-1
           END-IF.
           IF  WS-ORG-LOGO-2 NOT EQUAL SPACES
               WRITE R-LETTER FROM WS-ORG-LOGO-2
           END-IF.
           WRITE R-LETTER FROM WS-ORG-NAME.
           WRITE R-LETTER FROM WS-ORG-ADRESS-1.
           WRITE R-LETTER FROM WS-ORG-ADRESS-2.
           IF  WS-ORG-CONTACT NOT EQUAL SPACES
               WRITE R-LETTER FROM WS-ORG-CONTACT
           END-IF.
           WRITE R-LETTER FROM WS-L-DASH.
           WRITE R-LETTER FROM WS-L-SPACES.

      *    [RD] bloc adresse du destinataire, cale a droite.
           MOVE SPACES TO R-LETTER.
           MOVE SQL-CHQ-PAYEE TO R-LETTER(41:40).
           WRITE R-LETTER.
           MOVE SPACES TO R-LETTER.
           MOVE SQL-CUS-ADRESS1 TO R-LETTER(41:40).
           WRITE R-LETTER.
           IF  SQL-CUS-ADRESS2 NOT EQUAL SPACES
               MOVE SPACES TO R-LETTER
               MOVE SQL-CUS-ADRESS2 TO R-LETTER(41:40)
               WRITE R-LETTER
           END-IF.
           MOVE SPACES TO R-LETTER.
           STRING FUNCTION TRIM(SQL-CUS-ZIPCODE) SPACE
               FUNCTION TRIM(SQL-CUS-TOWN)
               DELIMITED BY SIZE INTO R-LETTER(41:40)
           END-STRING.
           WRITE R-LETTER.
           WRITE R-LETTER FROM WS-L-SPACES.
           MOVE SPACES TO R-LETTER.
           STRING 'Le ' WS-TODAY-DAY '/' WS-TODAY-MONTH '/'
               WS-TODAY-YEAR
               DELIMITED BY SIZE INTO R-LETTER(41:40)
           END-STRING.
           WRITE R-LETTER.
           WRITE R-LETTER FROM WS-L-SPACES.

           WRITE R-LETTER FROM WS-L-TITLE.
           INITIALIZE R-LETTER.
           STRING WS-L-NUMBER SPACE SQL-CHQ-NUM
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           WRITE R-LETTER FROM WS-L-SPACES.
           WRITE R-LETTER FROM WS-L-INTRO-1.
           WRITE R-LETTER FROM WS-L-INTRO-2.
           WRITE R-LETTER FROM WS-L-INTRO-3.
           WRITE R-LETTER FROM WS-L-SPACES.
           WRITE R-LETTER FROM WS-L-HEADER.
           WRITE R-LETTER FROM WS-L-DASH.
       END-2200-WRITE-LETTER-HEAD.
           EXIT.

      ******************************************************************
      *    [RD] Detail des demandes reglees par le cheque ; le         *
      *    decompte de chacune est genere au passage                   *
      *    (rembdecompte.cbl), avant le marquage PAYE.                 *
      ******************************************************************
       2300-LIST-CLAIMS-START.
           EXEC SQL
               DECLARE CRSCHQL CURSOR FOR
               SELECT CLAIM_NUM, CLAIM_DATE, CLAIM_CATEGORY,
                      CLAIM_OWED, COALESCE(CLAIM_SHEET_NUM, 0)
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CLAIM_TIERS_PAYANT, '0') <> '1'
                 AND (CLAIM_OWED <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CLAIM_REVIEWER2, '') <> '')
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_BLACKLISTED,
                     '0') <> '1'
                 AND NOT EXISTS
                     (SELECT 1 FROM BLACKLIST B
                       WHERE ((B.BL_TYPE = 'ADHERENT'
                               AND B.BL_UUID =
                               CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                    AS VARCHAR))
                           OR (B.BL_TYPE = 'PRATICIEN'
                               AND B.BL_RPPS <> ''
                               AND B.BL_RPPS = COALESCE(
                               CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                               '')))
                         AND B.BL_START_DATE <= :SQL-TODAY
                         AND (COALESCE(B.BL_END_DATE, '') = ''
                              OR B.BL_END_DATE >= :SQL-TODAY))
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER CU
                       WHERE CU.UUID_CUSTOMER
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
      *          [RD] le 15/10/2026 : lignes d'une meme feuille
      *          consecutives, pour un seul decompte par feuille.
               ORDER BY CLAIM_SHEET_NUM, CLAIM_NUM
           END-EXEC.
           MOVE ZERO TO WS-DEC-LAST-SHEET.
           EXEC SQL OPEN CRSCHQL END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCHQL
                   INTO :SQL-DEC-CLAIM-NUM, :SQL-DEC-CLAIM-DATE,
                        :SQL-DEC-CATEGORY, :SQL-DEC-OWED,
                        :SQL-DEC-SHEET
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF  SQL-SUM-OWED > ZERO
                           MOVE SQL-DEC-OWED TO WS-Z-CLAIM-OWED
                           INITIALIZE R-LETTER
                           STRING SQL-DEC-CLAIM-NUM '  '
                               SQL-DEC-CLAIM-DATE(7:2) '/'
                               SQL-DEC-CLAIM-DATE(5:2) '/'
                               SQL-DEC-CLAIM-DATE(1:4) '  '
                               SQL-DEC-CATEGORY '  '
                               WS-Z-CLAIM-OWED ' euros'
                               DELIMITED BY SIZE INTO R-LETTER
                           END-STRING
                           WRITE R-LETTER
                       END-IF
                       IF  SQL-DEC-SHEET = ZERO
                           OR SQL-DEC-SHEET NOT = WS-DEC-LAST-SHEET
                           MOVE SQL-DEC-CLAIM-NUM TO WS-DEC-CLAIM-NUM
                           CALL 'rembdecompte' USING BY REFERENCE
                               WS-DEC-CLAIM-NUM
                           END-CALL
                       END-IF
                       MOVE SQL-DEC-SHEET TO WS-DEC-LAST-SHEET
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSCHQL :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSCHQL END-EXEC.
       END-2300-LIST-CLAIMS.
           EXIT.

      ******************************************************************
      *    [RD] Totaux de la lettre et talon du cheque, montant        *
      *    protege par des asterisques.                                *
      ******************************************************************
       2400-WRITE-LETTER-FOOT-START.
           WRITE R-LETTER FROM WS-L-DASH.
           MOVE SQL-SUM-GROSS TO WS-Z-AMOUNT.
           INITIALIZE R-LETTER.
           STRING WS-L-TOTAL SPACE FUNCTION TRIM(WS-Z-AMOUNT)
               ' euros'
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           IF  SQL-SUM-GROSS > SQL-SUM-OWED
               COMPUTE WS-Z-AMOUNT = SQL-SUM-GROSS - SQL-SUM-OWED
               INITIALIZE R-LETTER
               STRING WS-L-INDUS SPACE FUNCTION TRIM(WS-Z-AMOUNT)
                   ' euros'
                   DELIMITED BY SIZE INTO R-LETTER
               END-STRING
               WRITE R-LETTER
           END-IF.
           MOVE SQL-SUM-OWED TO WS-Z-AMOUNT.
           INITIALIZE R-LETTER.
           STRING WS-L-NET SPACE FUNCTION TRIM(WS-Z-AMOUNT)
               ' euros'
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           WRITE R-LETTER FROM WS-L-SPACES.
           WRITE R-LETTER FROM WS-L-THANK.
           WRITE R-LETTER FROM WS-L-SPACES.

      *    [RD] talon detachable : le cheque lui-meme.
           WRITE R-LETTER FROM WS-L-CUT.
           WRITE R-LETTER FROM WS-L-SPACES.
           MOVE SQL-SUM-OWED TO WS-P-AMOUNT.
           INITIALIZE R-LETTER.
           STRING WS-L-PAY SPACE WS-P-AMOUNT ',00 EUR'
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           INITIALIZE R-LETTER.
           STRING WS-L-ORDER SPACE FUNCTION TRIM(SQL-CHQ-PAYEE)
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           INITIALIZE R-LETTER.
           STRING WS-L-NUMBER SPACE SQL-CHQ-NUM
               '   Le ' WS-TODAY-DAY '/' WS-TODAY-MONTH '/'
               WS-TODAY-YEAR
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           INITIALIZE R-LETTER.
           STRING 'Tireur : ' FUNCTION TRIM(WS-ORG-NAME)
               DELIMITED BY SIZE INTO R-LETTER
           END-STRING.
           WRITE R-LETTER.
           WRITE R-LETTER FROM WS-L-VALIDITY.
           WRITE R-LETTER FROM WS-L-SPACES.
           WRITE R-LETTER FROM WS-L-PAGE.
       END-2400-WRITE-LETTER-FOOT.
           EXIT.

      ******************************************************************
      *    [RD] Inscrit le cheque au registre (base et fichier du      *
      *    jour) et reference la lettre a l'index des documents.       *
      ******************************************************************
       2500-REGISTER-CHEQUE-START.
           EXEC SQL
               INSERT INTO CHEQUE_REGISTER
                   (CHQ_NUM, UUID_CUSTOMER, CHQ_PAYEE, CHQ_AMOUNT,
                    CHQ_GROSS, CHQ_ISSUE_DATE, CHQ_STATUS,
                    CHQ_STATUS_DATE, CHQ_PAYMENT_REF)
               VALUES
                   (:SQL-CHQ-NUM, :SQL-CUS-UUID, :SQL-CHQ-PAYEE,
                    :SQL-SUM-OWED, :SQL-SUM-GROSS, :SQL-TODAY,
                    'EMIS', :SQL-TODAY, :SQL-PAY-REF)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT CHEQUE_REGISTER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE SQL-SUM-OWED TO WS-Z-AMOUNT.
           INITIALIZE REC-F-REGISTER.
           STRING SQL-CHQ-NUM ';'
               FUNCTION TRIM(SQL-CHQ-PAYEE) ';'
               FUNCTION TRIM(WS-Z-AMOUNT) ';'
               SQL-PAY-REF ';EMIS'
               DELIMITED BY SIZE
               INTO REC-F-REGISTER
           END-STRING.
           WRITE REC-F-REGISTER.

           MOVE WS-LETTER-PATH TO SQL-DOC-PATH.
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
               INSERT INTO DOCUMENT_INDEX
                   (UUID_CUSTOMER, DOC_TYPE, DOC_DATE, DOC_PATH,
                    DOC_REF)
               VALUES
                   (:SQL-CUS-UUID, 'LETTRE-CHQ', :SQL-TODAY,
                    :SQL-DOC-PATH, :SQL-CHQ-NUM)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'REFERENCE INDEX DES DOCUMENTS' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           ADD 1 TO WS-NB-CHEQUE.
           ADD SQL-SUM-OWED TO WS-TOTAL-CHEQUE.
       END-2500-REGISTER-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Pied du registre du jour : cheques emis, puis total    *
      *    des cheques encore en circulation (EMIS), a rapprocher du   *
      *    solde bancaire.                                             *
      ******************************************************************
       3000-CLOSE-REGISTER-START.
           MOVE WS-TOTAL-CHEQUE TO WS-Z-TOTAL.
           MOVE WS-NB-CHEQUE TO WS-Z-NB.
           INITIALIZE REC-F-REGISTER.
           STRING 'TOTAL-EMIS;' FUNCTION TRIM(WS-Z-NB) ';'
               FUNCTION TRIM(WS-Z-TOTAL)
               DELIMITED BY SIZE
               INTO REC-F-REGISTER
           END-STRING.
           WRITE REC-F-REGISTER.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CHQ_AMOUNT), 0)
               INTO :SQL-CHQ-OUT-NB, :SQL-CHQ-OUT-SUM
               FROM CHEQUE_REGISTER
               WHERE CHQ_STATUS = 'EMIS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-CHQ-OUT-NB SQL-CHQ-OUT-SUM
           END-IF.
           MOVE SQL-CHQ-OUT-SUM TO WS-Z-TOTAL.
           MOVE SQL-CHQ-OUT-NB TO WS-Z-NB.
           INITIALIZE REC-F-REGISTER.
           STRING 'EN-CIRCULATION;' FUNCTION TRIM(WS-Z-NB) ';'
               FUNCTION TRIM(WS-Z-TOTAL)
               DELIMITED BY SIZE
               INTO REC-F-REGISTER
           END-STRING.
           WRITE REC-F-REGISTER.
           CLOSE F-REGISTER.
           CLOSE F-LETTER.
       END-3000-CLOSE-REGISTER.
           EXIT.

      ******************************************************************
      *    [RD] Charge l'en-tete de l'organisme depuis ORG_PROFILE     *
      *    (orgparam.cbl) ; a defaut de ligne, l'identite compilee     *
      *    dans le programme sert de repli (meme logique que           *
      *    rembdecompte.cbl).                                          *
      ******************************************************************
       0800-LOAD-ORG-PROFILE-START.
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
              SELECT ORG_NAME, ORG_ADRESS1, ORG_ADRESS2,
                     COALESCE(ORG_PHONE, ''),
                     COALESCE(ORG_MAIL, ''),
                     COALESCE(ORG_SIREN, ''),
                     COALESCE(ORG_LOGO1, ''),
                     COALESCE(ORG_LOGO2, '')
                 INTO :SQL-ORG-NAME, :SQL-ORG-ADRESS1,
                      :SQL-ORG-ADRESS2, :SQL-ORG-PHONE,
                      :SQL-ORG-MAIL, :SQL-ORG-SIREN,
                      :SQL-ORG-LOGO1, :SQL-ORG-LOGO2
                 FROM ORG_PROFILE
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE ZERO TO SQLCODE
              GO TO END-0800-LOAD-ORG-PROFILE
           END-IF.
           MOVE SQL-ORG-NAME TO WS-ORG-NAME.
           MOVE SQL-ORG-ADRESS1 TO WS-ORG-ADRESS-1.
           MOVE SQL-ORG-ADRESS2 TO WS-ORG-ADRESS-2.
           MOVE SQL-ORG-LOGO1 TO WS-ORG-LOGO-1.
           MOVE SQL-ORG-LOGO2 TO WS-ORG-LOGO-2.
           INITIALIZE WS-ORG-CONTACT.
           STRING 'Tel ' FUNCTION TRIM(SQL-ORG-PHONE)
              ' - ' FUNCTION TRIM(SQL-ORG-MAIL)
              ' - SIREN ' FUNCTION TRIM(SQL-ORG-SIREN)
              DELIMITED BY SIZE INTO WS-ORG-CONTACT
           END-STRING.
       END-0800-LOAD-ORG-PROFILE.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le compte-rendu du traitement.                 *
      ******************************************************************
       9100-DISPLAY-REPORT-START.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'LETTRES-CHEQUES - COMPTE-RENDU'.
           DISPLAY 'Cheques perimes (plus d''un an)    : '
               WS-NB-EXPIRED.
           DISPLAY 'Adherents sans IBAN a regler       : ' WS-NB-MEMBER.
           DISPLAY 'Demandes payees                    : ' WS-NB-CLAIM.
           DISPLAY 'Lettres-cheques emises             : '
               WS-NB-CHEQUE.
           MOVE WS-TOTAL-CHEQUE TO WS-Z-TOTAL.
           DISPLAY 'Montant total des cheques          : '
               WS-Z-TOTAL.
           MOVE WS-TOTAL-RECOVERED TO WS-Z-TOTAL.
           DISPLAY 'Indus compenses                    : '
               WS-Z-TOTAL.
           DISPLAY WS-REPORT-LINE.
       END-9100-DISPLAY-REPORT.
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
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (batsched.cbl ou
      *    chqfront.cbl) au lieu d'arreter tout le run unit.
           GOBACK.
