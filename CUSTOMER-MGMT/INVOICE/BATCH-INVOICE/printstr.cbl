      ******************************************************************
      *    [RD] Flux d'impression quotidien pour le routeur.           *
      *    geneinvo.cbl, rptbill.cbl, rembdecompte.cbl, attadh.cbl,    *
      *    attfisc.cbl et relevann.cbl ecrivent chacun leurs           *
      *    documents dans leur dossier, et tout ce que maildoc.cbl     *
      *    n'envoie pas par courriel etait imprime et mis sous pli a   *
      *    la main. Ce traitement, planifie par batsched.cbl apres     *
      *    l'envoi des documents, reprend tous les documents du jour   *
      *    references a l'index des documents (DOCUMENT_INDEX) et les  *
      *    avis SEPA partis par courrier, ne garde que les             *
      *    destinataires non servis par courriel (meme regle que       *
      *    maildoc.cbl : courriel vide ou consentement retire ;        *
      *    representant legal en vigueur via getrep.cbl ; adresse      *
      *    NPAI retenue), regroupe les documents d'un meme             *
      *    destinataire sous une seule enveloppe, trie les enveloppes  *
      *    par code postal pour le tarif d'affranchissement et ecrit   *
      *    un fichier unique au format du routeur :                    *
      *      H en-tete du flux ;                                       *
      *      E enveloppe (numero de sequence, nombre de documents et   *
      *        de pages, nom et adresse du destinataire) ;             *
      *      D document de l'enveloppe (rang, type, pages, chemin) ;   *
      *      L ligne de texte du document ;                            *
      *      T totaux du flux.                                         *
      *    Une fiche de controle des totaux l'accompagne. Chaque       *
      *    enveloppe est tracee dans PRINT_ENVELOPE (statut A POSTER), *
      *    son contenu dans PRINT_ITEM ; le compte-rendu du routeur    *
      *    est rapproche par prtback.cbl.                              *
      *    Le flux du jour n'est produit qu'une fois.                  *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. printstr RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier d'impression du jour remis au routeur.
           SELECT F-STREAM ASSIGN TO WS-STREAM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *    [RD] Fiche de controle des totaux.
           SELECT F-CONTROL ASSIGN TO WS-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      *    [RD] Document a inserer (comptage des pages, recopie).
           SELECT F-DOC ASSIGN TO WS-DOC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOC-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-STREAM
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  R-STREAM             PIC X(250).

       FD  F-CONTROL
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  R-CONTROL            PIC X(100).

       FD  F-DOC
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-DOC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-DOC-STATUS        PIC XX    VALUE SPACES.
       88  WS-DOC-STATUS-OK               VALUE '00'.
       88  WS-DOC-STATUS-EOF              VALUE '10'.

       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-STREAM-PATH.
           03 WS-ST-FOLDER      PIC X(36)
              VALUE './INVOICE/INVOICE-GENERATED/ROUTAGE-'.
           03 WS-ST-DATE        PIC 9(08).
           03 WS-ST-FORMAT      PIC X(04) VALUE '.txt'.
       01  WS-CONTROL-PATH.
           03 WS-CT-FOLDER      PIC X(45)
              VALUE './INVOICE/INVOICE-GENERATED/CONTROLE-ROUTAGE-'.
           03 WS-CT-DATE        PIC 9(08).
           03 WS-CT-FORMAT      PIC X(04) VALUE '.txt'.

       01  WS-DOC-PATH          PIC X(100) VALUE SPACES.
      *    [RD] pages du document : 60 lignes par page imprimee.
       01  WS-LINES-PER-PAGE    PIC 9(03) VALUE 60.
       01  WS-DOC-LINES         PIC 9(07) VALUE ZERO.
       01  WS-DOC-PAGES         PIC 9(05) VALUE ZERO.
       01  WS-DOC-RANK          PIC 9(03) VALUE ZERO.
       01  WS-CURRENT-SEQ       PIC 9(06) VALUE ZERO.
       01  WS-ENV-SEQ           PIC 9(06) VALUE ZERO.
       01  WS-RCPT-NAME         PIC X(40) VALUE SPACES.

       01  WS-NB-EXAMINED       PIC 9(05) VALUE ZERO.
       01  WS-NB-EMAIL          PIC 9(05) VALUE ZERO.
       01  WS-NB-NPAI           PIC 9(05) VALUE ZERO.
       01  WS-NB-MISSING        PIC 9(05) VALUE ZERO.
       01  WS-NB-DOCS           PIC 9(05) VALUE ZERO.
       01  WS-NB-ENVELOPES      PIC 9(05) VALUE ZERO.
       01  WS-NB-PAGES          PIC 9(07) VALUE ZERO.
      *    [RD] enveloppes par tranche de poids (pages).
       01  WS-NB-BAND1          PIC 9(05) VALUE ZERO.
       01  WS-NB-BAND2          PIC 9(05) VALUE ZERO.
       01  WS-NB-BAND3          PIC 9(05) VALUE ZERO.

      *    [RD] enregistrements du fichier du routeur.
       01  WS-HEAD-LINE.
           05 WS-H-TYPE         PIC X(01) VALUE 'H'.
           05 WS-H-DATE         PIC 9(08).
           05 WS-H-SENDER       PIC X(30)
              VALUE 'BOBONIORT MUTUELLE'.
           05 WS-H-LABEL        PIC X(40)
              VALUE 'FLUX D''IMPRESSION QUOTIDIEN'.
           05 FILLER            PIC X(171) VALUE SPACES.

       01  WS-ENV-LINE.
           05 WS-E-TYPE         PIC X(01) VALUE 'E'.
           05 WS-E-SEQ          PIC 9(06).
           05 WS-E-NB-DOCS      PIC 9(03).
           05 WS-E-NB-PAGES     PIC 9(05).
           05 WS-E-NAME         PIC X(40).
           05 WS-E-ADRESS1      PIC X(50).
           05 WS-E-ADRESS2      PIC X(50).
           05 WS-E-ZIPCODE      PIC X(15).
           05 WS-E-TOWN         PIC X(30).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  WS-DOC-LINE.
           05 WS-D-TYPE         PIC X(01) VALUE 'D'.
           05 WS-D-SEQ          PIC 9(06).
           05 WS-D-RANK         PIC 9(03).
           05 WS-D-PAGES        PIC 9(05).
           05 WS-D-DOC-TYPE     PIC X(12).
           05 WS-D-PATH         PIC X(100).
           05 FILLER            PIC X(123) VALUE SPACES.

       01  WS-TEXT-LINE.
           05 WS-L-TYPE         PIC X(01) VALUE 'L'.
           05 WS-L-SEQ          PIC 9(06).
           05 WS-L-TEXT         PIC X(132).
           05 FILLER            PIC X(111) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 WS-T-TYPE         PIC X(01) VALUE 'T'.
           05 WS-T-NB-ENVELOPES PIC 9(06).
           05 WS-T-NB-DOCS      PIC 9(06).
           05 WS-T-NB-PAGES     PIC 9(07).
           05 FILLER            PIC X(230) VALUE SPACES.

      *    [RD] representant legal en vigueur (getrep.cbl),
      *    destinataire du document.
       01  WS-REPRESENTATIVE.
           05 WS-REP-CUS-UUID     PIC X(36).
           05 WS-REP-DATE         PIC X(10).
           05 WS-REP-TYPE         PIC X(12).
           05 WS-REP-TYPE-LABEL   PIC X(30).
           05 WS-REP-NAME         PIC X(40).
           05 WS-REP-ADRESS1      PIC X(50).
           05 WS-REP-ADRESS2      PIC X(50).
           05 WS-REP-ZIPCODE      PIC X(15).
           05 WS-REP-TOWN         PIC X(30).
           05 WS-REP-PHONE        PIC X(10).
           05 WS-REP-MAIL         PIC X(50).
           05 WS-REP-COURT-REF    PIC X(30).
           05 WS-REP-VALID-FROM   PIC X(10).
           05 WS-REP-VALID-TO     PIC X(10).
           05 WS-REP-SCOPE        PIC X(01).
           05 WS-REP-SCOPE-LABEL  PIC X(30).
           05 WS-REP-DOC-NUM      PIC 9(08).
           05 WS-REP-RC           PIC X(01).

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TODAY            PIC X(08).
       01  SQL-TODAY-DATE       PIC X(10).
       01  SQL-CNT              PIC 9(05).
       01  SQL-CUS-UUID         PIC X(36).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-ADRESS1      PIC X(50).
       01  SQL-CUS-ADRESS2      PIC X(50).
       01  SQL-CUS-ZIPCODE      PIC X(15).
       01  SQL-CUS-TOWN         PIC X(30).
       01  SQL-CUS-MAIL         PIC X(50).
       01  SQL-CONSENT-EMAIL    PIC X(01).
       01  SQL-NPAI             PIC X(01).
       01  SQL-DOC-TYPE         PIC X(12).
       01  SQL-DOC-PATH         PIC X(100).
       01  SQL-DOC-PAGES        PIC 9(05).
       01  SQL-RCPT-NAME        PIC X(40).
       01  SQL-RCPT-ADRESS1     PIC X(50).
       01  SQL-RCPT-ADRESS2     PIC X(50).
       01  SQL-RCPT-ZIPCODE     PIC X(15).
       01  SQL-RCPT-TOWN        PIC X(30).
       01  SQL-ENV-SEQ          PIC 9(06).
       01  SQL-NB-DOCS          PIC 9(03).
       01  SQL-NB-PAGES         PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-NB-ENVELOPE       PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION USING LK-NB-ENVELOPE.
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-ENVELOPE.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-ST-DATE WS-CT-DATE WS-H-DATE.
           MOVE WS-TODAY TO SQL-TODAY.
           INITIALIZE SQL-TODAY-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TODAY-DATE
           END-STRING.

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.

      *    [RD] flux du jour deja remis au routeur : rien a refaire.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM PRINT_ENVELOPE
               WHERE STREAM_DATE = :SQL-TODAY-DATE
           END-EXEC.
           IF  SQL-CNT > ZERO
               DISPLAY 'FLUX D''IMPRESSION DU JOUR DEJA PRODUIT'
               GO TO END-0000-MAIN
           END-IF.

      *    [RD] reliquat d'un passage interrompu avant numerotation.
           EXEC SQL
               DELETE FROM PRINT_ITEM
               WHERE STREAM_DATE = :SQL-TODAY-DATE
                 AND ENV_SEQ = 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'PURGE PRINT_ITEM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM 2000-COLLECT-DOCS-START
              THRU END-2000-COLLECT-DOCS.
           PERFORM 3000-NUMBER-ENVELOPES-START
              THRU END-3000-NUMBER-ENVELOPES.

           OPEN OUTPUT F-STREAM.
           MOVE WS-HEAD-LINE TO R-STREAM.
           WRITE R-STREAM.
           PERFORM 4000-WRITE-STREAM-START
              THRU END-4000-WRITE-STREAM.
           MOVE WS-NB-ENVELOPES TO WS-T-NB-ENVELOPES.
           MOVE WS-NB-DOCS TO WS-T-NB-DOCS.
           MOVE WS-NB-PAGES TO WS-T-NB-PAGES.
           MOVE WS-TRAILER-LINE TO R-STREAM.
           WRITE R-STREAM.
           CLOSE F-STREAM.

           PERFORM 5000-CONTROL-SHEET-START
              THRU END-5000-CONTROL-SHEET.

           EXEC SQL COMMIT WORK END-EXEC.

           MOVE WS-NB-ENVELOPES TO LK-NB-ENVELOPE.
           DISPLAY 'FLUX D''IMPRESSION TERMINE'.
           DISPLAY 'Documents examines  : ' WS-NB-EXAMINED.
           DISPLAY 'Servis par courriel : ' WS-NB-EMAIL.
           DISPLAY 'Retenus adresse NPAI: ' WS-NB-NPAI.
           DISPLAY 'Documents absents   : ' WS-NB-MISSING.
           DISPLAY 'Documents imprimes  : ' WS-NB-DOCS.
           DISPLAY 'Enveloppes          : ' WS-NB-ENVELOPES.
           DISPLAY 'Pages               : ' WS-NB-PAGES.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Tables du flux et colonnes utilisees, pour les bases
      *    anterieures.
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DOCUMENT_INDEX (
                   UUID_CUSTOMER VARCHAR(36),
                   DOC_TYPE      VARCHAR(12),
                   DOC_DATE      VARCHAR(10),
                   DOC_PATH      VARCHAR(100),
                   DOC_REF       INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION DOCUMENT_INDEX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEPA_PRENOTIF (
                   UUID_INVOICE      VARCHAR(36),
                   UUID_CUSTOMER     VARCHAR(36),
                   NOTIF_DOCUMENT    VARCHAR(60),
                   NOTIF_AMOUNT      NUMERIC(9,2),
                   NOTIF_DEBIT_DATE  VARCHAR(10),
                   NOTIF_CREATE_DATE VARCHAR(10),
                   NOTIF_SENT_DATE   VARCHAR(10),
                   NOTIF_CHANNEL     VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION SEPA_PRENOTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_CONSENT_EMAIL
                   VARCHAR(1) DEFAULT '1'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_NPAI
                   VARCHAR(1) DEFAULT 'N'
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRINT_ITEM (
                   STREAM_DATE    VARCHAR(10),
                   ENV_SEQ        INT,
                   UUID_CUSTOMER  VARCHAR(36),
                   RCPT_NAME      VARCHAR(40),
                   RCPT_ADRESS1   VARCHAR(50),
                   RCPT_ADRESS2   VARCHAR(50),
                   RCPT_ZIPCODE   VARCHAR(15),
                   RCPT_TOWN      VARCHAR(30),
                   DOC_TYPE       VARCHAR(12),
                   DOC_PATH       VARCHAR(100),
                   DOC_PAGES      INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PRINT_ITEM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRINT_ENVELOPE (
                   STREAM_DATE    VARCHAR(10),
                   ENV_SEQ        INT,
                   RCPT_NAME      VARCHAR(40),
                   RCPT_ZIPCODE   VARCHAR(15),
                   RCPT_TOWN      VARCHAR(30),
                   NB_DOCS        INT,
                   NB_PAGES       INT,
                   ENV_STATUS     VARCHAR(10),
                   RETURN_DATE    VARCHAR(10),
                   REJECT_REASON  VARCHAR(60)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PRINT_ENVELOPE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Documents du jour : index des documents (factures,     *
      *    relances, decomptes, attestations, releves...) et avis SEPA *
      *    partis par courrier (maildoc.cbl), qui ne sont pas indexes. *
      ******************************************************************
       2000-COLLECT-DOCS-START.
           EXEC SQL
               DECLARE PSCRS1 CURSOR FOR
               SELECT DISTINCT D.UUID_CUSTOMER,
                      COALESCE(C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(C.CUSTOMER_ADRESS1, ''),
                      COALESCE(C.CUSTOMER_ADRESS2, ''),
                      COALESCE(C.CUSTOMER_ZIPCODE, ''),
                      COALESCE(C.CUSTOMER_TOWN, ''),
                      COALESCE(C.CUSTOMER_MAIL, ''),
                      COALESCE(C.CUSTOMER_CONSENT_EMAIL, '1'),
                      COALESCE(C.CUSTOMER_NPAI, 'N'),
                      D.DOC_TYPE, D.DOC_PATH
               FROM DOCUMENT_INDEX D
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = D.UUID_CUSTOMER
               WHERE D.DOC_DATE = :SQL-TODAY-DATE
               UNION
               SELECT N.UUID_CUSTOMER,
                      COALESCE(C.CUSTOMER_FIRSTNAME, ''),
                      COALESCE(C.CUSTOMER_LASTNAME, ''),
                      COALESCE(C.CUSTOMER_ADRESS1, ''),
                      COALESCE(C.CUSTOMER_ADRESS2, ''),
                      COALESCE(C.CUSTOMER_ZIPCODE, ''),
                      COALESCE(C.CUSTOMER_TOWN, ''),
                      COALESCE(C.CUSTOMER_MAIL, ''),
                      COALESCE(C.CUSTOMER_CONSENT_EMAIL, '1'),
                      COALESCE(C.CUSTOMER_NPAI, 'N'),
                      'AVIS SEPA',
                      './INVOICE/INVOICE-GENERATED/' ||
                      TRIM(N.NOTIF_DOCUMENT)
               FROM SEPA_PRENOTIF N
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = N.UUID_CUSTOMER
               WHERE N.NOTIF_SENT_DATE = :SQL-TODAY
                 AND N.NOTIF_CHANNEL = 'COURRIER'
           END-EXEC.
           EXEC SQL OPEN PSCRS1 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH PSCRS1
                   INTO :SQL-CUS-UUID, :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-LASTNAME, :SQL-CUS-ADRESS1,
                        :SQL-CUS-ADRESS2, :SQL-CUS-ZIPCODE,
                        :SQL-CUS-TOWN, :SQL-CUS-MAIL,
                        :SQL-CONSENT-EMAIL, :SQL-NPAI,
                        :SQL-DOC-TYPE, :SQL-DOC-PATH
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-EXAMINED
                       PERFORM 2100-KEEP-PAPER-DOC-START
                          THRU END-2100-KEEP-PAPER-DOC
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR PSCRS1 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE PSCRS1 END-EXEC.
       END-2000-COLLECT-DOCS.
           EXIT.

      ******************************************************************
      *    [RD] Document courant : destinataire (l'adherent, ou son    *
      *    representant legal en vigueur), ecarte s'il est servi par   *
      *    courriel ou si l'adresse de l'adherent est revenue NPAI ;   *
      *    sinon ses pages sont comptees et il attend son enveloppe.   *
      ******************************************************************
       2100-KEEP-PAPER-DOC-START.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE SQL-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF  WS-REP-RC EQUAL '0'
               MOVE WS-REP-MAIL TO SQL-CUS-MAIL
               MOVE '1' TO SQL-CONSENT-EMAIL
               MOVE WS-REP-NAME TO SQL-RCPT-NAME
               MOVE WS-REP-ADRESS1 TO SQL-RCPT-ADRESS1
               MOVE WS-REP-ADRESS2 TO SQL-RCPT-ADRESS2
               MOVE WS-REP-ZIPCODE TO SQL-RCPT-ZIPCODE
               MOVE WS-REP-TOWN TO SQL-RCPT-TOWN
           ELSE
               INITIALIZE WS-RCPT-NAME
               STRING FUNCTION TRIM(SQL-CUS-LASTNAME) SPACE
                   FUNCTION TRIM(SQL-CUS-FIRSTNAME)
                   DELIMITED BY SIZE INTO WS-RCPT-NAME
               END-STRING
               MOVE WS-RCPT-NAME TO SQL-RCPT-NAME
               MOVE SQL-CUS-ADRESS1 TO SQL-RCPT-ADRESS1
               MOVE SQL-CUS-ADRESS2 TO SQL-RCPT-ADRESS2
               MOVE SQL-CUS-ZIPCODE TO SQL-RCPT-ZIPCODE
               MOVE SQL-CUS-TOWN TO SQL-RCPT-TOWN
           END-IF.

           IF  FUNCTION TRIM(SQL-CUS-MAIL) NOT EQUAL SPACES
               AND SQL-CONSENT-EMAIL NOT EQUAL '0'
               ADD 1 TO WS-NB-EMAIL
               GO TO END-2100-KEEP-PAPER-DOC
           END-IF.
           IF  SQL-NPAI EQUAL 'O' AND WS-REP-RC NOT EQUAL '0'
               ADD 1 TO WS-NB-NPAI
               GO TO END-2100-KEEP-PAPER-DOC
           END-IF.

           PERFORM 2200-COUNT-PAGES-START
              THRU END-2200-COUNT-PAGES.
           IF  WS-DOC-PAGES = ZERO
               ADD 1 TO WS-NB-MISSING
               DISPLAY 'DOCUMENT ABSENT : ' FUNCTION TRIM(SQL-DOC-PATH)
               GO TO END-2100-KEEP-PAPER-DOC
           END-IF.
           MOVE WS-DOC-PAGES TO SQL-DOC-PAGES.

           EXEC SQL
               INSERT INTO PRINT_ITEM
                   (STREAM_DATE, ENV_SEQ, UUID_CUSTOMER, RCPT_NAME,
                    RCPT_ADRESS1, RCPT_ADRESS2, RCPT_ZIPCODE,
                    RCPT_TOWN, DOC_TYPE, DOC_PATH, DOC_PAGES)
                   VALUES (:SQL-TODAY-DATE, 0, :SQL-CUS-UUID,
                    TRIM(:SQL-RCPT-NAME), TRIM(:SQL-RCPT-ADRESS1),
                    TRIM(:SQL-RCPT-ADRESS2), TRIM(:SQL-RCPT-ZIPCODE),
                    TRIM(:SQL-RCPT-TOWN), TRIM(:SQL-DOC-TYPE),
                    TRIM(:SQL-DOC-PATH), :SQL-DOC-PAGES)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERTION PRINT_ITEM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2100-KEEP-PAPER-DOC.
           EXIT.

      ******************************************************************
      *    [RD] Compte les pages du document (zero si le fichier est
      *    absent ou vide).
      ******************************************************************
       2200-COUNT-PAGES-START.
           MOVE ZERO TO WS-DOC-LINES WS-DOC-PAGES.
           MOVE SQL-DOC-PATH TO WS-DOC-PATH.
           OPEN INPUT F-DOC.
           IF  NOT WS-DOC-STATUS-OK
               GO TO END-2200-COUNT-PAGES
           END-IF.
           PERFORM UNTIL NOT WS-DOC-STATUS-OK
               READ F-DOC
               IF  WS-DOC-STATUS-OK
                   ADD 1 TO WS-DOC-LINES
               END-IF
           END-PERFORM.
           CLOSE F-DOC.
           IF  WS-DOC-LINES > ZERO
               COMPUTE WS-DOC-PAGES =
                   (WS-DOC-LINES + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           END-IF.
       END-2200-COUNT-PAGES.
           EXIT.

      ******************************************************************
      *    [RD] Une enveloppe par destinataire (nom et adresse), les   *
      *    enveloppes numerotees dans l'ordre des codes postaux.       *
      ******************************************************************
       3000-NUMBER-ENVELOPES-START.
           EXEC SQL
               DECLARE PSCRS2 CURSOR FOR
               SELECT RCPT_NAME, RCPT_ADRESS1, RCPT_ADRESS2,
                      RCPT_ZIPCODE, RCPT_TOWN,
                      COUNT(*), SUM(DOC_PAGES)
               FROM PRINT_ITEM
               WHERE STREAM_DATE = :SQL-TODAY-DATE
                 AND ENV_SEQ = 0
               GROUP BY RCPT_NAME, RCPT_ADRESS1, RCPT_ADRESS2,
                        RCPT_ZIPCODE, RCPT_TOWN
               ORDER BY RCPT_ZIPCODE, RCPT_NAME, RCPT_ADRESS1
           END-EXEC.
           EXEC SQL OPEN PSCRS2 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH PSCRS2
                   INTO :SQL-RCPT-NAME, :SQL-RCPT-ADRESS1,
                        :SQL-RCPT-ADRESS2, :SQL-RCPT-ZIPCODE,
                        :SQL-RCPT-TOWN, :SQL-NB-DOCS, :SQL-NB-PAGES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-ADD-ENVELOPE-START
                          THRU END-3100-ADD-ENVELOPE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR PSCRS2 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE PSCRS2 END-EXEC.
       END-3000-NUMBER-ENVELOPES.
           EXIT.

       3100-ADD-ENVELOPE-START.
           ADD 1 TO WS-ENV-SEQ.
           MOVE WS-ENV-SEQ TO SQL-ENV-SEQ.
           ADD 1 TO WS-NB-ENVELOPES.
           ADD SQL-NB-DOCS TO WS-NB-DOCS.
           ADD SQL-NB-PAGES TO WS-NB-PAGES.
      *    [RD] tranches de poids : 1 a 3 feuilles (20 g),
      *    4 a 10 (50 g), au-dela.
           EVALUATE TRUE
               WHEN SQL-NB-PAGES NOT > 3
                   ADD 1 TO WS-NB-BAND1
               WHEN SQL-NB-PAGES NOT > 10
                   ADD 1 TO WS-NB-BAND2
               WHEN OTHER
                   ADD 1 TO WS-NB-BAND3
           END-EVALUATE.

           EXEC SQL
               INSERT INTO PRINT_ENVELOPE
                   (STREAM_DATE, ENV_SEQ, RCPT_NAME, RCPT_ZIPCODE,
                    RCPT_TOWN, NB_DOCS, NB_PAGES, ENV_STATUS)
                   VALUES (:SQL-TODAY-DATE, :SQL-ENV-SEQ,
                    TRIM(:SQL-RCPT-NAME), TRIM(:SQL-RCPT-ZIPCODE),
                    TRIM(:SQL-RCPT-TOWN), :SQL-NB-DOCS, :SQL-NB-PAGES,
                    'A POSTER')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERTION PRINT_ENVELOPE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               UPDATE PRINT_ITEM
               SET ENV_SEQ = :SQL-ENV-SEQ
               WHERE STREAM_DATE = :SQL-TODAY-DATE
                 AND ENV_SEQ = 0
                 AND RCPT_NAME = TRIM(:SQL-RCPT-NAME)
                 AND RCPT_ADRESS1 = TRIM(:SQL-RCPT-ADRESS1)
                 AND RCPT_ADRESS2 = TRIM(:SQL-RCPT-ADRESS2)
                 AND RCPT_ZIPCODE = TRIM(:SQL-RCPT-ZIPCODE)
                 AND RCPT_TOWN = TRIM(:SQL-RCPT-TOWN)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'NUMEROTATION PRINT_ITEM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3100-ADD-ENVELOPE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le flux : a chaque nouvelle enveloppe son        *
      *    enregistrement E, puis pour chaque document l'enregistre-   *
      *    ment D suivi de ses lignes L.                               *
      ******************************************************************
       4000-WRITE-STREAM-START.
           MOVE ZERO TO WS-CURRENT-SEQ.
           EXEC SQL
               DECLARE PSCRS3 CURSOR FOR
               SELECT I.ENV_SEQ, E.NB_DOCS, E.NB_PAGES,
                      I.RCPT_NAME, I.RCPT_ADRESS1, I.RCPT_ADRESS2,
                      I.RCPT_ZIPCODE, I.RCPT_TOWN,
                      I.DOC_TYPE, I.DOC_PATH, I.DOC_PAGES
               FROM PRINT_ITEM I
               JOIN PRINT_ENVELOPE E
                 ON E.STREAM_DATE = I.STREAM_DATE
                AND E.ENV_SEQ = I.ENV_SEQ
               WHERE I.STREAM_DATE = :SQL-TODAY-DATE
               ORDER BY I.ENV_SEQ, I.DOC_TYPE, I.DOC_PATH
           END-EXEC.
           EXEC SQL OPEN PSCRS3 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH PSCRS3
                   INTO :SQL-ENV-SEQ, :SQL-NB-DOCS, :SQL-NB-PAGES,
                        :SQL-RCPT-NAME, :SQL-RCPT-ADRESS1,
                        :SQL-RCPT-ADRESS2, :SQL-RCPT-ZIPCODE,
                        :SQL-RCPT-TOWN, :SQL-DOC-TYPE,
                        :SQL-DOC-PATH, :SQL-DOC-PAGES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF  SQL-ENV-SEQ NOT EQUAL WS-CURRENT-SEQ
                           PERFORM 4100-WRITE-ENVELOPE-START
                              THRU END-4100-WRITE-ENVELOPE
                       END-IF
                       PERFORM 4200-WRITE-DOCUMENT-START
                          THRU END-4200-WRITE-DOCUMENT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR PSCRS3 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE PSCRS3 END-EXEC.
       END-4000-WRITE-STREAM.
           EXIT.

       4100-WRITE-ENVELOPE-START.
           MOVE SQL-ENV-SEQ TO WS-CURRENT-SEQ.
           MOVE ZERO TO WS-DOC-RANK.
           MOVE SQL-ENV-SEQ TO WS-E-SEQ.
           MOVE SQL-NB-DOCS TO WS-E-NB-DOCS.
           MOVE SQL-NB-PAGES TO WS-E-NB-PAGES.
           MOVE SQL-RCPT-NAME TO WS-E-NAME.
           MOVE SQL-RCPT-ADRESS1 TO WS-E-ADRESS1.
           MOVE SQL-RCPT-ADRESS2 TO WS-E-ADRESS2.
           MOVE SQL-RCPT-ZIPCODE TO WS-E-ZIPCODE.
           MOVE SQL-RCPT-TOWN TO WS-E-TOWN.
           MOVE WS-ENV-LINE TO R-STREAM.
           WRITE R-STREAM.
       END-4100-WRITE-ENVELOPE.
           EXIT.

       4200-WRITE-DOCUMENT-START.
           ADD 1 TO WS-DOC-RANK.
           MOVE SQL-ENV-SEQ TO WS-D-SEQ.
           MOVE WS-DOC-RANK TO WS-D-RANK.
           MOVE SQL-DOC-PAGES TO WS-D-PAGES.
           MOVE SQL-DOC-TYPE TO WS-D-DOC-TYPE.
           MOVE SQL-DOC-PATH TO WS-D-PATH.
           MOVE WS-DOC-LINE TO R-STREAM.
           WRITE R-STREAM.

           MOVE SQL-DOC-PATH TO WS-DOC-PATH.
           OPEN INPUT F-DOC.
           IF  NOT WS-DOC-STATUS-OK
               DISPLAY 'DOCUMENT ILLISIBLE : '
                   FUNCTION TRIM(SQL-DOC-PATH)
               GO TO END-4200-WRITE-DOCUMENT
           END-IF.
           MOVE SQL-ENV-SEQ TO WS-L-SEQ.
           PERFORM UNTIL NOT WS-DOC-STATUS-OK
               MOVE SPACES TO REC-F-DOC
               READ F-DOC
               IF  WS-DOC-STATUS-OK
                   MOVE REC-F-DOC TO WS-L-TEXT
                   MOVE WS-TEXT-LINE TO R-STREAM
                   WRITE R-STREAM
               END-IF
           END-PERFORM.
           CLOSE F-DOC.
       END-4200-WRITE-DOCUMENT.
           EXIT.

      ******************************************************************
      *    [RD] Fiche de controle remise avec le flux : totaux a       *
      *    rapprocher du compte-rendu du routeur.                      *
      ******************************************************************
       5000-CONTROL-SHEET-START.
           OPEN OUTPUT F-CONTROL.
           MOVE 'FICHE DE CONTROLE DU FLUX D''IMPRESSION' TO R-CONTROL.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Flux du ' WS-TODAY(7:2) '/' WS-TODAY(5:2) '/'
               WS-TODAY(1:4) ' - fichier ROUTAGE-' WS-TODAY '.txt'
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           MOVE SPACES TO R-CONTROL.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Documents du jour examines      : ' WS-NB-EXAMINED
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Servis par courriel (ecartes)   : ' WS-NB-EMAIL
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Retenus, adresse NPAI           : ' WS-NB-NPAI
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Documents absents ou vides      : ' WS-NB-MISSING
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           MOVE SPACES TO R-CONTROL.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Documents imprimes              : ' WS-NB-DOCS
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Enveloppes                      : ' WS-NB-ENVELOPES
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING 'Pages                           : ' WS-NB-PAGES
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           MOVE SPACES TO R-CONTROL.
           WRITE R-CONTROL.
           MOVE 'Enveloppes par tranche de poids :' TO R-CONTROL.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING '  1 a 3 pages   (20 g)          : ' WS-NB-BAND1
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING '  4 a 10 pages  (50 g)          : ' WS-NB-BAND2
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           INITIALIZE R-CONTROL.
           STRING '  plus de 10 pages              : ' WS-NB-BAND3
               DELIMITED BY SIZE INTO R-CONTROL
           END-STRING.
           WRITE R-CONTROL.
           CLOSE F-CONTROL.
       END-5000-CONTROL-SHEET.
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
      *    [RD] Rend la main a l'appelant (batsched.cbl) au lieu
      *    d'arreter tout le run unit.
           GOBACK.
