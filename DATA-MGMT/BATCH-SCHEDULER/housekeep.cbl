      ******************************************************************
      *    [RD] Menage des fichiers produits : archivage et purge      *
      *    selon la duree de conservation de chaque type de sortie.    *
      *    Factures, relances, decomptes, attestations, rapports,      *
      *    accuses et rejets de flux, remises SEPA et notifications    *
      *    s'accumulaient sous OUT_ROOT sans jamais etre nettoyes :    *
      *    disque plein, toute la chaine de nuit en echec.             *
      *    La table OUTPUT_RETENTION (amorcee ici) donne pour chaque   *
      *    type de sortie son dossier (relatif a OUT_ROOT), le modele  *
      *    de nom des fichiers, un modele a exclure, la duree active   *
      *    et la duree de conservation legale, en jours :              *
      *    - un fichier plus vieux que la duree active est verse dans  *
      *      une archive compressee datee ARCHIVES/<type>-AAAAMMJJ-    *
      *      HHMMSS.tar.gz puis supprime du dossier ; DOCUMENT_INDEX   *
      *      (DOC_ARCHIVE) recoit le nom de l'archive pour que la      *
      *      reedition (docindex.cbl) l'y retrouve ;                   *
      *    - une archive dont tous les fichiers ont passe la duree     *
      *      legale est detruite et ses documents marques DETRUIT ;    *
      *    - un type dont la duree active egale la duree legale        *
      *      (fichiers de travail) n'est pas archive : ses fichiers    *
      *      sont supprimes directement a echeance.                    *
      *    L'espace libere et le taux d'occupation du disque sont      *
      *    affiches a la console et portes au journal                  *
      *    BATCH_RUN_JOURNAL (HOUSEKEEPING) ; au dela du seuil         *
      *    DISK_ALERT_PCT de la configuration, ou sur une archive en   *
      *    echec, l'exploitation est prevenue par mail.                *
      *    La connexion est ouverte par l'appelant (batsched.cbl).     *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. housekeep RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIST ASSIGN TO WS-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-LIST
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LIST           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
       01  WS-LIST-PATH         PIC X(120)
           VALUE './BATCH-SCHEDULER/.menage-liste.tmp'.
       01  WS-LIST-STATUS       PIC X(02) VALUE SPACES.
       01  WS-LIST-EOF          PIC X(01) VALUE 'N'.
       01  WS-RULE-EOF          PIC X(01) VALUE 'N'.
       01  WS-SYS-CMD           PIC X(800) VALUE SPACES.
       01  WS-TODAY             PIC 9(08) VALUE ZERO.
       01  WS-OUTCOME           PIC X(10) VALUE 'OK'.

      *    [RD] nature de la liste en cours de lecture :
      *    'A' fichiers archives, 'F' fichiers detruits a echeance,
      *    'P' archives detruites a echeance.
       01  WS-LIST-MODE         PIC X(01) VALUE SPACE.
       01  WS-LIST-COUNT        PIC 9(06) VALUE ZERO.

      *    [RD] une ligne de la liste : taille;chemin.
       01  WS-FILE-SIZE-X       PIC X(15) VALUE SPACES.
       01  WS-FILE-NAME         PIC X(100) VALUE SPACES.

      *    [RD] durees en jours, editees pour find -mtime.
       01  WS-ARCH-AGE          PIC 9(05) VALUE ZERO.
       01  WS-Z-DAYS            PIC Z(04)9.
       01  WS-Z-COUNT           PIC Z(05)9.
       01  WS-Z-KB              PIC Z(10)9.
       01  WS-Z-PCT             PIC ZZ9.

      *    [RD] compteurs du passage.
       01  WS-NB-RULES          PIC 9(05) VALUE ZERO.
       01  WS-NB-ARCHIVES       PIC 9(05) VALUE ZERO.
       01  WS-NB-ARCHIVED       PIC 9(06) VALUE ZERO.
       01  WS-NB-DELETED        PIC 9(06) VALUE ZERO.
       01  WS-NB-ERRORS         PIC 9(05) VALUE ZERO.
       01  WS-RULE-ARCHIVED     PIC 9(06) VALUE ZERO.
       01  WS-RULE-DELETED      PIC 9(06) VALUE ZERO.

      *    [RD] occupation : arborescence OUT_ROOT (du) et disque (df).
       01  WS-USED-KB           PIC 9(11) VALUE ZERO.
       01  WS-USED-BEFORE-KB    PIC 9(11) VALUE ZERO.
       01  WS-FREED-KB          PIC S9(11) VALUE ZERO.
       01  WS-DISK-FREE-KB      PIC 9(11) VALUE ZERO.
       01  WS-DISK-PCT          PIC 9(03) VALUE ZERO.
       01  WS-DU-X              PIC X(15) VALUE SPACES.
       01  WS-DF-FREE-X         PIC X(15) VALUE SPACES.
       01  WS-DF-PCT-X          PIC X(05) VALUE SPACES.

      *    [RD] configuration (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-OUT-ROOT          PIC X(60) VALUE '.'.
       01  WS-DISK-ALERT-PCT    PIC 9(03) VALUE 85.
       01  WS-NOTIFY-DEST       PIC X(30)
           VALUE 'exploitation@boboniort.fr'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-RET-CODE         PIC X(12).
       01  SQL-RET-LABEL        PIC X(40).
       01  SQL-RET-DIR          PIC X(60).
       01  SQL-RET-PATTERN      PIC X(30).
       01  SQL-RET-EXCLUDE      PIC X(30).
       01  SQL-RET-ACTIVE-DAYS  PIC 9(05).
       01  SQL-RET-LEGAL-DAYS   PIC 9(05).
       01  SQL-ARCHIVE-PATH     PIC X(100).
       01  SQL-FILE-PATH        PIC X(100).
       01  SQL-RUN-STAMP        PIC X(19).
       01  SQL-RUN-START        PIC X(19).
       01  SQL-RUN-OUTCOME      PIC X(10).
       01  SQL-RUN-NOTE         PIC X(60).
       01  SQL-NB-RULES         PIC 9(06).
       01  SQL-NB-ARCHIVED      PIC 9(06).
       01  SQL-NB-ERRORS        PIC 9(06).
       01  SQL-NB-DELETED       PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-NB-FILES          PIC 9(06).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-FILES.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE ZERO TO LK-NB-FILES.
           MOVE ZERO TO WS-NB-RULES WS-NB-ARCHIVES WS-NB-ARCHIVED
                        WS-NB-DELETED WS-NB-ERRORS.
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

           PERFORM 1000-ENSURE-TABLES-START
              THRU END-1000-ENSURE-TABLES.
           PERFORM 1100-LOAD-CONFIG-START
              THRU END-1100-LOAD-CONFIG.
           PERFORM 1200-MEASURE-DISK-START
              THRU END-1200-MEASURE-DISK.
           MOVE WS-USED-KB TO WS-USED-BEFORE-KB.

           EXEC SQL
               DECLARE RETCRS CURSOR FOR
               SELECT RET_CODE, COALESCE(RET_LABEL, ''),
                      RET_DIR, COALESCE(RET_PATTERN, '*'),
                      COALESCE(RET_EXCLUDE, ''),
                      COALESCE(RET_ACTIVE_DAYS, 0),
                      COALESCE(RET_LEGAL_DAYS, 0)
               FROM OUTPUT_RETENTION
               WHERE COALESCE(RET_ACTIVE, 'O') = 'O'
               ORDER BY RET_CODE
           END-EXEC.
           EXEC SQL OPEN RETCRS END-EXEC.
           MOVE 'N' TO WS-RULE-EOF.
           PERFORM 2000-ONE-RULE-START
              THRU END-2000-ONE-RULE
              UNTIL WS-RULE-EOF EQUAL 'O'.
           EXEC SQL CLOSE RETCRS END-EXEC.

           INITIALIZE WS-SYS-CMD.
           STRING 'rm -f ' FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           PERFORM 1200-MEASURE-DISK-START
              THRU END-1200-MEASURE-DISK.
           COMPUTE WS-FREED-KB = WS-USED-BEFORE-KB - WS-USED-KB.
           IF  WS-FREED-KB < ZERO
               MOVE ZERO TO WS-FREED-KB
           END-IF.
           IF  WS-NB-ERRORS > ZERO
              OR WS-DISK-PCT NOT < WS-DISK-ALERT-PCT
               MOVE 'ALERTE' TO WS-OUTCOME
           END-IF.

           PERFORM 8000-DISPLAY-REPORT-START
              THRU END-8000-DISPLAY-REPORT.
           PERFORM 8900-RUN-JOURNAL-START
              THRU END-8900-RUN-JOURNAL.
           EXEC SQL COMMIT WORK END-EXEC.
           IF  WS-OUTCOME NOT = 'OK'
               PERFORM 9500-NOTIFY-ALERT-START
                  THRU END-9500-NOTIFY-ALERT
           END-IF.
           COMPUTE LK-NB-FILES = WS-NB-ARCHIVED + WS-NB-DELETED.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Table des durees de conservation, amorcee avec les     *
      *    types de sortie connus si absents ; DOCUMENT_INDEX recoit   *
      *    la colonne DOC_ARCHIVE (archive contenant le document, ou   *
      *    DETRUIT une fois la conservation legale echue).             *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS OUTPUT_RETENTION (
                   RET_CODE        VARCHAR(12),
                   RET_LABEL       VARCHAR(40),
                   RET_DIR         VARCHAR(60),
                   RET_PATTERN     VARCHAR(30),
                   RET_EXCLUDE     VARCHAR(30),
                   RET_ACTIVE_DAYS NUMERIC(5),
                   RET_LEGAL_DAYS  NUMERIC(5),
                   RET_ACTIVE      VARCHAR(1)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION OUTPUT_RETENTION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
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
               ALTER TABLE DOCUMENT_INDEX
               ADD COLUMN IF NOT EXISTS DOC_ARCHIVE VARCHAR(100)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'AJOUT DOCUMENT_INDEX.DOC_ARCHIVE' TO WS-SQL-LIB
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

      *    [RD] amorcage : pieces comptables et remises SEPA dix ans,
      *    decomptes et rapports cinq ans, rejets, accuses et
      *    notifications un an, fichiers de travail sept jours.
           MOVE 'FACTURES' TO SQL-RET-CODE.
           MOVE 'Factures, avoirs et routage' TO SQL-RET-LABEL.
           MOVE 'INVOICE/INVOICE-GENERATED' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 400 TO SQL-RET-ACTIVE-DAYS.
           MOVE 3650 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'PRELEV-SEPA' TO SQL-RET-CODE.
           MOVE 'Remises de prelevements SEPA' TO SQL-RET-LABEL.
           MOVE 'INVOICE' TO SQL-RET-DIR.
           MOVE 'PREL-*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 90 TO SQL-RET-ACTIVE-DAYS.
           MOVE 3650 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'FACT-GROUPE' TO SQL-RET-CODE.
           MOVE 'Facturation et paiements de groupe' TO SQL-RET-LABEL.
           MOVE 'INVOICE' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE 'PREL-*' TO SQL-RET-EXCLUDE.
           MOVE 400 TO SQL-RET-ACTIVE-DAYS.
           MOVE 3650 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'VIREM-SEPA' TO SQL-RET-CODE.
           MOVE 'Remises de virements SEPA' TO SQL-RET-LABEL.
           MOVE 'REIMBOURSEMENT' TO SQL-RET-DIR.
           MOVE 'VIR*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 90 TO SQL-RET-ACTIVE-DAYS.
           MOVE 3650 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'DECOMPTES' TO SQL-RET-CODE.
           MOVE 'Decomptes, lettres-cheques et anomalies'
               TO SQL-RET-LABEL.
           MOVE 'REIMBOURSEMENT' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE 'VIR*' TO SQL-RET-EXCLUDE.
           MOVE 400 TO SQL-RET-ACTIVE-DAYS.
           MOVE 1825 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'CONTRATS' TO SQL-RET-CODE.
           MOVE 'Adhesions, attestations, cartes, CP'
               TO SQL-RET-LABEL.
           MOVE 'CONTRACT' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 400 TO SQL-RET-ACTIVE-DAYS.
           MOVE 3650 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'REJETS-RAP' TO SQL-RET-CODE.
           MOVE 'Rapports de rejets' TO SQL-RET-LABEL.
           MOVE 'RAPPORT' TO SQL-RET-DIR.
           MOVE 'REJETS-*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 90 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'RAPPORTS' TO SQL-RET-CODE.
           MOVE 'Rapports et attestations fiscales'
               TO SQL-RET-LABEL.
           MOVE 'RAPPORT' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE 'REJETS-*' TO SQL-RET-EXCLUDE.
           MOVE 180 TO SQL-RET-ACTIVE-DAYS.
           MOVE 1825 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'RELANCES' TO SQL-RET-CODE.
           MOVE 'Relances et rapports generes' TO SQL-RET-LABEL.
           MOVE 'RAPPORT/RAPPORT-GENERATED' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 180 TO SQL-RET-ACTIVE-DAYS.
           MOVE 1825 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'RECAP-FIN' TO SQL-RET-CODE.
           MOVE 'Recapitulatifs financiers' TO SQL-RET-LABEL.
           MOVE 'RAPPORT/RECAP-GENERATED' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 180 TO SQL-RET-ACTIVE-DAYS.
           MOVE 3650 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'STATS' TO SQL-RET-CODE.
           MOVE 'Statistiques et simulations' TO SQL-RET-LABEL.
           MOVE 'STAT' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 180 TO SQL-RET-ACTIVE-DAYS.
           MOVE 1825 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'COURRIERS' TO SQL-RET-CODE.
           MOVE 'Courriers et dossiers adherents' TO SQL-RET-LABEL.
           MOVE 'CUSTOMER' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 400 TO SQL-RET-ACTIVE-DAYS.
           MOVE 1825 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'ANOMALIES' TO SQL-RET-CODE.
           MOVE 'Listes d''anomalies et de controle'
               TO SQL-RET-LABEL.
           MOVE 'DOCUMENT' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 90 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'REJETS-FLUX' TO SQL-RET-CODE.
           MOVE 'Rejets des flux entrants' TO SQL-RET-LABEL.
           MOVE 'CHARGE-FILES' TO SQL-RET-DIR.
           MOVE 'Rejets*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 30 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'NOTIF-FLUX' TO SQL-RET-CODE.
           MOVE 'Notifications des flux entrants' TO SQL-RET-LABEL.
           MOVE 'CHARGE-FILES' TO SQL-RET-DIR.
           MOVE 'Notif*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 30 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'REPRISES' TO SQL-RET-CODE.
           MOVE 'Fichiers de reprise des flux' TO SQL-RET-LABEL.
           MOVE 'CHARGE-FILES' TO SQL-RET-DIR.
           MOVE 'Reprise*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 30 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'ACCUSES' TO SQL-RET-CODE.
           MOVE 'Accuses et extractions sortantes' TO SQL-RET-LABEL.
           MOVE 'CHARGE-FILES/OUT' TO SQL-RET-DIR.
           MOVE '*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 30 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'NOTIF-BATCH' TO SQL-RET-CODE.
           MOVE 'Notifications de l''ordonnanceur' TO SQL-RET-LABEL.
           MOVE 'BATCH-SCHEDULER' TO SQL-RET-DIR.
           MOVE 'Notif-*' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 30 TO SQL-RET-ACTIVE-DAYS.
           MOVE 365 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'TRAV-BATCH' TO SQL-RET-CODE.
           MOVE 'Fichiers de travail de l''ordonnanceur'
               TO SQL-RET-LABEL.
           MOVE 'BATCH-SCHEDULER' TO SQL-RET-DIR.
           MOVE '.*.tmp' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 7 TO SQL-RET-ACTIVE-DAYS.
           MOVE 7 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'TRAV-EBICS' TO SQL-RET-CODE.
           MOVE 'Fichiers de travail EBICS' TO SQL-RET-LABEL.
           MOVE 'EBICS' TO SQL-RET-DIR.
           MOVE '.*.tmp' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 7 TO SQL-RET-ACTIVE-DAYS.
           MOVE 7 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.

           MOVE 'TRAV-SAUVE' TO SQL-RET-CODE.
           MOVE 'Fichiers de travail de la sauvegarde'
               TO SQL-RET-LABEL.
           MOVE 'SAUVEGARDE' TO SQL-RET-DIR.
           MOVE '.*.tmp' TO SQL-RET-PATTERN.
           MOVE SPACES TO SQL-RET-EXCLUDE.
           MOVE 7 TO SQL-RET-ACTIVE-DAYS.
           MOVE 7 TO SQL-RET-LEGAL-DAYS.
           PERFORM 1010-SEED-RULE-START
              THRU END-1010-SEED-RULE.
       END-1000-ENSURE-TABLES.
           EXIT.

       1010-SEED-RULE-START.
           EXEC SQL
               INSERT INTO OUTPUT_RETENTION
                   (RET_CODE, RET_LABEL, RET_DIR, RET_PATTERN,
                    RET_EXCLUDE, RET_ACTIVE_DAYS, RET_LEGAL_DAYS,
                    RET_ACTIVE)
               SELECT :SQL-RET-CODE, :SQL-RET-LABEL, :SQL-RET-DIR,
                      :SQL-RET-PATTERN, :SQL-RET-EXCLUDE,
                      :SQL-RET-ACTIVE-DAYS, :SQL-RET-LEGAL-DAYS, 'O'
               WHERE NOT EXISTS
                   (SELECT 1 FROM OUTPUT_RETENTION
                    WHERE RET_CODE = :SQL-RET-CODE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'AMORCAGE OUTPUT_RETENTION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1010-SEED-RULE.
           EXIT.

      ******************************************************************
      *    [RD] Racine des fichiers produits, seuil d'alerte disque et *
      *    adresse de notification (getconf.cbl) ; valeurs par defaut  *
      *    conservees quand une cle manque.                            *
      ******************************************************************
       1100-LOAD-CONFIG-START.
           MOVE 'OUT_ROOT' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0' AND WS-CONF-VALUE NOT = SPACES
               MOVE WS-CONF-VALUE TO WS-OUT-ROOT
           END-IF.
           MOVE 'DISK_ALERT_PCT' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE FUNCTION NUMVAL(WS-CONF-VALUE)
                   TO WS-DISK-ALERT-PCT
           END-IF.
           MOVE 'NOTIFY_MAIL' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF  WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.
       END-1100-LOAD-CONFIG.
           EXIT.

      ******************************************************************
      *    [RD] Occupation de l'arborescence OUT_ROOT (du, en Ko) et   *
      *    du disque qui la porte (df : Ko libres et taux occupe).     *
      ******************************************************************
       1200-MEASURE-DISK-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "$(du -sk ' FUNCTION TRIM(WS-OUT-ROOT)
               ' 2>/dev/null | cut -f1);$(df -Pk '
               FUNCTION TRIM(WS-OUT-ROOT)
               ' 2>/dev/null | tail -1 | tr -s " " ";"'
               ' | cut -d";" -f4,5)" > '
               FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           MOVE ZERO TO WS-USED-KB WS-DISK-FREE-KB WS-DISK-PCT.
           OPEN INPUT F-LIST.
           IF  WS-LIST-STATUS NOT = '00'
               DISPLAY 'MENAGE : OCCUPATION DISQUE ILLISIBLE.'
               GO TO END-1200-MEASURE-DISK
           END-IF.
           READ F-LIST
               AT END
                   MOVE SPACES TO REC-F-LIST
           END-READ.
           CLOSE F-LIST.
           INITIALIZE WS-DU-X WS-DF-FREE-X WS-DF-PCT-X.
           UNSTRING REC-F-LIST DELIMITED BY ';' OR '%'
               INTO WS-DU-X, WS-DF-FREE-X, WS-DF-PCT-X
           END-UNSTRING.
           IF  WS-DU-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DU-X) TO WS-USED-KB
           END-IF.
           IF  WS-DF-FREE-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DF-FREE-X) TO WS-DISK-FREE-KB
           END-IF.
           IF  WS-DF-PCT-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DF-PCT-X) TO WS-DISK-PCT
           END-IF.
       END-1200-MEASURE-DISK.
           EXIT.

      ******************************************************************
      *    [RD] Type de sortie suivant : destruction de ce qui a passe *
      *    la conservation legale, puis archivage de ce qui a passe    *
      *    la duree active. Chaque type est valide a part : une        *
      *    reprise ne refait que le reste.                             *
      ******************************************************************
       2000-ONE-RULE-START.
           EXEC SQL
               FETCH RETCRS
               INTO :SQL-RET-CODE, :SQL-RET-LABEL, :SQL-RET-DIR,
                    :SQL-RET-PATTERN, :SQL-RET-EXCLUDE,
                    :SQL-RET-ACTIVE-DAYS, :SQL-RET-LEGAL-DAYS
           END-EXEC.
           IF  SQLCODE = 100
               MOVE 'O' TO WS-RULE-EOF
               GO TO END-2000-ONE-RULE
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE OUTPUT_RETENTION' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
               MOVE 'O' TO WS-RULE-EOF
               GO TO END-2000-ONE-RULE
           END-IF.
      *    [RD] une duree nulle ne doit jamais tout detruire.
           IF  SQL-RET-LEGAL-DAYS = ZERO
              OR SQL-RET-ACTIVE-DAYS = ZERO
               DISPLAY 'MENAGE ' FUNCTION TRIM(SQL-RET-CODE)
                   ' : DUREE DE CONSERVATION NULLE, TYPE IGNORE.'
               GO TO END-2000-ONE-RULE
           END-IF.
           IF  SQL-RET-ACTIVE-DAYS > SQL-RET-LEGAL-DAYS
               MOVE SQL-RET-LEGAL-DAYS TO SQL-RET-ACTIVE-DAYS
           END-IF.
           ADD 1 TO WS-NB-RULES.
           MOVE ZERO TO WS-RULE-ARCHIVED WS-RULE-DELETED.

           PERFORM 2100-PURGE-EXPIRED-START
              THRU END-2100-PURGE-EXPIRED.
           IF  SQL-RET-ACTIVE-DAYS < SQL-RET-LEGAL-DAYS
               PERFORM 2200-ARCHIVE-ACTIVE-START
                  THRU END-2200-ARCHIVE-ACTIVE
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

           IF  WS-RULE-ARCHIVED > ZERO OR WS-RULE-DELETED > ZERO
               DISPLAY 'MENAGE ' SQL-RET-CODE ' : '
                   WS-RULE-ARCHIVED ' ARCHIVE(S), '
                   WS-RULE-DELETED ' DETRUIT(S).'
           END-IF.
       END-2000-ONE-RULE.
           EXIT.

      ******************************************************************
      *    [RD] Destruction a echeance legale. Type archive : les      *
      *    archives du type plus vieilles que (legale - active) jours  *
      *    ne contiennent plus que des fichiers echus. Type non        *
      *    archive : les fichiers eux-memes plus vieux que la duree    *
      *    legale. Les documents indexes sont marques DETRUIT.         *
      ******************************************************************
       2100-PURGE-EXPIRED-START.
           INITIALIZE WS-SYS-CMD.
           IF  SQL-RET-ACTIVE-DAYS < SQL-RET-LEGAL-DAYS
               COMPUTE WS-ARCH-AGE = SQL-RET-LEGAL-DAYS
                                   - SQL-RET-ACTIVE-DAYS
               MOVE WS-ARCH-AGE TO WS-Z-DAYS
               MOVE 'P' TO WS-LIST-MODE
               STRING '(cd ' FUNCTION TRIM(WS-OUT-ROOT)
                   ' && find ./ARCHIVES -maxdepth 1 -type f -name "'
                   FUNCTION TRIM(SQL-RET-CODE)
                   '-[0-9]*.tar.gz" -mtime +'
                   FUNCTION TRIM(WS-Z-DAYS)
                   ' -printf "%s;%p\n" 2>/dev/null) > '
                   FUNCTION TRIM(WS-LIST-PATH)
                   DELIMITED BY SIZE INTO WS-SYS-CMD
               END-STRING
           ELSE
               MOVE SQL-RET-LEGAL-DAYS TO WS-Z-DAYS
               MOVE 'F' TO WS-LIST-MODE
               PERFORM 2150-BUILD-FIND-START
                  THRU END-2150-BUILD-FIND
           END-IF.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           PERFORM 2500-READ-LIST-START
              THRU END-2500-READ-LIST.
           IF  WS-LIST-COUNT > ZERO
               PERFORM 2600-REMOVE-LISTED-START
                  THRU END-2600-REMOVE-LISTED
               ADD WS-LIST-COUNT TO WS-RULE-DELETED
               ADD WS-LIST-COUNT TO WS-NB-DELETED
           END-IF.
       END-2100-PURGE-EXPIRED.
           EXIT.

      ******************************************************************
      *    [RD] Commande de recherche des fichiers du type plus vieux  *
      *    que WS-Z-DAYS jours : taille;chemin relatif a OUT_ROOT.     *
      ******************************************************************
       2150-BUILD-FIND-START.
           INITIALIZE WS-SYS-CMD.
           IF  SQL-RET-EXCLUDE = SPACES
               STRING '(cd ' FUNCTION TRIM(WS-OUT-ROOT)
                   ' && find ./' FUNCTION TRIM(SQL-RET-DIR)
                   ' -maxdepth 1 -type f -name "'
                   FUNCTION TRIM(SQL-RET-PATTERN)
                   '" -mtime +' FUNCTION TRIM(WS-Z-DAYS)
                   ' -printf "%s;%p\n" 2>/dev/null) > '
                   FUNCTION TRIM(WS-LIST-PATH)
                   DELIMITED BY SIZE INTO WS-SYS-CMD
               END-STRING
           ELSE
               STRING '(cd ' FUNCTION TRIM(WS-OUT-ROOT)
                   ' && find ./' FUNCTION TRIM(SQL-RET-DIR)
                   ' -maxdepth 1 -type f -name "'
                   FUNCTION TRIM(SQL-RET-PATTERN)
                   '" ! -name "' FUNCTION TRIM(SQL-RET-EXCLUDE)
                   '" -mtime +' FUNCTION TRIM(WS-Z-DAYS)
                   ' -printf "%s;%p\n" 2>/dev/null) > '
                   FUNCTION TRIM(WS-LIST-PATH)
                   DELIMITED BY SIZE INTO WS-SYS-CMD
               END-STRING
           END-IF.
       END-2150-BUILD-FIND.
           EXIT.

      ******************************************************************
      *    [RD] Archivage des fichiers passes la duree active dans une *
      *    archive datee du type ; les fichiers ne sont supprimes      *
      *    qu'une fois l'archive relue sans erreur, et l'index des     *
      *    documents n'est mis a jour qu'ensuite.                      *
      ******************************************************************
       2200-ARCHIVE-ACTIVE-START.
           MOVE SQL-RET-ACTIVE-DAYS TO WS-Z-DAYS.
           PERFORM 2150-BUILD-FIND-START
              THRU END-2150-BUILD-FIND.
           CALL 'SYSTEM' USING WS-SYS-CMD.

           INITIALIZE WS-SYS-CMD.
           STRING 'test -s ' FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD
               RETURNING RETURN-CODE.
           IF  RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               GO TO END-2200-ARCHIVE-ACTIVE
           END-IF.

           INITIALIZE SQL-ARCHIVE-PATH.
           STRING './ARCHIVES/' FUNCTION TRIM(SQL-RET-CODE) '-'
                  FUNCTION CURRENT-DATE(1:8) '-'
                  FUNCTION CURRENT-DATE(9:6) '.tar.gz'
                  DELIMITED BY SIZE INTO SQL-ARCHIVE-PATH
           END-STRING.
           INITIALIZE WS-SYS-CMD.
           STRING 'mkdir -p ' FUNCTION TRIM(WS-OUT-ROOT) '/ARCHIVES'
               ' && cut -d";" -f2- ' FUNCTION TRIM(WS-LIST-PATH)
               ' | (cd ' FUNCTION TRIM(WS-OUT-ROOT)
               ' && tar -czf ' FUNCTION TRIM(SQL-ARCHIVE-PATH)
               ' -T - 2>/dev/null && tar -tzf '
               FUNCTION TRIM(SQL-ARCHIVE-PATH) ' > /dev/null)'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD
               RETURNING RETURN-CODE.
           IF  RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO WS-NB-ERRORS
               DISPLAY 'MENAGE ' FUNCTION TRIM(SQL-RET-CODE)
                   ' : ARCHIVE ' FUNCTION TRIM(SQL-ARCHIVE-PATH)
                   ' EN ECHEC, FICHIERS CONSERVES.'
               INITIALIZE WS-SYS-CMD
               STRING 'rm -f ' FUNCTION TRIM(WS-OUT-ROOT) '/'
                   FUNCTION TRIM(SQL-ARCHIVE-PATH)
                   DELIMITED BY SIZE INTO WS-SYS-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SYS-CMD
               GO TO END-2200-ARCHIVE-ACTIVE
           END-IF.
           ADD 1 TO WS-NB-ARCHIVES.

           MOVE 'A' TO WS-LIST-MODE.
           PERFORM 2500-READ-LIST-START
              THRU END-2500-READ-LIST.
           PERFORM 2600-REMOVE-LISTED-START
              THRU END-2600-REMOVE-LISTED.
           ADD WS-LIST-COUNT TO WS-RULE-ARCHIVED.
           ADD WS-LIST-COUNT TO WS-NB-ARCHIVED.
       END-2200-ARCHIVE-ACTIVE.
           EXIT.

      ******************************************************************
      *    [RD] Lecture de la liste taille;chemin et report dans       *
      *    DOCUMENT_INDEX selon la nature de la liste (WS-LIST-MODE).  *
      ******************************************************************
       2500-READ-LIST-START.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT F-LIST.
           IF  WS-LIST-STATUS NOT = '00'
               GO TO END-2500-READ-LIST
           END-IF.
           PERFORM 2510-ONE-LINE-START
              THRU END-2510-ONE-LINE
              UNTIL WS-LIST-EOF EQUAL 'O'.
           CLOSE F-LIST.
       END-2500-READ-LIST.
           EXIT.

       2510-ONE-LINE-START.
           READ F-LIST
               AT END
                   MOVE 'O' TO WS-LIST-EOF
                   GO TO END-2510-ONE-LINE
           END-READ.
           IF  REC-F-LIST EQUAL SPACES
               GO TO END-2510-ONE-LINE
           END-IF.
           INITIALIZE WS-FILE-SIZE-X WS-FILE-NAME.
           UNSTRING REC-F-LIST DELIMITED BY ';'
               INTO WS-FILE-SIZE-X, WS-FILE-NAME
           END-UNSTRING.
           IF  WS-FILE-NAME EQUAL SPACES
               GO TO END-2510-ONE-LINE
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE WS-FILE-NAME TO SQL-FILE-PATH.

           EVALUATE WS-LIST-MODE
               WHEN 'A'
                   EXEC SQL
                       UPDATE DOCUMENT_INDEX
                       SET DOC_ARCHIVE = :SQL-ARCHIVE-PATH
                       WHERE DOC_PATH = :SQL-FILE-PATH
                   END-EXEC
               WHEN 'F'
                   EXEC SQL
                       UPDATE DOCUMENT_INDEX
                       SET DOC_ARCHIVE = 'DETRUIT'
                       WHERE DOC_PATH = :SQL-FILE-PATH
                   END-EXEC
               WHEN 'P'
                   EXEC SQL
                       UPDATE DOCUMENT_INDEX
                       SET DOC_ARCHIVE = 'DETRUIT'
                       WHERE DOC_ARCHIVE = :SQL-FILE-PATH
                   END-EXEC
           END-EVALUATE.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'MAJ DOCUMENT_INDEX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2510-ONE-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Suppression des fichiers de la liste (chemins relatifs *
      *    a OUT_ROOT).                                                *
      ******************************************************************
       2600-REMOVE-LISTED-START.
           INITIALIZE WS-SYS-CMD.
           STRING 'cut -d";" -f2- ' FUNCTION TRIM(WS-LIST-PATH)
               ' | (cd ' FUNCTION TRIM(WS-OUT-ROOT)
               ' && xargs -r -d "\n" rm -f)'
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-2600-REMOVE-LISTED.
           EXIT.

      ******************************************************************
      *    [RD] Compte-rendu console : volumes traites, espace libere  *
      *    et niveau du disque.                                        *
      ******************************************************************
       8000-DISPLAY-REPORT-START.
           DISPLAY 'MENAGE DES FICHIERS PRODUITS ('
               FUNCTION TRIM(WS-OUT-ROOT) ') : '
               WS-NB-RULES ' TYPE(S), '
               WS-NB-ARCHIVES ' ARCHIVE(S) CREEE(S), '
               WS-NB-ARCHIVED ' FICHIER(S) ARCHIVE(S), '
               WS-NB-DELETED ' DETRUIT(S).'.
           MOVE WS-FREED-KB TO WS-Z-KB.
           DISPLAY 'ESPACE LIBERE : ' FUNCTION TRIM(WS-Z-KB) ' Ko.'.
           MOVE WS-DISK-PCT TO WS-Z-PCT.
           MOVE WS-DISK-FREE-KB TO WS-Z-KB.
           DISPLAY 'DISQUE OCCUPE A ' FUNCTION TRIM(WS-Z-PCT)
               ' % - ' FUNCTION TRIM(WS-Z-KB) ' Ko LIBRES.'.
           IF  WS-DISK-PCT NOT < WS-DISK-ALERT-PCT
               DISPLAY 'ATTENTION : SEUIL D''ALERTE DISQUE ATTEINT.'
           END-IF.
           IF  WS-NB-ERRORS > ZERO
               DISPLAY 'ATTENTION : ' WS-NB-ERRORS
                   ' ARCHIVE(S) EN ECHEC.'
           END-IF.
       END-8000-DISPLAY-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne BATCH_RUN_JOURNAL HOUSEKEEPING : types       *
      *    traites (lus), fichiers archives (inseres), archives en     *
      *    echec (rejets), fichiers detruits (produits) ; la note      *
      *    porte l'espace libere et le niveau du disque.               *
      ******************************************************************
       8900-RUN-JOURNAL-START.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           MOVE WS-NB-RULES TO SQL-NB-RULES.
           MOVE WS-NB-ARCHIVED TO SQL-NB-ARCHIVED.
           MOVE WS-NB-ERRORS TO SQL-NB-ERRORS.
           MOVE WS-NB-DELETED TO SQL-NB-DELETED.
           MOVE WS-OUTCOME TO SQL-RUN-OUTCOME.
           MOVE WS-FREED-KB TO WS-Z-KB.
           MOVE WS-DISK-PCT TO WS-Z-PCT.
           INITIALIZE SQL-RUN-NOTE.
           STRING 'Libere ' FUNCTION TRIM(WS-Z-KB)
               ' Ko, disque occupe a ' FUNCTION TRIM(WS-Z-PCT) ' %'
               DELIMITED BY SIZE INTO SQL-RUN-NOTE
           END-STRING.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_NOTE)
               VALUES ('HOUSEKEEPING', :SQL-RUN-START,
                       :SQL-RUN-STAMP, :SQL-RUN-OUTCOME,
                       :SQL-NB-RULES, :SQL-NB-ARCHIVED,
                       :SQL-NB-ERRORS, :SQL-NB-DELETED,
                       :SQL-RUN-NOTE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-8900-RUN-JOURNAL.
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

      ******************************************************************
      *    [RD] Alerte a l'exploitation (disque au dela du seuil ou    *
      *    archive en echec), par le meme canal mail que les autres    *
      *    incidents de nuit.                                          *
      ******************************************************************
       9500-NOTIFY-ALERT-START.
           MOVE WS-DISK-PCT TO WS-Z-PCT.
           INITIALIZE WS-SYS-CMD.
           STRING 'echo "Menage des fichiers produits : disque occupe'
               ' a ' FUNCTION TRIM(WS-Z-PCT) ' %, '
               WS-NB-ERRORS ' archive(s) en echec - voir '
               'BATCH_RUN_JOURNAL (HOUSEKEEPING)." | mail -s '
               '"MENAGE DES FICHIERS : ALERTE" '
               FUNCTION TRIM(WS-NOTIFY-DEST)
               DELIMITED BY SIZE INTO WS-SYS-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SYS-CMD.
       END-9500-NOTIFY-ALERT.
           EXIT.
