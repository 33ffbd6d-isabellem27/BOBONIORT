      ******************************************************************
      *    [RD] Rapport annuel du reseau de soins partenaire.          *
      *    Les praticiens partenaires (PRACTITIONER_NETWORK,           *
      *    praparam.cbl) facturent selon la grille negociee par        *
      *    prestation (BENEFIT_NET_PRICE / BENEFIT_NET_BONUS,          *
      *    benefparam.cbl) ; rembsave.cbl marque chaque demande faite  *
      *    chez un partenaire sous convention (CLAIM_NETWORK) et       *
      *    celles facturees au-dela du prix negocie                    *
      *    (CLAIM_NET_OVERCHARGE).                                     *
      *    Pour l'annee saisie (AAAA, date des soins), ce traitement   *
      *    ecrit RESEAU-AAAA.txt :                                     *
      *      - synthese : demandes dans et hors reseau, montants       *
      *        factures et rembourses, depassements du prix negocie ;  *
      *      - utilisation par partenaire : demandes, montants et      *
      *        depassements de chaque praticien du reseau ;            *
      *      - economie par prestation : montant moyen facture hors    *
      *        reseau moins montant moyen facture dans le reseau,      *
      *        multiplie par le nombre de demandes du reseau (estimee  *
      *        seulement quand la prestation a aussi des demandes hors *
      *        reseau dans l'annee).                                   *
      *    Les demandes refusees, les regularisations (REGUL,          *
      *    readjud.cbl) et l'historique repris (REPRISE, migrtool.cbl) *
      *    ne sont pas comptes.                                        *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. netrpt RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRINT ASSIGN TO WS-PRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRINT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  R-PRINT PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-PRINT-PATH.
           03 WS-PRINT-FOLDER   PIC X(17)
           VALUE './RAPPORT/RESEAU-'.
           03 WS-PRINT-YEAR     PIC 9(04).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-YEAR              PIC 9(04) VALUE ZERO.
       01  WS-NB-PARTNER        PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-SAVING      PIC S9(09) VALUE ZERO.

      *    zones editees des lignes du rapport
       01  WS-Z-COUNT           PIC ZZZZZ9.
       01  WS-Z-COUNT2          PIC ZZZZZ9.
       01  WS-Z-OVER            PIC ZZZZZ9.
       01  WS-Z-BILLED          PIC ZZZZZZZZ9.
       01  WS-Z-OWED            PIC ZZZZZZZZ9.
       01  WS-Z-AVG-IN          PIC ZZZZZZ9.99.
       01  WS-Z-AVG-OUT         PIC ZZZZZZ9.99.
       01  WS-Z-SAVING          PIC -ZZZZZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-YEAR             PIC X(04).
       01  SQL-NETWORK          PIC X(01).
       01  SQL-NB               PIC 9(06).
       01  SQL-NB-OUT           PIC 9(06).
       01  SQL-NB-OVER          PIC 9(06).
       01  SQL-BILLED           PIC 9(09).
       01  SQL-OWED             PIC 9(09).
       01  SQL-AVG-IN           PIC 9(07)V99.
       01  SQL-AVG-OUT          PIC 9(07)V99.
       01  SQL-SAVING           PIC S9(09).
       01  SQL-RPPS             PIC X(11).
       01  SQL-NAME             PIC X(30).
       01  SQL-NET-START        PIC X(10).
       01  SQL-NET-END          PIC X(10).
       01  SQL-CATEGORY         PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       COPY 'screen-net-report.cpy'.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
               THRU 1000-PREPARE-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    1000-PREPARE-START.                                         *
      ******************************************************************
      *    [RD] Colonnes du reseau de soins, pour une base anterieure
      *    a leur ajout (praparam.cbl, rembsave.cbl).
       1000-PREPARE-START.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_NETWORK
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_NET_START
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_NET_END
                   VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NETWORK VARCHAR(1)
                   DEFAULT '0'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NET_PRICE INT
                   DEFAULT 0
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_NET_OVERCHARGE
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_CHANNEL VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes du reseau de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1000-PREPARE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-NET-REPORT.
           IF FUNCTION UPPER-CASE(WS-RUN-CHOICE) EQUAL 'O' THEN
               PERFORM 3000-RUN-REPORT-START
                   THRU 3000-RUN-REPORT-START-EXIT
               MOVE SPACES TO WS-RUN-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    3000-RUN-REPORT-START.                                      *
      ******************************************************************
       3000-RUN-REPORT-START.
           INITIALIZE WS-ERROR-MESSAGE.
           IF SC-YEAR < 2000 THEN
               MOVE 'Veuillez saisir l''annee analysee (AAAA).'
                   TO WS-ERROR-MESSAGE
               GO TO 3000-RUN-REPORT-START-EXIT
           END-IF.
           MOVE SC-YEAR TO SQL-YEAR.
           MOVE SC-YEAR TO WS-PRINT-YEAR.
           MOVE ZERO TO WS-NB-PARTNER WS-TOTAL-SAVING.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           OPEN OUTPUT F-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           INITIALIZE R-PRINT.
           STRING 'RESEAU DE SOINS PARTENAIRE - ANNEE ' SQL-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.

           MOVE 'SYNTHESE :' TO R-PRINT.
           WRITE R-PRINT.
           MOVE '1' TO SQL-NETWORK.
           PERFORM 3100-SUMMARY-START
              THRU 3100-SUMMARY-START-EXIT.
           MOVE '0' TO SQL-NETWORK.
           PERFORM 3100-SUMMARY-START
              THRU 3100-SUMMARY-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'UTILISATION PAR PARTENAIRE :' TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 3200-BY-PARTNER-START
              THRU 3200-BY-PARTNER-START-EXIT.

           MOVE SPACES TO R-PRINT.
           WRITE R-PRINT.
           MOVE 'ECONOMIE PAR PRESTATION (MONTANTS FACTURES) :'
               TO R-PRINT.
           WRITE R-PRINT.
           PERFORM 3300-SAVINGS-START
              THRU 3300-SAVINGS-START-EXIT.

           MOVE ALL '-' TO R-PRINT.
           WRITE R-PRINT.
           CLOSE F-PRINT.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           MOVE WS-TOTAL-SAVING TO WS-Z-SAVING.
           STRING 'RAPPORT DU RESEAU PRODUIT - economie estimee '
               FUNCTION TRIM(WS-Z-SAVING) ' EUR.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
       3000-RUN-REPORT-START-EXIT.
           EXIT.

      ******************************************************************
      *    3100-SUMMARY-START.                                         *
      ******************************************************************
      *    [RD] Une ligne de synthese, dans le reseau (SQL-NETWORK
      *    '1') ou hors reseau ('0') : nombre de demandes, montants
      *    factures et rembourses, depassements du prix negocie.
       3100-SUMMARY-START.
           MOVE ZERO TO SQL-NB SQL-BILLED SQL-OWED SQL-NB-OVER.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CLAIM_AMOUNT), 0),
                      COALESCE(SUM(CLAIM_OWED), 0),
                      COALESCE(SUM(CASE
                          WHEN COALESCE(CLAIM_NET_OVERCHARGE, '0')
                               = '1' THEN 1 ELSE 0 END), 0)
               INTO :SQL-NB, :SQL-BILLED, :SQL-OWED, :SQL-NB-OVER
               FROM CUSTOMER_CLAIM
               WHERE SUBSTR(CLAIM_DATE, 1, 4) = :SQL-YEAR
                 AND COALESCE(CLAIM_STATUS, '') <> 'REFUSE'
                 AND COALESCE(CLAIM_CHANNEL, '')
                     NOT IN ('REGUL', 'REPRISE')
                 AND (CASE WHEN COALESCE(CLAIM_NETWORK, '0') = '1'
                           THEN '1' ELSE '0' END) = :SQL-NETWORK
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur synthese du reseau de soins.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE SQL-NB TO WS-Z-COUNT.
           MOVE SQL-BILLED TO WS-Z-BILLED.
           MOVE SQL-OWED TO WS-Z-OWED.
           MOVE SQL-NB-OVER TO WS-Z-OVER.
           INITIALIZE R-PRINT.
           IF SQL-NETWORK EQUAL '1' THEN
               STRING '  Dans le reseau : ' WS-Z-COUNT
                   ' demande(s) - facture ' WS-Z-BILLED
                   ' EUR - rembourse ' WS-Z-OWED
                   ' EUR - prix negocie depasse : ' WS-Z-OVER
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           ELSE
               STRING '  Hors reseau    : ' WS-Z-COUNT
                   ' demande(s) - facture ' WS-Z-BILLED
                   ' EUR - rembourse ' WS-Z-OWED ' EUR'
                   DELIMITED BY SIZE INTO R-PRINT
               END-STRING
           END-IF.
           WRITE R-PRINT.
       3100-SUMMARY-START-EXIT.
           EXIT.

      ******************************************************************
      *    3200-BY-PARTNER-START.                                      *
      ******************************************************************
      *    [RD] Chaque praticien marque partenaire, ou ayant des
      *    demandes du reseau dans l'annee (convention close depuis),
      *    avec ses demandes du reseau de l'annee.
       3200-BY-PARTNER-START.
           EXEC SQL
               DECLARE CRSNET1 CURSOR FOR
               SELECT P.PRACTITIONER_RPPS,
                      COALESCE(P.PRACTITIONER_NAME, ''),
                      COALESCE(P.PRACTITIONER_NET_START, ''),
                      COALESCE(P.PRACTITIONER_NET_END, ''),
                      COUNT(C.CLAIM_NUM),
                      COALESCE(SUM(C.CLAIM_AMOUNT), 0),
                      COALESCE(SUM(C.CLAIM_OWED), 0),
                      COALESCE(SUM(CASE
                          WHEN COALESCE(C.CLAIM_NET_OVERCHARGE, '0')
                               = '1' THEN 1 ELSE 0 END), 0)
               FROM PRACTITIONER P
               LEFT JOIN CUSTOMER_CLAIM C
                   ON C.CLAIM_DOCTOR_RPPS = P.PRACTITIONER_RPPS
                  AND COALESCE(C.CLAIM_NETWORK, '0') = '1'
                  AND SUBSTR(C.CLAIM_DATE, 1, 4) = :SQL-YEAR
                  AND COALESCE(C.CLAIM_STATUS, '') <> 'REFUSE'
                  AND COALESCE(C.CLAIM_CHANNEL, '')
                      NOT IN ('REGUL', 'REPRISE')
               GROUP BY P.PRACTITIONER_RPPS, P.PRACTITIONER_NAME,
                        P.PRACTITIONER_NET_START,
                        P.PRACTITIONER_NET_END,
                        P.PRACTITIONER_NETWORK
               HAVING COALESCE(P.PRACTITIONER_NETWORK, '0') = '1'
                   OR COUNT(C.CLAIM_NUM) > 0
               ORDER BY 5 DESC, 1
           END-EXEC.
           MOVE '  RPPS        NOM                            DEBUT'
               TO R-PRINT.
           MOVE 'FIN        DEMANDES   FACTURE  REMBOURSE DEPASS.'
               TO R-PRINT(59:).
           WRITE R-PRINT.
           EXEC SQL OPEN CRSNET1 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSNET1
                   INTO :SQL-RPPS, :SQL-NAME, :SQL-NET-START,
                        :SQL-NET-END, :SQL-NB, :SQL-BILLED,
                        :SQL-OWED, :SQL-NB-OVER
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-PARTNER
                       MOVE SQL-NB TO WS-Z-COUNT
                       MOVE SQL-BILLED TO WS-Z-BILLED
                       MOVE SQL-OWED TO WS-Z-OWED
                       MOVE SQL-NB-OVER TO WS-Z-OVER
                       INITIALIZE R-PRINT
                       STRING '  ' SQL-RPPS ' ' SQL-NAME
                           ' ' SQL-NET-START ' ' SQL-NET-END
                           '   ' WS-Z-COUNT ' ' WS-Z-BILLED
                           '  ' WS-Z-OWED ' ' WS-Z-OVER
                           DELIMITED BY SIZE INTO R-PRINT
                       END-STRING
                       WRITE R-PRINT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSNET1 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSNET1 END-EXEC.
           IF WS-NB-PARTNER = ZERO THEN
               MOVE '  Aucun praticien partenaire.' TO R-PRINT
               WRITE R-PRINT
           END-IF.
       3200-BY-PARTNER-START-EXIT.
           EXIT.

      ******************************************************************
      *    3300-SAVINGS-START.                                         *
      ******************************************************************
      *    [RD] Par prestation ayant des demandes du reseau dans
      *    l'annee : montant moyen facture dans et hors reseau, et
      *    economie estimee = (moyenne hors reseau - moyenne reseau)
      *    x nombre de demandes du reseau. Sans demande hors reseau
      *    de la meme prestation, pas de comparaison : economie 0.
      *    Une economie negative signale une grille moins favorable
      *    que le marche.
       3300-SAVINGS-START.
           EXEC SQL
               DECLARE CRSNET2 CURSOR FOR
               SELECT N.CATEGORY, N.NB, ROUND(N.AVG_IN, 2),
                      COALESCE(O.NB, 0),
                      COALESCE(ROUND(O.AVG_OUT, 2), 0),
                      CASE WHEN COALESCE(O.NB, 0) > 0
                           THEN ROUND((O.AVG_OUT - N.AVG_IN) * N.NB,
                                      0)
                           ELSE 0 END
               FROM (SELECT CLAIM_CATEGORY AS CATEGORY,
                            COUNT(*) AS NB,
                            AVG(CLAIM_AMOUNT) AS AVG_IN
                     FROM CUSTOMER_CLAIM
                     WHERE SUBSTR(CLAIM_DATE, 1, 4) = :SQL-YEAR
                       AND COALESCE(CLAIM_STATUS, '') <> 'REFUSE'
                       AND COALESCE(CLAIM_CHANNEL, '')
                           NOT IN ('REGUL', 'REPRISE')
                       AND COALESCE(CLAIM_NETWORK, '0') = '1'
                     GROUP BY CLAIM_CATEGORY) N
               LEFT JOIN
                    (SELECT CLAIM_CATEGORY AS CATEGORY,
                            COUNT(*) AS NB,
                            AVG(CLAIM_AMOUNT) AS AVG_OUT
                     FROM CUSTOMER_CLAIM
                     WHERE SUBSTR(CLAIM_DATE, 1, 4) = :SQL-YEAR
                       AND COALESCE(CLAIM_STATUS, '') <> 'REFUSE'
                       AND COALESCE(CLAIM_CHANNEL, '')
                           NOT IN ('REGUL', 'REPRISE')
                       AND COALESCE(CLAIM_NETWORK, '0') <> '1'
                     GROUP BY CLAIM_CATEGORY) O
                   ON O.CATEGORY = N.CATEGORY
               ORDER BY 1
           END-EXEC.
           MOVE '  PRESTATION           RESEAU  MOY.RESEAU  HORS RES.'
               TO R-PRINT.
           MOVE 'MOY.HORS   ECONOMIE' TO R-PRINT(56:).
           WRITE R-PRINT.
           EXEC SQL OPEN CRSNET2 END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSNET2
                   INTO :SQL-CATEGORY, :SQL-NB, :SQL-AVG-IN,
                        :SQL-NB-OUT, :SQL-AVG-OUT, :SQL-SAVING
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-SAVING TO WS-TOTAL-SAVING
                       MOVE SQL-NB TO WS-Z-COUNT
                       MOVE SQL-AVG-IN TO WS-Z-AVG-IN
                       MOVE SQL-NB-OUT TO WS-Z-COUNT2
                       MOVE SQL-AVG-OUT TO WS-Z-AVG-OUT
                       MOVE SQL-SAVING TO WS-Z-SAVING
                       INITIALIZE R-PRINT
                       STRING '  ' SQL-CATEGORY ' ' WS-Z-COUNT
                           ' ' WS-Z-AVG-IN '    ' WS-Z-COUNT2
                           ' ' WS-Z-AVG-OUT ' ' WS-Z-SAVING
                           DELIMITED BY SIZE INTO R-PRINT
                       END-STRING
                       WRITE R-PRINT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSNET2 :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSNET2 END-EXEC.
           MOVE WS-TOTAL-SAVING TO WS-Z-SAVING.
           INITIALIZE R-PRINT.
           STRING '  ECONOMIE TOTALE ESTIMEE : '
               FUNCTION TRIM(WS-Z-SAVING) ' EUR'
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
       3300-SAVINGS-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
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
           EXEC SQL COMMIT WORK END-EXEC.
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
      *    centralisee (getconf.cbl), une seule fois par execution ;   *
      *    sans configuration, refus clair de demarrer.                *
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
