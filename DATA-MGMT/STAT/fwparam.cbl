      ******************************************************************
      * Gestion du calendrier des fichiers attendus des partenaires.   *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Cet ecran entretient le calendrier FILE_EXPECTED controle   *
      *    chaque nuit par la veille des fichiers attendus             *
      *    (filewatch.cbl) : dossier et modele de nom du fichier,      *
      *    jours de livraison (lundi a dimanche, 1 = attendu), heure   *
      *    limite d'arrivee, fichier vide admis ou non, seuil de       *
      *    volume en % de la moyenne habituelle, source active.        *
      *    L'affichage d'une source donne aussi sa ponctualite sur     *
      *    douze mois (FILE_WATCH_LOG) : jours attendus, retards,      *
      *    manquants, fichiers vides ou faibles, doublons et taux de   *
      *    retard, a presenter au partenaire.                          *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fwparam RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-LOAD             PIC X(01)   VALUE SPACE .
       01  SC-VALIDATE         PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    zones de saisie de la source
       01  SC-SOURCE           PIC X(10)   VALUE SPACES .
       01  SC-LABEL            PIC X(40)   VALUE SPACES .
       01  SC-DIR              PIC X(60)   VALUE SPACES .
       01  SC-PATTERN          PIC X(30)   VALUE SPACES .
       01  SC-DAYS             PIC X(07)   VALUE SPACES .
       01  SC-LATEST           PIC X(05)   VALUE SPACES .
       01  SC-EMPTY-OK         PIC X(01)   VALUE SPACE .
       01  SC-EMPTY-LINES      PIC 9(03)   VALUE ZERO .
       01  SC-MIN-PCT          PIC 9(03)   VALUE ZERO .
       01  SC-ACTIVE           PIC X(01)   VALUE SPACE .

      *    ponctualite de la source sur douze mois
       01  SC-STAT-LINE-1      PIC X(100)  VALUE SPACES .
       01  SC-STAT-LINE-2      PIC X(100)  VALUE SPACES .

       01  WS-TODAY                PIC 9(08)   VALUE ZERO     .
       01  WS-SINCE-YEAR           PIC 9(04)   VALUE ZERO     .
       01  WS-NB-CHECK             PIC 9(02)   VALUE ZERO     .
       01  WS-RATE                 PIC 9(03)   VALUE ZERO     .
       01  WS-Z-EXPECTED           PIC Z(04)9                 .
       01  WS-Z-LATE               PIC Z(04)9                 .
       01  WS-Z-MISSING            PIC Z(04)9                 .
       01  WS-Z-SMALL              PIC Z(04)9                 .
       01  WS-Z-DOUBLE             PIC Z(04)9                 .
       01  WS-Z-RATE               PIC ZZ9                    .
       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-SOURCE              PIC X(10)   VALUE SPACES      .
       01  SQL-LABEL               PIC X(40)   VALUE SPACES      .
       01  SQL-DIR                 PIC X(60)   VALUE SPACES      .
       01  SQL-PATTERN             PIC X(30)   VALUE SPACES      .
       01  SQL-DAYS                PIC X(07)   VALUE SPACES      .
       01  SQL-LATEST              PIC X(05)   VALUE SPACES      .
       01  SQL-EMPTY-OK            PIC X(01)   VALUE SPACE       .
       01  SQL-EMPTY-LINES         PIC 9(03)   VALUE ZERO        .
       01  SQL-MIN-PCT             PIC 9(03)   VALUE ZERO        .
       01  SQL-ACTIVE              PIC X(01)   VALUE SPACE       .
       01  SQL-SINCE               PIC X(10)   VALUE SPACES      .
       01  SQL-NB-EXPECTED         PIC 9(05)   VALUE ZERO        .
       01  SQL-NB-LATE             PIC 9(05)   VALUE ZERO        .
       01  SQL-NB-MISSING          PIC 9(05)   VALUE ZERO        .
       01  SQL-NB-SMALL            PIC 9(05)   VALUE ZERO        .
       01  SQL-NB-DOUBLE           PIC 9(05)   VALUE ZERO        .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-file-watch.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree au besoin le calendrier et l'historique ; le      *
      *    calendrier est amorce par filewatch.cbl au premier passage. *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-LOAD SC-VALIDATE SC-MESSAGE
                      SC-SOURCE SC-LABEL SC-DIR SC-PATTERN SC-DAYS
                      SC-LATEST SC-EMPTY-OK SC-EMPTY-LINES SC-MIN-PCT
                      SC-ACTIVE SC-STAT-LINE-1 SC-STAT-LINE-2.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS FILE_EXPECTED (
                 EXP_SOURCE      VARCHAR(10),
                 EXP_LABEL       VARCHAR(40),
                 EXP_DIR         VARCHAR(60),
                 EXP_PATTERN     VARCHAR(30),
                 EXP_DAYS        VARCHAR(7),
                 EXP_LATEST      VARCHAR(5),
                 EXP_EMPTY_OK    VARCHAR(1),
                 EXP_EMPTY_LINES NUMERIC(3),
                 EXP_MIN_PCT     NUMERIC(3),
                 EXP_ACTIVE      VARCHAR(1)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION FILE_EXPECTED' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS FILE_WATCH_LOG (
                 WL_SOURCE       VARCHAR(10),
                 WL_PROC_DATE    VARCHAR(10),
                 WL_STATUS       VARCHAR(10),
                 WL_ARRIVAL      VARCHAR(5),
                 WL_LINES        NUMERIC(9),
                 WL_NOTE         VARCHAR(60),
                 WL_STAMP        VARCHAR(19)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION FILE_WATCH_LOG' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-FILE-WATCH
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-LOAD) EQUAL 'O' THEN
              PERFORM 1500-LOAD-SOURCE-START
                   THRU END-1500-LOAD-SOURCE
              MOVE SPACE TO SC-LOAD
           ELSE IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-SOURCE-START
                   THRU END-1600-SAVE-SOURCE
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Affiche le calendrier de la source saisie et sa        *
      *    ponctualite sur douze mois.                                 *
      ******************************************************************
       1500-LOAD-SOURCE-START.
           INITIALIZE SC-MESSAGE SC-STAT-LINE-1 SC-STAT-LINE-2.
           IF  SC-SOURCE EQUAL SPACES
              MOVE 'Veuillez saisir le code de la source.'
                 TO SC-MESSAGE
              GO TO END-1500-LOAD-SOURCE
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-SOURCE) TO SC-SOURCE.
           MOVE SC-SOURCE TO SQL-SOURCE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              SELECT COALESCE(EXP_LABEL, ''), EXP_DIR,
                     COALESCE(EXP_PATTERN, '*'),
                     COALESCE(EXP_DAYS, '0000000'),
                     COALESCE(EXP_LATEST, '23:59'),
                     COALESCE(EXP_EMPTY_OK, 'N'),
                     COALESCE(EXP_EMPTY_LINES, 0),
                     COALESCE(EXP_MIN_PCT, 0),
                     COALESCE(EXP_ACTIVE, 'O')
                 INTO :SQL-LABEL, :SQL-DIR, :SQL-PATTERN, :SQL-DAYS,
                      :SQL-LATEST, :SQL-EMPTY-OK, :SQL-EMPTY-LINES,
                      :SQL-MIN-PCT, :SQL-ACTIVE
                 FROM FILE_EXPECTED
                 WHERE EXP_SOURCE = :SQL-SOURCE
           END-EXEC.
           IF  SQLCODE = FIN
              MOVE 'Source inconnue : saisir son calendrier et valider.'
                 TO SC-MESSAGE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-1500-LOAD-SOURCE
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE FILE_EXPECTED' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-LABEL TO SC-LABEL.
           MOVE SQL-DIR TO SC-DIR.
           MOVE SQL-PATTERN TO SC-PATTERN.
           MOVE SQL-DAYS TO SC-DAYS.
           MOVE SQL-LATEST TO SC-LATEST.
           MOVE SQL-EMPTY-OK TO SC-EMPTY-OK.
           MOVE SQL-EMPTY-LINES TO SC-EMPTY-LINES.
           MOVE SQL-MIN-PCT TO SC-MIN-PCT.
           MOVE SQL-ACTIVE TO SC-ACTIVE.

      *    [RD] ponctualite depuis la meme date un an plus tot.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           COMPUTE WS-SINCE-YEAR = WS-TODAY / 10000 - 1.
           INITIALIZE SQL-SINCE.
           STRING WS-SINCE-YEAR '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
              DELIMITED BY SIZE INTO SQL-SINCE
           END-STRING.
           EXEC SQL
              SELECT COUNT(DISTINCT CASE WHEN WL_STATUS <> 'DOUBLON'
                                         THEN WL_PROC_DATE END),
                     COALESCE(SUM(CASE WHEN WL_STATUS = 'RETARD'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN WL_STATUS = 'MANQUANT'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN WL_STATUS IN
                                       ('VIDE', 'FAIBLE')
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN WL_STATUS = 'DOUBLON'
                                       THEN 1 ELSE 0 END), 0)
                 INTO :SQL-NB-EXPECTED, :SQL-NB-LATE,
                      :SQL-NB-MISSING, :SQL-NB-SMALL,
                      :SQL-NB-DOUBLE
                 FROM FILE_WATCH_LOG
                 WHERE WL_SOURCE = :SQL-SOURCE
                   AND WL_PROC_DATE >= :SQL-SINCE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE FILE_WATCH_LOG' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.

           MOVE ZERO TO WS-RATE.
           IF  SQL-NB-EXPECTED > ZERO
              COMPUTE WS-RATE ROUNDED =
                 (SQL-NB-LATE + SQL-NB-MISSING) * 100
                 / SQL-NB-EXPECTED
           END-IF.
           MOVE SQL-NB-EXPECTED TO WS-Z-EXPECTED.
           MOVE SQL-NB-LATE TO WS-Z-LATE.
           MOVE SQL-NB-MISSING TO WS-Z-MISSING.
           MOVE SQL-NB-SMALL TO WS-Z-SMALL.
           MOVE SQL-NB-DOUBLE TO WS-Z-DOUBLE.
           MOVE WS-RATE TO WS-Z-RATE.
           STRING 'Depuis le ' SQL-SINCE ' : ' WS-Z-EXPECTED
              ' jour(s) attendu(s), ' WS-Z-LATE ' en retard, '
              WS-Z-MISSING ' manquant(s)'
              DELIMITED BY SIZE INTO SC-STAT-LINE-1
           END-STRING.
           STRING 'Vides ou faibles : ' WS-Z-SMALL
              '   Doublons : ' WS-Z-DOUBLE
              '   Taux de retard (retards + manquants) : '
              WS-Z-RATE ' %'
              DELIMITED BY SIZE INTO SC-STAT-LINE-2
           END-STRING.
           MOVE 'SOURCE AFFICHEE.' TO SC-MESSAGE.
       END-1500-LOAD-SOURCE.
           EXIT.

      ******************************************************************
      *    [RD] Controle et enregistre le calendrier de la source      *
      *    (mise a jour si la source existe deja).                     *
      ******************************************************************
       1600-SAVE-SOURCE-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-SOURCE EQUAL SPACES
              MOVE 'Veuillez saisir le code de la source.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-SOURCE
           END-IF.
           IF  SC-DIR EQUAL SPACES
              MOVE 'Veuillez saisir le dossier d''arrivee.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-SOURCE
           END-IF.
           MOVE ZERO TO WS-NB-CHECK.
           INSPECT SC-DAYS TALLYING WS-NB-CHECK FOR ALL '0' ALL '1'.
           IF  WS-NB-CHECK NOT = 7
              MOVE 'Jours : 7 chiffres 0/1 du lundi au dimanche.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-SOURCE
           END-IF.
           IF  SC-LATEST(1:2) IS NOT NUMERIC
            OR SC-LATEST(3:1) NOT EQUAL ':'
            OR SC-LATEST(4:2) IS NOT NUMERIC
            OR SC-LATEST(1:2) > '23'
            OR SC-LATEST(4:2) > '59'
              MOVE 'Heure limite au format HH:MM.' TO SC-MESSAGE
              GO TO END-1600-SAVE-SOURCE
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-EMPTY-OK) TO SC-EMPTY-OK.
           MOVE FUNCTION UPPER-CASE(SC-ACTIVE) TO SC-ACTIVE.
           IF  SC-ACTIVE EQUAL SPACE
              MOVE 'O' TO SC-ACTIVE
           END-IF.
           IF  (SC-EMPTY-OK NOT EQUAL 'O' AND SC-EMPTY-OK NOT EQUAL 'N')
            OR (SC-ACTIVE NOT EQUAL 'O' AND SC-ACTIVE NOT EQUAL 'N')
              MOVE 'Vide admis et active : O ou N.' TO SC-MESSAGE
              GO TO END-1600-SAVE-SOURCE
           END-IF.
           IF  SC-MIN-PCT > 100
              MOVE 'Seuil de volume : 0 a 100 %.' TO SC-MESSAGE
              GO TO END-1600-SAVE-SOURCE
           END-IF.
           IF  SC-PATTERN EQUAL SPACES
              MOVE '*' TO SC-PATTERN
           END-IF.
           MOVE FUNCTION UPPER-CASE(SC-SOURCE) TO SC-SOURCE.
           MOVE SC-SOURCE TO SQL-SOURCE.
           MOVE SC-LABEL TO SQL-LABEL.
           MOVE SC-DIR TO SQL-DIR.
           MOVE SC-PATTERN TO SQL-PATTERN.
           MOVE SC-DAYS TO SQL-DAYS.
           MOVE SC-LATEST TO SQL-LATEST.
           MOVE SC-EMPTY-OK TO SQL-EMPTY-OK.
           MOVE SC-EMPTY-LINES TO SQL-EMPTY-LINES.
           MOVE SC-MIN-PCT TO SQL-MIN-PCT.
           MOVE SC-ACTIVE TO SQL-ACTIVE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              UPDATE FILE_EXPECTED
                 SET EXP_LABEL = :SQL-LABEL,
                     EXP_DIR = :SQL-DIR,
                     EXP_PATTERN = :SQL-PATTERN,
                     EXP_DAYS = :SQL-DAYS,
                     EXP_LATEST = :SQL-LATEST,
                     EXP_EMPTY_OK = :SQL-EMPTY-OK,
                     EXP_EMPTY_LINES = :SQL-EMPTY-LINES,
                     EXP_MIN_PCT = :SQL-MIN-PCT,
                     EXP_ACTIVE = :SQL-ACTIVE
                 WHERE EXP_SOURCE = :SQL-SOURCE
           END-EXEC.
           IF  SQLCODE = FIN
              EXEC SQL
                 INSERT INTO FILE_EXPECTED
                    (EXP_SOURCE, EXP_LABEL, EXP_DIR, EXP_PATTERN,
                     EXP_DAYS, EXP_LATEST, EXP_EMPTY_OK,
                     EXP_EMPTY_LINES, EXP_MIN_PCT, EXP_ACTIVE)
                    VALUES (:SQL-SOURCE, :SQL-LABEL, :SQL-DIR,
                            :SQL-PATTERN, :SQL-DAYS, :SQL-LATEST,
                            :SQL-EMPTY-OK, :SQL-EMPTY-LINES,
                            :SQL-MIN-PCT, :SQL-ACTIVE)
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ FILE_EXPECTED' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE 'CALENDRIER ENREGISTRE.' TO SC-MESSAGE.
       END-1600-SAVE-SOURCE.
           EXIT.

       2000-SQL-CONNECTION-START.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-2000-SQL-CONNECTION.
           EXIT.

       2100-SQL-DISCONNECTION-START.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DISCONNECTION BASE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-2100-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS                       *
      ******************************************************************
       9020-SQL-ERROR-START.
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
       END-9020-SQL-ERROR.
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
