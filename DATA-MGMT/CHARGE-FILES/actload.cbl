      ******************************************************************
      *    [RD] Chargement du referentiel des codes actes.             *
      *    La prestation d'une demande etait choisie a la main parmi   *
      *    les categories du catalogue BENEFIT, alors que les feuilles *
      *    de soins et le flux de la caisse portent le code officiel   *
      *    de l'acte : deux gestionnaires classaient le meme acte      *
      *    differemment. Ce traitement charge la table ACT_CODE        *
      *    depuis le fichier officiel d'une nomenclature (CCAM, NGAP   *
      *    ou LPP), une ligne par acte : code;libelle;prestation.      *
      *    La prestation est un code du catalogue BENEFIT              *
      *    (benefparam.cbl), dont la base BRSS_PARAM s'applique        *
      *    ensuite (brssparam.cbl). Une prestation absente conserve    *
      *    le rattachement deja connu de l'acte ; une prestation       *
      *    inconnue du catalogue rejette la ligne. Les actes de la     *
      *    nomenclature absents du nouveau fichier sont desactives     *
      *    (les demandes anciennes gardent leur code). La saisie       *
      *    (rembsave.cbl, rembslot.cbl) et le flux caisse              *
      *    (cpamback.cbl) en deduisent la prestation de la demande.    *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. actload RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO SC-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F-INPUT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 100 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  F-INPUT-STATUS       PIC XX.
       88  F-INPUT-STATUS-OK               VALUE '00'.
       88  F-INPUT-STATUS-EOF              VALUE '10'.

       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-RUN-CHOICE        PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-FILE              PIC X(100) VALUE SPACES.
       01  SC-NOMENCLATURE      PIC X(04) VALUE SPACES.
       01  WS-NB-ROW            PIC 9(06) VALUE ZERO.
       01  WS-Z-NB-ROW          PIC Z(05)9.
       01  WS-NB-REJECT         PIC 9(06) VALUE ZERO.
       01  WS-Z-NB-REJECT       PIC Z(05)9.
      *    [RD] champs de la ligne courante (code;libelle;prestation)
       01  WS-IN-CODE           PIC X(20) VALUE SPACES.
       01  WS-IN-LABEL          PIC X(40) VALUE SPACES.
       01  WS-IN-BENEFIT        PIC X(20) VALUE SPACES.

      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(10) VALUE SPACES.

       01  SQL-ACT-CODE         PIC X(13).
       01  SQL-ACT-NOMENCLATURE PIC X(04).
       01  SQL-ACT-LABEL        PIC X(40).
       01  SQL-ACT-BENEFIT      PIC X(20).
       01  SQL-BEN-CNT          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-act-load.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.

       0000-START-MAIN.
           MOVE './CHARGE-FILES/CodesActes.csv' TO SC-FILE.
           MOVE 'CCAM' TO SC-NOMENCLATURE.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 1100-DISPLAY-SCREEN-START-EXIT
               UNTIL FUNCTION UPPER-CASE(WS-MENU-RETURN) EQUAL 'O'.
       END-0000-MAIN.
           GOBACK.

       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-ACT-LOAD.
           IF FUNCTION UPPER-CASE(WS-RUN-CHOICE) EQUAL 'O' THEN
               PERFORM 2000-RUN-LOAD-START
                   THRU 2000-RUN-LOAD-START-EXIT
               MOVE SPACES TO WS-RUN-CHOICE
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    [RD] Recharge une nomenclature depuis le fichier officiel :
      *    tous ses actes sont desactives, puis chaque ligne du
      *    fichier est creee ou reactivee.
      ******************************************************************
       2000-RUN-LOAD-START.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE ZERO TO WS-NB-ROW WS-NB-REJECT.
           MOVE FUNCTION UPPER-CASE(SC-NOMENCLATURE)
               TO SC-NOMENCLATURE.
           IF SC-NOMENCLATURE NOT = 'CCAM'
              AND SC-NOMENCLATURE NOT = 'NGAP'
              AND SC-NOMENCLATURE NOT = 'LPP' THEN
               MOVE 'Nomenclature attendue : CCAM, NGAP ou LPP.'
                   TO WS-ERROR-MESSAGE
               GO TO 2000-RUN-LOAD-START-EXIT
           END-IF.
           MOVE SC-NOMENCLATURE TO SQL-ACT-NOMENCLATURE.

           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK THEN
               MOVE 'Fichier introuvable ou illisible.'
                   TO WS-ERROR-MESSAGE
               GO TO 2000-RUN-LOAD-START-EXIT
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACT_CODE (
                   ACT_CODE         VARCHAR(13),
                   ACT_NOMENCLATURE VARCHAR(4),
                   ACT_LABEL        VARCHAR(40),
                   ACT_BENEFIT      VARCHAR(20),
                   ACT_ACTIVE       VARCHAR(1)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table ACT_CODE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
      *    [RD] le catalogue BENEFIT est normalement cree et amorce
      *    par benefparam.cbl ; on garantit seulement son existence
      *    pour pouvoir le lire sans erreur.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BENEFIT (
                  BENEFIT_CODE        VARCHAR(20),
                  BENEFIT_LABEL       VARCHAR(30),
                  BENEFIT_RATE_ALLEGE INT,
                  BENEFIT_RATE_MODERE INT,
                  BENEFIT_RATE_EXCELL INT,
                  BENEFIT_RATE_SPE    INT,
                  BENEFIT_ACTIVE      VARCHAR(1)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table BENEFIT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               UPDATE ACT_CODE
               SET ACT_ACTIVE = '0'
               WHERE ACT_NOMENCLATURE = :SQL-ACT-NOMENCLATURE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur desactivation de la nomenclature.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           READ F-INPUT.
           PERFORM UNTIL F-INPUT-STATUS-EOF
               PERFORM 2100-LOAD-ONE-LINE-START
                   THRU 2100-LOAD-ONE-LINE-START-EXIT
               READ F-INPUT
           END-PERFORM.
           CLOSE F-INPUT.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE WS-NB-ROW TO WS-Z-NB-ROW.
           MOVE WS-NB-REJECT TO WS-Z-NB-REJECT.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'REFERENTIEL ' SC-NOMENCLATURE ' CHARGE : '
               FUNCTION TRIM(WS-Z-NB-ROW) ' ACTES, '
               FUNCTION TRIM(WS-Z-NB-REJECT)
               ' REJETES (PRESTATION INCONNUE).'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
       2000-RUN-LOAD-START-EXIT.
           EXIT.

      ******************************************************************
      *    [RD] Decoupe la ligne courante (code;libelle;prestation),
      *    controle la prestation contre le catalogue BENEFIT puis
      *    met a jour l'acte ou le cree.
      ******************************************************************
       2100-LOAD-ONE-LINE-START.
           INITIALIZE WS-IN-CODE WS-IN-LABEL WS-IN-BENEFIT.
           UNSTRING REC-F-INPUT DELIMITED BY ';'
               INTO WS-IN-CODE WS-IN-LABEL WS-IN-BENEFIT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CODE))
               TO WS-IN-CODE.
           IF WS-IN-CODE EQUAL SPACES
              OR WS-IN-CODE(14:7) NOT = SPACES THEN
               GO TO 2100-LOAD-ONE-LINE-START-EXIT
           END-IF.
           INITIALIZE SQL-ACT-CODE SQL-ACT-LABEL SQL-ACT-BENEFIT.
           MOVE WS-IN-CODE TO SQL-ACT-CODE.
           MOVE FUNCTION TRIM(WS-IN-LABEL) TO SQL-ACT-LABEL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-BENEFIT))
               TO SQL-ACT-BENEFIT.

           IF SQL-ACT-BENEFIT NOT = SPACES THEN
               MOVE ZERO TO SQL-BEN-CNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-BEN-CNT
                   FROM BENEFIT
                   WHERE BENEFIT_CODE = :SQL-ACT-BENEFIT
                     AND BENEFIT_ACTIVE = '1'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
                   MOVE 'Erreur lecture du catalogue BENEFIT.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               IF SQL-BEN-CNT EQUAL ZERO THEN
                   ADD 1 TO WS-NB-REJECT
                   GO TO 2100-LOAD-ONE-LINE-START-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE ACT_CODE
               SET ACT_LABEL = :SQL-ACT-LABEL,
                   ACT_BENEFIT = CASE
                       WHEN TRIM(:SQL-ACT-BENEFIT) = ''
                       THEN ACT_BENEFIT
                       ELSE :SQL-ACT-BENEFIT END,
                   ACT_ACTIVE = '1'
               WHERE ACT_CODE = :SQL-ACT-CODE
                 AND ACT_NOMENCLATURE = :SQL-ACT-NOMENCLATURE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur mise a jour du referentiel.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQLCODE = FIN OR SQLERRD(3) EQUAL ZERO THEN
               EXEC SQL
                   INSERT INTO ACT_CODE
                       (ACT_CODE, ACT_NOMENCLATURE, ACT_LABEL,
                        ACT_BENEFIT, ACT_ACTIVE)
                   VALUES
                       (:SQL-ACT-CODE, :SQL-ACT-NOMENCLATURE,
                        :SQL-ACT-LABEL, :SQL-ACT-BENEFIT, '1')
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur insertion du referentiel.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
           END-IF.
           ADD 1 TO WS-NB-ROW.
       2100-LOAD-ONE-LINE-START-EXIT.
           EXIT.

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

       2100-SQL-DISCONNECTION-START.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
       2100-SQL-DISCONNECTION-START-EXIT.
           EXIT.

       9020-SQL-ERROR-START.
           MOVE SQLERRMC TO WS-SQL-LIB.
           DISPLAY WS-ERROR-MESSAGE.
           DISPLAY WS-SQL-LIB.
           STOP RUN.

      ******************************************************************
      *    [RD] charge la connexion depuis la configuration           *
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
