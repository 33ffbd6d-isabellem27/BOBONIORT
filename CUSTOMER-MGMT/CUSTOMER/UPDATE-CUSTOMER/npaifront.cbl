      ******************************************************************
      * Courrier revenu NPAI ("n'habite pas a l'adresse indiquee").    *
      *    Programme precedent: vue 360 de l'adherent (mem360.cbl)     *
      *    Programme suivant : vue 360 de l'adherent (mem360.cbl)      *
      *    Saisie d'un courrier revenu par La Poste pour l'adherent :  *
      *    le retour est enregistre dans NPAI_RETURN (npaiupd.cbl,     *
      *    source SAISIE), l'adresse est marquee invalide, les envois  *
      *    suivants passent par courriel si l'adherent y a consenti,   *
      *    et l'adherent rejoint la liste de travail "adresse NPAI"    *
      *    (worklist.cbl). La marque est levee d'elle-meme au          *
      *    changement d'adresse (ucback.cbl, cfcorrect.cbl).           *
      *    L'ecran rappelle l'adresse en base, l'etat NPAI et les cinq *
      *    derniers retours enregistres.                               *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. npaifront RECURSIVE.
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
       01  SC-VALIDATE         PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    adherent, adresse et etat NPAI affiches en tete
       01  SC-MEMBER-LINE      PIC X(80)   VALUE SPACES .
       01  SC-ADDRESS-LINE     PIC X(160)  VALUE SPACES .
       01  SC-STATUS-LINE      PIC X(120)  VALUE SPACES .

      *    zones de saisie du retour
       01  SC-DOCUMENT         PIC X(60)   VALUE SPACES .
       01  SC-RETURN-DATE      PIC 9(08)   VALUE ZERO .

      *    cinq derniers retours
       01  SC-RETURN-LINES.
           03 SC-R01           PIC X(100)  VALUE SPACES .
           03 SC-R02           PIC X(100)  VALUE SPACES .
           03 SC-R03           PIC X(100)  VALUE SPACES .
           03 SC-R04           PIC X(100)  VALUE SPACES .
           03 SC-R05           PIC X(100)  VALUE SPACES .
       01  SC-RETURN-TABLE REDEFINES SC-RETURN-LINES.
           03 SC-R-ROW         PIC X(100)  OCCURS 5.
       01  WS-NB-ROWS          PIC 9(02)   VALUE ZERO .

      *    enregistrement du retour (npaiupd.cbl)
       01  WS-NPAI.
           05 WS-NPAI-ACTION      PIC X(01).
           05 WS-NPAI-CUS-UUID    PIC X(36).
           05 WS-NPAI-DATE        PIC X(10).
           05 WS-NPAI-DOCUMENT    PIC X(60).
           05 WS-NPAI-SOURCE      PIC X(10).
           05 WS-NPAI-CHANNEL     PIC X(10).
           05 WS-NPAI-RC          PIC X(01).

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-CUS-UUID            PIC X(36)   VALUE SPACES      .
       01  SQL-LASTNAME            PIC X(20)   VALUE SPACES      .
       01  SQL-FIRSTNAME           PIC X(20)   VALUE SPACES      .
       01  SQL-ADDRESS             PIC X(160)  VALUE SPACES      .
       01  SQL-NPAI                PIC X(01)   VALUE SPACE       .
       01  SQL-NPAI-DATE           PIC X(10)   VALUE SPACES      .
       01  SQL-R-DATE              PIC X(10)   VALUE SPACES      .
       01  SQL-R-DOCUMENT          PIC X(60)   VALUE SPACES      .
       01  SQL-R-SOURCE            PIC X(10)   VALUE SPACES      .
       01  SQL-R-STATUS            PIC X(10)   VALUE SPACES      .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           03 LK-CUS-REST        PIC X(400).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-npai.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-CUSTOMER.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Garantit les tables utilisees (un appel de npaiupd.cbl *
      *    sans adherent les cree) et charge l'etat de l'adherent.     *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-MESSAGE SC-DOCUMENT
                      SC-RETURN-DATE.
           MOVE LK-CUS-UUID TO SQL-CUS-UUID.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           INITIALIZE WS-NPAI.
           CALL 'npaiupd' USING WS-NPAI
           END-CALL.
           PERFORM 1400-READ-STATE-START
                 THRU END-1400-READ-STATE.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-NPAI
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              PERFORM 1600-SAVE-RETURN-START
                   THRU END-1600-SAVE-RETURN
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Identite, adresse en base, etat NPAI et cinq derniers  *
      *    retours de l'adherent.                                      *
      ******************************************************************
       1400-READ-STATE-START.
           INITIALIZE SQL-LASTNAME SQL-FIRSTNAME SQL-ADDRESS SQL-NPAI
                      SQL-NPAI-DATE.
           EXEC SQL
              SELECT CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME,
                     TRIM(COALESCE(CUSTOMER_ADRESS1, '') || ' '
                     || COALESCE(CUSTOMER_ADRESS2, '') || ' '
                     || COALESCE(CUSTOMER_ZIPCODE, '') || ' '
                     || COALESCE(CUSTOMER_TOWN, '')),
                     COALESCE(CUSTOMER_NPAI, 'N'),
                     COALESCE(CUSTOMER_NPAI_DATE, '')
                 INTO :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-ADDRESS,
                      :SQL-NPAI, :SQL-NPAI-DATE
                 FROM CUSTOMER
                 WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           INITIALIZE SC-MEMBER-LINE SC-ADDRESS-LINE SC-STATUS-LINE.
           STRING 'Adherent : ' FUNCTION TRIM(SQL-LASTNAME) SPACE
                  FUNCTION TRIM(SQL-FIRSTNAME)
              DELIMITED BY SIZE INTO SC-MEMBER-LINE
           END-STRING.
           STRING 'Adresse en base : ' FUNCTION TRIM(SQL-ADDRESS)
              DELIMITED BY SIZE INTO SC-ADDRESS-LINE
           END-STRING.
           IF  SQL-NPAI EQUAL 'O'
              STRING 'ADRESSE INVALIDE (NPAI) DEPUIS LE '
                     SQL-NPAI-DATE
                     ' - plus aucun envoi postal, courriel seulement.'
                 DELIMITED BY SIZE INTO SC-STATUS-LINE
              END-STRING
           ELSE
              MOVE 'Adresse valide : aucun courrier revenu en cours.'
                 TO SC-STATUS-LINE
           END-IF.

           INITIALIZE SC-RETURN-LINES.
           MOVE ZERO TO WS-NB-ROWS.
           EXEC SQL
              DECLARE CRSNPAI CURSOR FOR
              SELECT NPAI_RETURN_DATE, NPAI_DOCUMENT, NPAI_SOURCE,
                     NPAI_STATUS
                 FROM NPAI_RETURN
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 ORDER BY NPAI_NUM DESC
           END-EXEC.
           EXEC SQL OPEN CRSNPAI END-EXEC.
           PERFORM UNTIL SQLCODE = FIN OR WS-NB-ROWS >= 5
              EXEC SQL
                 FETCH CRSNPAI
                 INTO :SQL-R-DATE, :SQL-R-DOCUMENT, :SQL-R-SOURCE,
                      :SQL-R-STATUS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    ADD 1 TO WS-NB-ROWS
                    STRING SQL-R-DATE ' - ' SQL-R-STATUS ' - '
                           SQL-R-SOURCE ' - '
                           FUNCTION TRIM(SQL-R-DOCUMENT)
                       DELIMITED BY SIZE INTO SC-R-ROW(WS-NB-ROWS)
                    END-STRING
                 WHEN FIN
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING CURSOR CRSNPAI :'
                    SPACE SQLCODE
                    MOVE FIN TO SQLCODE
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSNPAI END-EXEC.
       END-1400-READ-STATE.
           EXIT.

      ******************************************************************
      *    [RD] Controle et enregistre le retour saisi ; le canal des  *
      *    envois suivants est rappele a l'operateur.                  *
      ******************************************************************
       1600-SAVE-RETURN-START.
           INITIALIZE SC-MESSAGE.
           IF  SC-DOCUMENT EQUAL SPACES
              MOVE 'Veuillez designer le courrier revenu.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RETURN
           END-IF.
           INITIALIZE WS-NPAI.
           IF  SC-RETURN-DATE NOT = ZERO
              IF  FUNCTION TEST-DATE-YYYYMMDD(SC-RETURN-DATE) NOT = 0
                 MOVE 'Date du retour invalide (AAAAMMJJ).'
                    TO SC-MESSAGE
                 GO TO END-1600-SAVE-RETURN
              END-IF
              STRING SC-RETURN-DATE(1:4) '-' SC-RETURN-DATE(5:2) '-'
                     SC-RETURN-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-NPAI-DATE
              END-STRING
           END-IF.

           MOVE 'R' TO WS-NPAI-ACTION.
           MOVE SQL-CUS-UUID TO WS-NPAI-CUS-UUID.
           MOVE SC-DOCUMENT TO WS-NPAI-DOCUMENT.
           MOVE 'SAISIE' TO WS-NPAI-SOURCE.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           CALL 'npaiupd' USING WS-NPAI
           END-CALL.
           IF  WS-NPAI-RC EQUAL '9'
              EXEC SQL ROLLBACK WORK END-EXEC
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'ERREUR A L''ENREGISTREMENT DU RETOUR.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RETURN
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1400-READ-STATE-START
                 THRU END-1400-READ-STATE.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.

           IF  WS-NPAI-RC EQUAL '1'
              MOVE 'Retour deja enregistre pour ce courrier.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RETURN
           END-IF.
           INITIALIZE SC-DOCUMENT SC-RETURN-DATE.
           IF  WS-NPAI-CHANNEL EQUAL 'COURRIEL'
              MOVE 'RETOUR ENREGISTRE - envois suivants par courriel.'
                 TO SC-MESSAGE
           ELSE
              MOVE 'RETOUR ENREGISTRE - sans courriel : plus d''envoi.'
                 TO SC-MESSAGE
           END-IF.
       END-1600-SAVE-RETURN.
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
      *    [RD] charge la connexion depuis la configuration            *
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
