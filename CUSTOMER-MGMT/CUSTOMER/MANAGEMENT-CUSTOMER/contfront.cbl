      ******************************************************************
      * Contacts avec l'adherent (appels, courriels, guichet, courrier)*
      *    Programme precedent: vue 360 de l'adherent (mem360.cbl)     *
      *    Programme suivant : vue 360 de l'adherent (mem360.cbl)      *
      *    Saisie d'un contact : canal, code motif, note libre, date   *
      *    de rappel promise et objet concerne (demande, facture ou    *
      *    reclamation de l'adherent). Le contact est enregistre dans  *
      *    CONTACT_LOG par contlog.cbl, au nom de l'operateur de la    *
      *    session. Un rappel effectue est marque traite en saisissant *
      *    le numero du contact. L'ecran affiche les huit derniers     *
      *    contacts, du plus recent au plus ancien, et le nombre de    *
      *    rappels encore ouverts.                                     *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contfront RECURSIVE.
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

      *    adherent et rappels ouverts affiches en tete
       01  SC-MEMBER-LINE      PIC X(80)   VALUE SPACES .
       01  SC-STATUS-LINE      PIC X(120)  VALUE SPACES .

      *    zones de saisie du contact
       01  SC-CHANNEL          PIC X(10)   VALUE SPACES .
       01  SC-REASON           PIC X(10)   VALUE SPACES .
       01  SC-NOTE1            PIC X(100)  VALUE SPACES .
       01  SC-NOTE2            PIC X(100)  VALUE SPACES .
       01  SC-FOLLOWUP         PIC 9(08)   VALUE ZERO .
       01  SC-LINK-TYPE        PIC X(12)   VALUE SPACES .
       01  SC-LINK-REF         PIC 9(08)   VALUE ZERO .
       01  SC-DONE-NUM         PIC 9(08)   VALUE ZERO .

      *    huit derniers contacts
       01  SC-HISTORY-LINES.
           03 SC-H01           PIC X(160)  VALUE SPACES .
           03 SC-H02           PIC X(160)  VALUE SPACES .
           03 SC-H03           PIC X(160)  VALUE SPACES .
           03 SC-H04           PIC X(160)  VALUE SPACES .
           03 SC-H05           PIC X(160)  VALUE SPACES .
           03 SC-H06           PIC X(160)  VALUE SPACES .
           03 SC-H07           PIC X(160)  VALUE SPACES .
           03 SC-H08           PIC X(160)  VALUE SPACES .
       01  SC-HISTORY-TABLE REDEFINES SC-HISTORY-LINES.
           03 SC-H-ROW         PIC X(160)  OCCURS 8.
       01  WS-NB-ROWS          PIC 9(02)   VALUE ZERO .
       01  WS-NB-OPEN-ED       PIC Z(4)9   VALUE ZERO .
       01  WS-NUM-ED           PIC Z(7)9   VALUE ZERO .
       01  WS-FOLLOWUP-TXT     PIC X(24)   VALUE SPACES .

      *    enregistrement du contact (contlog.cbl)
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
       01  SQL-NB-OPEN             PIC 9(05)   VALUE ZERO        .
       01  SQL-LINK-NUM            PIC 9(08)   VALUE ZERO        .
       01  SQL-NB-FOUND            PIC 9(05)   VALUE ZERO        .
       01  SQL-C-NUM               PIC 9(08)   VALUE ZERO        .
       01  SQL-C-DATE              PIC X(10)   VALUE SPACES      .
       01  SQL-C-TIME              PIC X(05)   VALUE SPACES      .
       01  SQL-C-CHANNEL           PIC X(10)   VALUE SPACES      .
       01  SQL-C-OPERATOR          PIC X(10)   VALUE SPACES      .
       01  SQL-C-REASON            PIC X(10)   VALUE SPACES      .
       01  SQL-C-NOTE              PIC X(200)  VALUE SPACES      .
       01  SQL-C-FOLLOWUP          PIC X(10)   VALUE SPACES      .
       01  SQL-C-DONE              PIC X(01)   VALUE SPACE       .
       01  SQL-C-LINK-TYPE         PIC X(12)   VALUE SPACES      .
       01  SQL-C-LINK-REF          PIC X(20)   VALUE SPACES      .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           03 LK-CUS-REST        PIC X(400).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-contact.cpy'.

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
      *    [RD] Garantit la table des contacts (un appel de contlog.cbl*
      *    sans adherent la cree) et charge l'historique.              *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-MESSAGE.
           PERFORM 1050-CLEAR-INPUT-START
                 THRU END-1050-CLEAR-INPUT.
           MOVE LK-CUS-UUID TO SQL-CUS-UUID.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1400-READ-HISTORY-START
                 THRU END-1400-READ-HISTORY.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
           EXIT.

       1050-CLEAR-INPUT-START.
           INITIALIZE SC-CHANNEL SC-REASON SC-NOTE1 SC-NOTE2
                      SC-FOLLOWUP SC-LINK-TYPE SC-LINK-REF SC-DONE-NUM.
       END-1050-CLEAR-INPUT.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-CONTACT
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

      *    [RD] un numero de contact saisi marque son rappel traite ;
      *    sinon le contact saisi est enregistre.
       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-VALIDATE) EQUAL 'O' THEN
              IF SC-DONE-NUM NOT = ZERO
                 PERFORM 1700-FOLLOWUP-DONE-START
                      THRU END-1700-FOLLOWUP-DONE
              ELSE
                 PERFORM 1600-SAVE-CONTACT-START
                      THRU END-1600-SAVE-CONTACT
              END-IF
              MOVE SPACE TO SC-VALIDATE
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Identite, rappels ouverts et huit derniers contacts de *
      *    l'adherent, du plus recent au plus ancien.                  *
      ******************************************************************
       1400-READ-HISTORY-START.
           INITIALIZE SQL-LASTNAME SQL-FIRSTNAME SQL-NB-OPEN.
           EXEC SQL
              SELECT CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME
                 INTO :SQL-LASTNAME, :SQL-FIRSTNAME
                 FROM CUSTOMER
                 WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE ADHERENT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
                 INTO :SQL-NB-OPEN
                 FROM CONTACT_LOG
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                   AND CONTACT_FOLLOWUP_DATE IS NOT NULL
                   AND COALESCE(CONTACT_FOLLOWUP_DONE, 'N') = 'N'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE RAPPELS OUVERTS' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           INITIALIZE SC-MEMBER-LINE SC-STATUS-LINE.
           STRING 'Adherent : ' FUNCTION TRIM(SQL-LASTNAME) SPACE
                  FUNCTION TRIM(SQL-FIRSTNAME)
              DELIMITED BY SIZE INTO SC-MEMBER-LINE
           END-STRING.
           IF  SQL-NB-OPEN EQUAL ZERO
              MOVE 'Aucun rappel promis en attente.' TO SC-STATUS-LINE
           ELSE
              MOVE SQL-NB-OPEN TO WS-NB-OPEN-ED
              STRING 'Rappel(s) promis non traite(s) : '
                     FUNCTION TRIM(WS-NB-OPEN-ED)
                 DELIMITED BY SIZE INTO SC-STATUS-LINE
              END-STRING
           END-IF.

           INITIALIZE SC-HISTORY-LINES.
           MOVE ZERO TO WS-NB-ROWS.
           EXEC SQL
              DECLARE CRSCONTACT CURSOR FOR
              SELECT CONTACT_NUM, CONTACT_DATE, CONTACT_TIME,
                     CONTACT_CHANNEL, CONTACT_OPERATOR, CONTACT_REASON,
                     COALESCE(CONTACT_NOTE, ''),
                     COALESCE(CONTACT_FOLLOWUP_DATE, ''),
                     COALESCE(CONTACT_FOLLOWUP_DONE, 'N'),
                     COALESCE(CONTACT_LINK_TYPE, ''),
                     COALESCE(CONTACT_LINK_REF, '')
                 FROM CONTACT_LOG
                 WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 ORDER BY CONTACT_NUM DESC
           END-EXEC.
           EXEC SQL OPEN CRSCONTACT END-EXEC.
           PERFORM UNTIL SQLCODE = FIN OR WS-NB-ROWS >= 8
              EXEC SQL
                 FETCH CRSCONTACT
                 INTO :SQL-C-NUM, :SQL-C-DATE, :SQL-C-TIME,
                      :SQL-C-CHANNEL, :SQL-C-OPERATOR, :SQL-C-REASON,
                      :SQL-C-NOTE, :SQL-C-FOLLOWUP, :SQL-C-DONE,
                      :SQL-C-LINK-TYPE, :SQL-C-LINK-REF
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    ADD 1 TO WS-NB-ROWS
                    PERFORM 1450-FORMAT-ROW-START
                         THRU END-1450-FORMAT-ROW
                 WHEN FIN
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERROR FETCHING CURSOR CRSCONTACT :'
                    SPACE SQLCODE
                    MOVE FIN TO SQLCODE
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSCONTACT END-EXEC.
       END-1400-READ-HISTORY.
           EXIT.

      *    [RD] une ligne d'historique : numero, date, heure, canal,
      *    motif, operateur, rappel, objet et debut de la note.
       1450-FORMAT-ROW-START.
           MOVE SQL-C-NUM TO WS-NUM-ED.
           INITIALIZE WS-FOLLOWUP-TXT.
           IF  SQL-C-FOLLOWUP NOT = SPACES
              IF  SQL-C-DONE EQUAL 'O'
                 STRING 'rappel ' SQL-C-FOLLOWUP ' fait'
                    DELIMITED BY SIZE INTO WS-FOLLOWUP-TXT
                 END-STRING
              ELSE
                 STRING 'RAPPEL ' SQL-C-FOLLOWUP ' DU'
                    DELIMITED BY SIZE INTO WS-FOLLOWUP-TXT
                 END-STRING
              END-IF
           END-IF.
           STRING FUNCTION TRIM(WS-NUM-ED) ' ' SQL-C-DATE ' '
                  SQL-C-TIME ' ' SQL-C-CHANNEL ' ' SQL-C-REASON ' '
                  SQL-C-OPERATOR ' ' WS-FOLLOWUP-TXT ' '
                  FUNCTION TRIM(SQL-C-LINK-TYPE) ' '
                  FUNCTION TRIM(SQL-C-LINK-REF) ' - '
                  FUNCTION TRIM(SQL-C-NOTE)
              DELIMITED BY SIZE INTO SC-H-ROW(WS-NB-ROWS)
           END-STRING.
       END-1450-FORMAT-ROW.
           EXIT.

      ******************************************************************
      *    [RD] Controle et enregistre le contact saisi. L'objet       *
      *    designe doit appartenir a l'adherent.                       *
      ******************************************************************
       1600-SAVE-CONTACT-START.
           INITIALIZE SC-MESSAGE.
           INITIALIZE WS-CONTACT.
           MOVE FUNCTION UPPER-CASE(SC-CHANNEL) TO WS-CTC-CHANNEL.
           MOVE FUNCTION UPPER-CASE(SC-REASON) TO WS-CTC-REASON.
           MOVE FUNCTION UPPER-CASE(SC-LINK-TYPE) TO WS-CTC-LINK-TYPE.
           IF  WS-CTC-CHANNEL EQUAL SPACES
              OR WS-CTC-REASON EQUAL SPACES
              MOVE 'Veuillez saisir le canal et le motif du contact.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-CONTACT
           END-IF.
           IF  SC-FOLLOWUP NOT = ZERO
              IF  FUNCTION TEST-DATE-YYYYMMDD(SC-FOLLOWUP) NOT = 0
                 MOVE 'Date de rappel invalide (AAAAMMJJ).'
                    TO SC-MESSAGE
                 GO TO END-1600-SAVE-CONTACT
              END-IF
              STRING SC-FOLLOWUP(1:4) '-' SC-FOLLOWUP(5:2) '-'
                     SC-FOLLOWUP(7:2)
                 DELIMITED BY SIZE INTO WS-CTC-FOLLOWUP
              END-STRING
           END-IF.
           IF  WS-CTC-LINK-TYPE NOT = SPACES
              IF  SC-LINK-REF EQUAL ZERO
                 MOVE 'Numero de l''objet concerne invalide.'
                    TO SC-MESSAGE
                 GO TO END-1600-SAVE-CONTACT
              END-IF
              MOVE SC-LINK-REF TO SQL-LINK-NUM
              MOVE SQL-LINK-NUM TO WS-NUM-ED
              MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-CTC-LINK-REF
           END-IF.
           STRING SC-NOTE1 SC-NOTE2
              DELIMITED BY SIZE INTO WS-CTC-NOTE
           END-STRING.
           MOVE 'A' TO WS-CTC-ACTION.
           MOVE SQL-CUS-UUID TO WS-CTC-CUS-UUID.

           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           IF  WS-CTC-LINK-TYPE NOT = SPACES
              PERFORM 1650-CHECK-LINK-START
                   THRU END-1650-CHECK-LINK
              IF  SQL-NB-FOUND EQUAL ZERO
                 PERFORM 2100-SQL-DISCONNECTION-START
                       THRU END-2100-SQL-DISCONNECTION
                 IF  SC-MESSAGE EQUAL SPACES
                    MOVE 'Objet inconnu pour cet adherent.'
                       TO SC-MESSAGE
                 END-IF
                 GO TO END-1600-SAVE-CONTACT
              END-IF
           END-IF.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
           IF  WS-CTC-RC EQUAL '9'
              EXEC SQL ROLLBACK WORK END-EXEC
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'ERREUR A L''ENREGISTREMENT DU CONTACT.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-CONTACT
           END-IF.
           IF  WS-CTC-RC EQUAL '2'
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'Canal, motif ou objet inconnu : voir les listes.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-CONTACT
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1400-READ-HISTORY-START
                 THRU END-1400-READ-HISTORY.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           PERFORM 1050-CLEAR-INPUT-START
                 THRU END-1050-CLEAR-INPUT.
           MOVE WS-CTC-NUM TO WS-NUM-ED.
           STRING 'CONTACT ENREGISTRE SOUS LE NUMERO '
                  FUNCTION TRIM(WS-NUM-ED) '.'
              DELIMITED BY SIZE INTO SC-MESSAGE
           END-STRING.
       END-1600-SAVE-CONTACT.
           EXIT.

      *    [RD] la demande, facture ou reclamation designee doit etre
      *    celle de l'adherent.
       1650-CHECK-LINK-START.
           MOVE ZERO TO SQL-NB-FOUND.
           IF  WS-CTC-LINK-TYPE EQUAL 'DEMANDE'
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-FOUND
                    FROM CUSTOMER_CLAIM
                    WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
                      AND CLAIM_NUM = :SQL-LINK-NUM
              END-EXEC
           ELSE IF WS-CTC-LINK-TYPE EQUAL 'FACTURE'
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-FOUND
                    FROM INVOICE
                    WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :SQL-CUS-UUID
                      AND INVOICE_NUMBER = :SQL-LINK-NUM
              END-EXEC
           ELSE IF WS-CTC-LINK-TYPE EQUAL 'RECLAMATION'
              EXEC SQL
                 SELECT COUNT(*) INTO :SQL-NB-FOUND
                    FROM COMPLAINT
                    WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                      AND COMPLAINT_NUM = :SQL-LINK-NUM
              END-EXEC
           ELSE
              MOVE 'Objet : DEMANDE, FACTURE ou RECLAMATION.'
                 TO SC-MESSAGE
              GO TO END-1650-CHECK-LINK
           END-IF
           END-IF
           END-IF.
      *    [RD] table absente (aucune reclamation encore saisie) :
      *    l'objet est simplement inconnu.
           IF  SQLCODE NOT = ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE ZERO TO SQL-NB-FOUND
           END-IF.
       END-1650-CHECK-LINK.
           EXIT.

      ******************************************************************
      *    [RD] Rappel effectue : le contact saisi doit etre un rappel *
      *    encore ouvert de l'adherent.                                *
      ******************************************************************
       1700-FOLLOWUP-DONE-START.
           INITIALIZE SC-MESSAGE.
           INITIALIZE WS-CONTACT.
           MOVE 'F' TO WS-CTC-ACTION.
           MOVE SQL-CUS-UUID TO WS-CTC-CUS-UUID.
           MOVE SC-DONE-NUM TO WS-CTC-NUM.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
           IF  WS-CTC-RC EQUAL '9'
              EXEC SQL ROLLBACK WORK END-EXEC
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              MOVE 'ERREUR A LA MISE A JOUR DU RAPPEL.'
                 TO SC-MESSAGE
              GO TO END-1700-FOLLOWUP-DONE
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1400-READ-HISTORY-START
                 THRU END-1400-READ-HISTORY.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           IF  WS-CTC-RC EQUAL '1'
              MOVE 'Aucun rappel ouvert sous ce numero de contact.'
                 TO SC-MESSAGE
              GO TO END-1700-FOLLOWUP-DONE
           END-IF.
           MOVE ZERO TO SC-DONE-NUM.
           MOVE 'RAPPEL MARQUE TRAITE.' TO SC-MESSAGE.
       END-1700-FOLLOWUP-DONE.
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
