      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Mesure de protection en vigueur           *
      *    (representant legal, getrep.cbl) affichee en evidence sous  *
      *    l'identite, avec un renvoi vers sa saisie (repfront.cbl).   *
      * MAJ RD le 15/10/2026 Adresse invalide (courrier revenu NPAI,   *
      *    npaiupd.cbl) affichee en evidence avec le nombre de retours *
      *    ouverts, et renvoi vers la saisie d'un retour               *
      *    (npaifront.cbl).                                            *
      * MAJ RD le 15/10/2026 Trois derniers contacts avec l'adherent   *
      *    (CONTACT_LOG, contlog.cbl) et renvoi vers leur saisie       *
      *    (contfront.cbl).                                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-GO-PAYMENT        PIC X(01) VALUE SPACE.
       01  WS-GO-CLAIMS         PIC X(01) VALUE SPACE.
       01  WS-GO-DOCS           PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : saisie du representant legal.
       01  WS-GO-REP            PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : saisie d'un courrier revenu NPAI.
       01  WS-GO-NPAI           PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : journal des contacts.
       01  WS-GO-CONTACT        PIC X(01) VALUE SPACE.
       01  WS-MENU-ERROR        PIC X(70) VALUE SPACES.

      *    [RD] lignes consolidees de la vue.
       01  WS-CLM2-LINE         PIC X(110) VALUE SPACES.
       01  WS-CLM3-LINE         PIC X(110) VALUE SPACES.
       01  WS-PLAN-LINE         PIC X(110) VALUE SPACES.
      *    [RD] le 15/10/2026 : etat de la liaison NOEMIE (noemlnk.cbl).
       01  WS-NOEMIE-LINE       PIC X(110) VALUE SPACES.
      *    [RD] le 15/10/2026 : mesure de protection en vigueur.
       01  WS-REP-LINE          PIC X(110) VALUE SPACES.
      *    [RD] le 15/10/2026 : adresse invalide (NPAI).
       01  WS-NPAI-LINE         PIC X(110) VALUE SPACES.
       01  WS-NPAI.
           05 WS-NPAI-ACTION      PIC X(01).
           05 WS-NPAI-CUS-UUID    PIC X(36).
           05 WS-NPAI-DATE        PIC X(10).
           05 WS-NPAI-DOCUMENT    PIC X(60).
           05 WS-NPAI-SOURCE      PIC X(10).
           05 WS-NPAI-CHANNEL     PIC X(10).
           05 WS-NPAI-RC          PIC X(01).
       01  WS-Z-NPAI-OPEN       PIC Z9.
      *    [RD] le 15/10/2026 : trois derniers contacts.
       01  WS-CTC1-LINE         PIC X(110) VALUE SPACES.
       01  WS-CTC2-LINE         PIC X(110) VALUE SPACES.
       01  WS-CTC3-LINE         PIC X(110) VALUE SPACES.
       01  WS-CTC-LINE          PIC X(110) VALUE SPACES.
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
       01  WS-CLM-LINE          PIC X(110) VALUE SPACES.
       01  WS-Z-AMOUNT          PIC Z(06)9.99.
       01  WS-Z-RESIDUAL        PIC Z(06)9.99.
       01  SQL-CLM-STATUS       PIC X(10).
       01  SQL-PLAN-NUM         PIC 9(08).
       01  SQL-PLAN-STATUS      PIC X(10).
       01  SQL-NL-STATUS        PIC X(10).
       01  SQL-NL-DEP-ACTIVE    PIC 9(03).
       01  SQL-NL-DEP-WAIT      PIC 9(03).
       01  SQL-NL-DEP-REJECT    PIC 9(03).
       01  SQL-NPAI             PIC X(01).
       01  SQL-NPAI-DATE        PIC X(10).
       01  SQL-NPAI-OPEN        PIC 9(02).
       01  SQL-CTC-DATE         PIC X(10).
       01  SQL-CTC-CHANNEL      PIC X(10).
       01  SQL-CTC-REASON       PIC X(10).
       01  SQL-CTC-OPERATOR     PIC X(10).
       01  SQL-CTC-FOLLOWUP     PIC X(10).
       01  SQL-CTC-DONE         PIC X(01).
       01  SQL-CTC-NOTE         PIC X(200).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       0000-START-MAIN.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-GO-CONTRACT
               WS-GO-PAYMENT WS-GO-CLAIMS WS-GO-DOCS WS-GO-REP
               WS-GO-NPAI WS-GO-CONTACT.
           PERFORM 1000-LOAD-VIEW-START
               THRU 1000-LOAD-VIEW-START-EXIT.
           PERFORM 1100-DISPLAY-SCREEN-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           INITIALIZE WS-ID-LINE WS-CONSENT-LINE WS-CT-LINE
               WS-INV-LINE WS-MAND-LINE WS-DEP-LINE WS-CLM1-LINE
               WS-CLM2-LINE WS-CLM3-LINE WS-PLAN-LINE WS-NOEMIE-LINE
               WS-REP-LINE WS-NPAI-LINE WS-CTC1-LINE WS-CTC2-LINE
               WS-CTC3-LINE.

      *    [RD] identite et consentements.
           INITIALIZE SQL-LASTNAME SQL-FIRSTNAME SQL-SECU.
               DELIMITED BY SIZE INTO WS-CONSENT-LINE
           END-STRING.

      *    [RD] le 15/10/2026 : mesure de protection en vigueur ; les
      *    courriers partent alors au representant.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE LK-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF WS-REP-RC EQUAL '0' THEN
               STRING '*** ' FUNCTION TRIM(WS-REP-TYPE-LABEL)
                   ' - representant ' FUNCTION TRIM(WS-REP-NAME)
                   ' - ' FUNCTION TRIM(WS-REP-SCOPE-LABEL)
                   ' - decision ' FUNCTION TRIM(WS-REP-COURT-REF)
                   ' ***'
                   DELIMITED BY SIZE INTO WS-REP-LINE
               END-STRING
           END-IF.

      *    [RD] le 15/10/2026 : courrier revenu NPAI ; l'appel sans
      *    adherent de npaiupd.cbl garantit les colonnes lues.
           INITIALIZE WS-NPAI.
           CALL 'npaiupd' USING WS-NPAI
           END-CALL.
           MOVE 'N' TO SQL-NPAI.
           INITIALIZE SQL-NPAI-DATE.
           MOVE ZERO TO SQL-NPAI-OPEN.
           EXEC SQL
               SELECT COALESCE(CUSTOMER_NPAI, 'N'),
                      COALESCE(CUSTOMER_NPAI_DATE, ''),
                      (SELECT COUNT(*) FROM NPAI_RETURN N
                        WHERE N.UUID_CUSTOMER = :LK-CUS-UUID
                          AND N.NPAI_STATUS = 'OUVERT')
               INTO :SQL-NPAI, :SQL-NPAI-DATE, :SQL-NPAI-OPEN
               FROM CUSTOMER
               WHERE CAST(UUID_CUSTOMER AS VARCHAR) = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de l etat NPAI.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-NPAI EQUAL 'O' THEN
               MOVE SQL-NPAI-OPEN TO WS-Z-NPAI-OPEN
               STRING '*** ADRESSE INVALIDE (NPAI) depuis le '
                   SQL-NPAI-DATE ' - ' FUNCTION TRIM(WS-Z-NPAI-OPEN)
                   ' retour(s) ouvert(s) - aucun envoi postal ***'
                   DELIMITED BY SIZE INTO WS-NPAI-LINE
               END-STRING
           END-IF.

      *    [RD] contrat actif : palier, statut, cotisation,
      *    suspension eventuelle pour impayes.
           INITIALIZE SQL-REIM-NUM SQL-REIM-STATUS.
               END-STRING
           END-IF.

      *    [RD] le 15/10/2026 : trois derniers contacts ; l'appel sans
      *    adherent de contlog.cbl garantit la table lue.
           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
           MOVE 0 TO WS-ROW-IDX.
           EXEC SQL
               DECLARE CRS-360CTC CURSOR FOR
               SELECT CONTACT_DATE, CONTACT_CHANNEL, CONTACT_REASON,
                      CONTACT_OPERATOR,
                      COALESCE(CONTACT_FOLLOWUP_DATE, ''),
                      COALESCE(CONTACT_FOLLOWUP_DONE, 'N'),
                      COALESCE(CONTACT_NOTE, '')
               FROM CONTACT_LOG
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
               ORDER BY CONTACT_NUM DESC
               LIMIT 3
           END-EXEC.
           EXEC SQL OPEN CRS-360CTC END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-360CTC
                   INTO :SQL-CTC-DATE, :SQL-CTC-CHANNEL,
                        :SQL-CTC-REASON, :SQL-CTC-OPERATOR,
                        :SQL-CTC-FOLLOWUP, :SQL-CTC-DONE,
                        :SQL-CTC-NOTE
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-ROW-IDX
                   INITIALIZE WS-CTC-LINE
                   IF SQL-CTC-FOLLOWUP NOT = SPACES
                      AND SQL-CTC-DONE NOT = 'O' THEN
                       STRING 'Contact ' SQL-CTC-DATE ' - '
                           FUNCTION TRIM(SQL-CTC-CHANNEL) ' - '
                           FUNCTION TRIM(SQL-CTC-REASON) ' - '
                           FUNCTION TRIM(SQL-CTC-OPERATOR)
                           ' - RAPPEL LE ' SQL-CTC-FOLLOWUP ' - '
                           FUNCTION TRIM(SQL-CTC-NOTE)
                           DELIMITED BY SIZE INTO WS-CTC-LINE
                       END-STRING
                   ELSE
                       STRING 'Contact ' SQL-CTC-DATE ' - '
                           FUNCTION TRIM(SQL-CTC-CHANNEL) ' - '
                           FUNCTION TRIM(SQL-CTC-REASON) ' - '
                           FUNCTION TRIM(SQL-CTC-OPERATOR) ' - '
                           FUNCTION TRIM(SQL-CTC-NOTE)
                           DELIMITED BY SIZE INTO WS-CTC-LINE
                       END-STRING
                   END-IF
                   EVALUATE WS-ROW-IDX
                       WHEN 1 MOVE WS-CTC-LINE TO WS-CTC1-LINE
                       WHEN 2 MOVE WS-CTC-LINE TO WS-CTC2-LINE
                       WHEN 3 MOVE WS-CTC-LINE TO WS-CTC3-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRS-360CTC END-EXEC.
           IF WS-ROW-IDX = ZERO THEN
               MOVE 'Aucun contact enregistre.' TO WS-CTC1-LINE
           END-IF.

      *    [RD] le 15/10/2026 : liaison NOEMIE de l'adherent et de ses
      *    ayants droit. Lue en dernier : la table n'existe qu'apres
      *    la premiere demande de liaison, l'erreur est alors toleree.
           INITIALIZE SQL-NL-STATUS.
           MOVE ZERO TO SQL-NL-DEP-ACTIVE SQL-NL-DEP-WAIT
               SQL-NL-DEP-REJECT.
           EXEC SQL
               SELECT COALESCE(MAX(CASE WHEN LINK_DEP_NUM = 0
                                   THEN LINK_STATUS END), ''),
                      COALESCE(SUM(CASE WHEN LINK_DEP_NUM <> 0
                                    AND LINK_STATUS = 'ACTIF'
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LINK_DEP_NUM <> 0
                                    AND LINK_STATUS IN ('A-ENVOYER',
                                                        'ENVOYE')
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN LINK_DEP_NUM <> 0
                                    AND LINK_STATUS = 'REJETE'
                                   THEN 1 ELSE 0 END), 0)
               INTO :SQL-NL-STATUS, :SQL-NL-DEP-ACTIVE,
                    :SQL-NL-DEP-WAIT, :SQL-NL-DEP-REJECT
               FROM NOEMIE_LINK
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-NL-STATUS = SPACES THEN
               MOVE 'NOEMIE : aucune liaison.' TO WS-NOEMIE-LINE
               MOVE ZERO TO SQLCODE
           ELSE
               INITIALIZE WS-NOEMIE-LINE
               STRING 'NOEMIE : adherent '
                   FUNCTION TRIM(SQL-NL-STATUS)
                   ' - ayants droit actifs ' SQL-NL-DEP-ACTIVE
                   ' - en attente ' SQL-NL-DEP-WAIT
                   ' - rejetes ' SQL-NL-DEP-REJECT
                   DELIMITED BY SIZE INTO WS-NOEMIE-LINE
               END-STRING
           END-IF.

           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1000-LOAD-VIEW-START-EXIT.
               MOVE SPACES TO WS-GO-DOCS
               PERFORM 1000-LOAD-VIEW-START
                   THRU 1000-LOAD-VIEW-START-EXIT
           ELSE IF FUNCTION UPPER-CASE(WS-GO-REP) EQUAL 'O' THEN
               CALL 'repfront' USING LK-CUSTOMER
               END-CALL
               MOVE SPACES TO WS-GO-REP
               PERFORM 1000-LOAD-VIEW-START
                   THRU 1000-LOAD-VIEW-START-EXIT
           ELSE IF FUNCTION UPPER-CASE(WS-GO-NPAI) EQUAL 'O' THEN
               CALL 'npaifront' USING LK-CUSTOMER
               END-CALL
               MOVE SPACES TO WS-GO-NPAI
               PERFORM 1000-LOAD-VIEW-START
                   THRU 1000-LOAD-VIEW-START-EXIT
           ELSE IF FUNCTION UPPER-CASE(WS-GO-CONTACT) EQUAL 'O' THEN
               CALL 'contfront' USING LK-CUSTOMER
               END-CALL
               MOVE SPACES TO WS-GO-CONTACT
               PERFORM 1000-LOAD-VIEW-START
                   THRU 1000-LOAD-VIEW-START-EXIT
           END-IF.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.
