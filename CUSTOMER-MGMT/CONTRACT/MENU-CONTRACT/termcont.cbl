      *    service busdate.cbl (referentiel des feries de              *
      *    holparam.cbl) : plus de fin de contrat un dimanche ou un    *
      *    ferie.                                                      *
      * MAJ RD le 15/10/2026 La resiliation met en file la radiation   *
      *    NOEMIE de l'adherent et de ses ayants droit lies, a la date *
      *    de fin effective (noemlnk.cbl, noemfront.cbl).              *
      * MAJ RD le 15/10/2026 Motif RIA : resiliation infra-annuelle    *
      *    demandee par le nouvel assureur de l'adherent. La date      *
      *    saisie est la date de reception de la demande ; le contrat  *
      *    doit avoir plus d'un an, la fin est fixee a reception + un  *
      *    mois (preavis legal, non reporte), la demande est tracee    *
      *    dans INSURER_SWITCH et la reponse a l'organisme demandeur   *
      *    (date de fin et certificat de radiation, ou refus) est      *
      *    ecrite dans ./RAPPORT/RIA-REPONSE-<numero>.txt.             *
      * MAJ RD le 15/10/2026 Motif RETRACT : retractation dans les     *
      *    14 jours de la souscription (vente a distance ou a          *
      *    domicile). Le contrat est annule depuis l'origine (statut   *
      *    RETRACTE, fin a la veille de la souscription), chaque       *
      *    facture recoit un avoir total, l'encaisse devient un        *
      *    credit adherent rembourse par credremb.cbl, les demandes    *
      *    en cours sont refusees et les demandes deja payees passent  *
      *    en indus. La commission est reprise par commbat.cbl et la   *
      *    retractation est suivie a part dans churnrpt.cbl.           *
      * MAJ RD le 15/10/2026 La resiliation ou la retractation clot le *
      *    plus ancien pli RESIL ouvert de l'adherent au registre du   *
      *    courrier entrant (mailreg.cbl).                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. termcont RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] le 15/10/2026 : reponse a l'organisme demandeur (RIA).
           SELECT F-RIA-REPLY
           ASSIGN TO WS-RIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-RIA-REPLY
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-RIA-REPLY PIC X(80).

       WORKING-STORAGE SECTION.
      *    [RD] le 03/09/2026 : connexion lue dans la configuration
      *    d'exploitation centralisee (getconf.cbl).
       01  SC-END-DATE          PIC 9(08) VALUE ZERO.
       01  SC-REASON            PIC X(10) VALUE SPACES.
       01  SC-NOTICE-DAYS       PIC 9(03) VALUE ZERO.
      *    [RD] le 15/10/2026 : organisme demandeur d'une RIA.
       01  SC-INSURER           PIC X(30) VALUE SPACES.

       01  WS-END-INT           PIC 9(08) VALUE ZERO.
       01  WS-EFFECTIVE-YMD     PIC 9(08) VALUE ZERO.
      *    [RD] le 03/09/2026 : appel du service de jours ouvres.
       01  WS-BD-DAYS           PIC 9(03) VALUE ZERO.
       01  WS-BD-OUT            PIC 9(08) VALUE ZERO.
      *    [RD] le 15/10/2026 : radiation NOEMIE (noemlnk.cbl).
       01  WS-NL-EVENT          PIC X(01) VALUE 'R'.
       01  WS-NL-DEP-NUM        PIC 9(08) VALUE ZERO.
       01  WS-NL-RC             PIC X(01) VALUE '0'.
      *    [RD] le 15/10/2026 : zone d'appel de mailreg.cbl (registre
      *    du courrier entrant).
       01  WS-MAIL.
           05 WS-MR-ACTION        PIC X(01).
           05 WS-MR-NUM           PIC 9(08).
           05 WS-MR-CUS-UUID      PIC X(36).
           05 WS-MR-SENDER        PIC X(40).
           05 WS-MR-RECEIVED      PIC X(10).
           05 WS-MR-TYPE          PIC X(10).
           05 WS-MR-PAGES         PIC 9(03).
           05 WS-MR-QUEUE         PIC X(10).
           05 WS-MR-OPERATOR      PIC X(10).
           05 WS-MR-PROGRAM       PIC X(10).
           05 WS-MR-REF           PIC X(20).
           05 WS-MR-RC            PIC X(01).
      *    [RD] le 15/10/2026 : resiliation infra-annuelle (RIA).
       01  WS-RIA-ELIGIBLE      PIC X(01) VALUE 'N'.
       01  WS-RIA-CREATE-YMD    PIC 9(08) VALUE ZERO.
       01  WS-RIA-YEAR          PIC 9(04) VALUE ZERO.
       01  WS-RIA-MONTH         PIC 9(02) VALUE ZERO.
       01  WS-RIA-DAY           PIC 9(02) VALUE ZERO.
       01  WS-RIA-LAST-DAY      PIC 9(08) VALUE ZERO.
       01  WS-RIA-DASH          PIC X(80) VALUE ALL '-'.
      *    [RD] le 15/10/2026 : retractation (delai legal en jours).
       01  WS-WD-DAYS           PIC 9(02) VALUE 14.
       01  WS-WD-CREATE-YMD     PIC 9(08) VALUE ZERO.
       01  WS-WD-LIMIT-YMD      PIC 9(08) VALUE ZERO.
       01  WS-WD-END-YMD        PIC 9(08) VALUE ZERO.
       01  WS-WD-INT            PIC 9(08) VALUE ZERO.
       01  WS-WD-NB-AVOIR       PIC 9(03) VALUE ZERO.
       01  WS-WD-NB-CLAIM       PIC 9(03) VALUE ZERO.
       01  WS-WD-NB-INDUS       PIC 9(03) VALUE ZERO.
       01  WS-WD-REFUND         PIC 9(07)V99 VALUE ZERO.
       01  WS-Z-REFUND          PIC Z(06)9.99.
       01  WS-RIA-PATH.
           03 WS-RIA-FOLDER     PIC X(22)
              VALUE './RAPPORT/RIA-REPONSE-'.
           03 WS-RIA-NUM        PIC 9(08).
           03 WS-RIA-FORMAT     PIC X(04) VALUE '.txt'.

      ******************************************************************
      * Declaration des variables correspondant a sql
       01  SQL-PIECE-TYPE       PIC X(10).
       01  SQL-PIECE-STATUS     PIC X(10).
       01  SQL-LOCK-KEY         PIC X(15).
      *    [RD] le 15/10/2026 : contrat et registre des RIA.
       01  SQL-REIM-NUM         PIC X(10).
       01  SQL-REIM-CREATE      PIC X(10).
       01  SQL-CUS-LASTNAME     PIC X(20).
       01  SQL-CUS-FIRSTNAME    PIC X(20).
       01  SQL-CUS-NIR          PIC X(15).
       01  SQL-SWITCH-NUM       PIC 9(08).
       01  SQL-SWITCH-INSURER   PIC X(30).
       01  SQL-SWITCH-RECEIVED  PIC X(10).
       01  SQL-SWITCH-STATUS    PIC X(10).
      *    [RD] le 15/10/2026 : retractation.
       01  SQL-CREATE-YMD       PIC X(08).
       01  SQL-INV-UUID         PIC X(36).
       01  SQL-INV-INCOME       PIC S9(07)V99.
       01  SQL-INV-PAID         PIC S9(07)V99.
       01  SQL-CREDIT-NUM       PIC 9(08).
       01  SQL-CREDIT-AMOUNT    PIC 9(07)V99.
       01  SQL-CLAIM-UUID       PIC X(36).
       01  SQL-CLAIM-NUM        PIC 9(08).
       01  SQL-CLAIM-OWED       PIC 9(07).
       01  SQL-INDUS-NUM        PIC 9(08).
       01  SQL-CNT              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               TO SQL-REASON.
           IF SQL-REASON NOT = 'DEMANDE'
              AND SQL-REASON NOT = 'IMPAYES'
              AND SQL-REASON NOT = 'DECES'
              AND SQL-REASON NOT = 'RIA'
              AND SQL-REASON NOT = 'RETRACT' THEN
               MOVE 'Motif : DEMANDE, IMPAYES, DECES, RIA ou RETRACT.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-TERMINATE-START-EXIT
           END-IF.
           IF SQL-REASON = 'RIA' AND SC-INSURER EQUAL SPACES THEN
               MOVE 'RIA : veuillez saisir l''organisme demandeur.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-TERMINATE-START-EXIT
           END-IF.
      *    [RD] le 15/10/2026 : la retractation n'est pas une
      *    resiliation, elle annule le contrat depuis l'origine.
           IF SQL-REASON = 'RETRACT' THEN
               PERFORM 1500-WITHDRAW-START
                   THRU 1500-WITHDRAW-START-EXIT
               GO TO 1300-TERMINATE-START-EXIT
           END-IF.

      *    [RD] date de fin effective = date demandee + preavis.
      *    [RD] le 15/10/2026 : RIA, date de reception + un mois.
           IF SQL-REASON = 'RIA' THEN
               PERFORM 1320-RIA-NOTICE-START
                   THRU 1320-RIA-NOTICE-START-EXIT
           ELSE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(SC-END-DATE)
                   + SC-NOTICE-DAYS
               COMPUTE WS-EFFECTIVE-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
           END-IF.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
      *    [RD] le 03/09/2026 : la fin effective est reportee au
      *    prochain jour ouvre (service busdate.cbl, appele dans la
      *    connexion deja ouverte).
      *    [RD] le 15/10/2026 : sauf RIA, dont la date est legale.
           IF SQL-REASON NOT = 'RIA' THEN
               MOVE ZERO TO WS-BD-DAYS
               CALL 'busdate' USING BY REFERENCE
                   WS-EFFECTIVE-YMD, WS-BD-DAYS, WS-BD-OUT
               END-CALL
               MOVE WS-BD-OUT TO WS-EFFECTIVE-YMD
           END-IF.
           INITIALIZE SQL-END-DATE.
           STRING WS-EFFECTIVE-YMD(1:4) '-'
                  WS-EFFECTIVE-YMD(5:2) '-'
           PERFORM 1310-ENSURE-COLS-START
               THRU 1310-ENSURE-COLS-START-EXIT.

           INITIALIZE SQL-REIM-UUID SQL-REIM-NUM SQL-REIM-CREATE.
           MOVE 'M' TO SQL-BILL-FREQ.
           EXEC SQL
               SELECT UUID_CUSTOMER_REIMBOURSEMENT,
                      REIMBURSEMENT_COST,
                      COALESCE(REIMBURSEMENT_BILL_FREQ, 'M'),
                      COALESCE(REIMBURSEMENT_NUM, ''),
                      COALESCE(CAST(REIMBURSEMENT_CREATE_DATE
                          AS VARCHAR), '')
               INTO :SQL-REIM-UUID, :SQL-REIM-COST, :SQL-BILL-FREQ,
                    :SQL-REIM-NUM, :SQL-REIM-CREATE
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] le 15/10/2026 : RIA ouverte apres la premiere annee
      *    de contrat seulement ; un refus est trace et notifie a
      *    l'organisme demandeur, le contrat reste en cours.
           IF SQL-REASON = 'RIA' THEN
               PERFORM 1330-RIA-ELIGIBILITY-START
                   THRU 1330-RIA-ELIGIBILITY-START-EXIT
               IF WS-RIA-ELIGIBLE NOT = 'O' THEN
                   MOVE 'REFUSEE' TO SQL-SWITCH-STATUS
                   PERFORM 1340-RIA-REGISTER-START
                       THRU 1340-RIA-REGISTER-START-EXIT
                   EXEC SQL COMMIT WORK END-EXEC
                   PERFORM 2100-SQL-DISCONNECTION-START
                       THRU 2100-SQL-DISCONNECTION-START-EXIT
                   PERFORM 1350-RIA-REPLY-START
                       THRU 1350-RIA-REPLY-START-EXIT
                   MOVE 'RIA REFUSEE : CONTRAT DE MOINS D''UN AN.'
                       TO WS-ERROR-MESSAGE
                   GO TO 1300-TERMINATE-START-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'RESILIE',
           PERFORM 1400-FINAL-SETTLEMENT-START
               THRU 1400-FINAL-SETTLEMENT-START-EXIT.

      *    [RD] le 15/10/2026 : la caisse est prevenue de la fin du
      *    contrat (radiation NOEMIE de l'adherent et des ayants
      *    droit lies, a la date de fin effective).
           MOVE 'R' TO WS-NL-EVENT.
           MOVE ZERO TO WS-NL-DEP-NUM.
           CALL 'noemlnk' USING LK-CUS-UUID, WS-NL-EVENT,
               WS-NL-DEP-NUM, SQL-END-DATE, WS-NL-RC
           END-CALL.
           IF WS-NL-RC NOT = '0' THEN
               MOVE 'Erreur radiation NOEMIE.' TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1360-MAIL-REGISTER-START
               THRU 1360-MAIL-REGISTER-START-EXIT.

      *    [RD] le 15/10/2026 : RIA acceptee, tracee au registre.
           IF SQL-REASON = 'RIA' THEN
               MOVE 'ACCEPTEE' TO SQL-SWITCH-STATUS
               PERFORM 1340-RIA-REGISTER-START
                   THRU 1340-RIA-REGISTER-START-EXIT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

      *    [RD] le 15/10/2026 : reponse et certificat de radiation.
           IF SQL-REASON = 'RIA' THEN
               PERFORM 1350-RIA-REPLY-START
                   THRU 1350-RIA-REPLY-START-EXIT
               MOVE 'CONTRAT RESILIE (RIA) - REPONSE EDITEE.'
                   TO WS-ERROR-MESSAGE
           END-IF.

           IF WS-ERROR-MESSAGE EQUAL SPACES THEN
               MOVE 'CONTRAT RESILIE.' TO WS-ERROR-MESSAGE
           END-IF.
           INITIALIZE SC-END-DATE SC-REASON SC-NOTICE-DAYS SC-INSURER.
       1300-TERMINATE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1320-RIA-NOTICE-START.                                      *
      ******************************************************************
      *    [RD] le 15/10/2026 : preavis legal de la RIA, la fin prend
      *    effet un mois apres la reception de la demande (au dernier
      *    jour du mois suivant si ce jour n'existe pas).
       1320-RIA-NOTICE-START.
           MOVE SC-END-DATE(1:4) TO WS-RIA-YEAR.
           MOVE SC-END-DATE(5:2) TO WS-RIA-MONTH.
           MOVE SC-END-DATE(7:2) TO WS-RIA-DAY.
           ADD 1 TO WS-RIA-MONTH.
           IF WS-RIA-MONTH > 12 THEN
               MOVE 1 TO WS-RIA-MONTH
               ADD 1 TO WS-RIA-YEAR
           END-IF.
      *    [RD] dernier jour du mois d'effet = veille du premier jour
      *    du mois qui le suit.
           IF WS-RIA-MONTH = 12 THEN
               COMPUTE WS-RIA-LAST-DAY =
                   (WS-RIA-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-RIA-LAST-DAY =
                   WS-RIA-YEAR * 10000 + (WS-RIA-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-RIA-LAST-DAY) - 1.
           COMPUTE WS-RIA-LAST-DAY =
               FUNCTION DATE-OF-INTEGER(WS-END-INT).
           IF WS-RIA-DAY > WS-RIA-LAST-DAY(7:2) THEN
               MOVE WS-RIA-LAST-DAY(7:2) TO WS-RIA-DAY
           END-IF.
           COMPUTE WS-EFFECTIVE-YMD =
               WS-RIA-YEAR * 10000 + WS-RIA-MONTH * 100 + WS-RIA-DAY.
       1320-RIA-NOTICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1330-RIA-ELIGIBILITY-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : la RIA n'est ouverte qu'a l'issue de
      *    la premiere annee du contrat, appreciee a la reception de
      *    la demande.
       1330-RIA-ELIGIBILITY-START.
           MOVE 'N' TO WS-RIA-ELIGIBLE.
           IF SQL-REIM-CREATE(1:4) IS NOT NUMERIC
              OR SQL-REIM-CREATE(6:2) IS NOT NUMERIC
              OR SQL-REIM-CREATE(9:2) IS NOT NUMERIC THEN
               GO TO 1330-RIA-ELIGIBILITY-START-EXIT
           END-IF.
           MOVE SQL-REIM-CREATE(1:4) TO WS-RIA-CREATE-YMD(1:4).
           MOVE SQL-REIM-CREATE(6:2) TO WS-RIA-CREATE-YMD(5:2).
           MOVE SQL-REIM-CREATE(9:2) TO WS-RIA-CREATE-YMD(7:2).
           IF WS-RIA-CREATE-YMD + 10000 NOT GREATER SC-END-DATE THEN
               MOVE 'O' TO WS-RIA-ELIGIBLE
           END-IF.
       1330-RIA-ELIGIBILITY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1340-RIA-REGISTER-START.                                    *
      ******************************************************************
      *    [RD] le 15/10/2026 : trace la demande recue au registre des
      *    changements d'assureur (INSURER_SWITCH, sens ENTRANTE),
      *    numerotee sous verrou applicatif comme les factures.
       1340-RIA-REGISTER-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INSURER_SWITCH (
                   SWITCH_NUM          INT,
                   SWITCH_DIRECTION    VARCHAR(10),
                   UUID_CUSTOMER       VARCHAR(36),
                   SWITCH_INSURER      VARCHAR(30),
                   SWITCH_OLD_CONTRACT VARCHAR(20),
                   SWITCH_REQUEST_DATE VARCHAR(10),
                   SWITCH_SENT_DATE    VARCHAR(10),
                   SWITCH_REMIND_DATE  VARCHAR(10),
                   SWITCH_REPLY_DATE   VARCHAR(10),
                   SWITCH_END_DATE     VARCHAR(10),
                   SWITCH_STATUS       VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table INSURER_SWITCH.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE 'INSURER_SWITCH' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-SWITCH-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(SWITCH_NUM), 0)
               INTO :SQL-SWITCH-NUM
               FROM INSURER_SWITCH
           END-EXEC.
           ADD 1 TO SQL-SWITCH-NUM.

           MOVE FUNCTION UPPER-CASE(SC-INSURER) TO SQL-SWITCH-INSURER.
           INITIALIZE SQL-SWITCH-RECEIVED.
           STRING SC-END-DATE(1:4) '-' SC-END-DATE(5:2) '-'
                  SC-END-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-SWITCH-RECEIVED
           END-STRING.
           IF SQL-SWITCH-STATUS NOT = 'ACCEPTEE' THEN
               MOVE SPACES TO SQL-END-DATE
           END-IF.
           EXEC SQL
               INSERT INTO INSURER_SWITCH
                   (SWITCH_NUM, SWITCH_DIRECTION, UUID_CUSTOMER,
                    SWITCH_INSURER, SWITCH_OLD_CONTRACT,
                    SWITCH_REQUEST_DATE, SWITCH_REPLY_DATE,
                    SWITCH_END_DATE, SWITCH_STATUS)
               VALUES
                   (:SQL-SWITCH-NUM, 'ENTRANTE', :LK-CUS-UUID,
                    TRIM(:SQL-SWITCH-INSURER), TRIM(:SQL-REIM-NUM),
                    :SQL-SWITCH-RECEIVED, :SQL-TODAY,
                    NULLIF(TRIM(:SQL-END-DATE), ''),
                    :SQL-SWITCH-STATUS)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la demande RIA.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           INITIALIZE SQL-CUS-LASTNAME SQL-CUS-FIRSTNAME SQL-CUS-NIR.
           EXEC SQL
               SELECT CUSTOMER_LASTNAME, CUSTOMER_FIRSTNAME,
                      CAST(CUSTOMER_CODE_SECU AS VARCHAR)
               INTO :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                    :SQL-CUS-NIR
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de l''adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1340-RIA-REGISTER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1350-RIA-REPLY-START.                                       *
      ******************************************************************
      *    [RD] le 15/10/2026 : reponse a l'organisme demandeur. RIA
      *    acceptee : date de fin du contrat et certificat de
      *    radiation ; RIA refusee : motif du refus.
       1350-RIA-REPLY-START.
           MOVE SQL-SWITCH-NUM TO WS-RIA-NUM.
           OPEN OUTPUT F-RIA-REPLY.
           WRITE R-RIA-REPLY FROM WS-RIA-DASH.
           MOVE 'MUTUELLE BOBONIORT - REPONSE A DEMANDE DE RESILIATION'
             TO R-RIA-REPLY.
           WRITE R-RIA-REPLY.
           WRITE R-RIA-REPLY FROM WS-RIA-DASH.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'Destinataire        : '
                  FUNCTION TRIM(SQL-SWITCH-INSURER)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'Date du courrier    : '
                  SQL-TODAY(9:2) '/' SQL-TODAY(6:2) '/'
                  SQL-TODAY(1:4)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'Demande recue le    : '
                  SC-END-DATE(7:2) '/' SC-END-DATE(5:2) '/'
                  SC-END-DATE(1:4)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'Adherent            : '
                  FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
                  FUNCTION TRIM(SQL-CUS-LASTNAME)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'Numero de securite sociale : ' SQL-CUS-NIR
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'Contrat             : ' SQL-REIM-NUM
                  ' souscrit le ' SQL-REIM-CREATE(9:2) '/'
                  SQL-REIM-CREATE(6:2) '/' SQL-REIM-CREATE(1:4)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           WRITE R-RIA-REPLY.

           IF SQL-SWITCH-STATUS NOT = 'ACCEPTEE' THEN
               MOVE 'Nous ne pouvons donner suite a votre demande : le'
                 TO R-RIA-REPLY
               WRITE R-RIA-REPLY
               MOVE 'contrat n''a pas encore un an d''anciennete a la'
                 TO R-RIA-REPLY
               WRITE R-RIA-REPLY
               MOVE 'date de reception. Il reste en vigueur.'
                 TO R-RIA-REPLY
               WRITE R-RIA-REPLY
               WRITE R-RIA-REPLY FROM WS-RIA-DASH
               CLOSE F-RIA-REPLY
               GO TO 1350-RIA-REPLY-START-EXIT
           END-IF.

           MOVE 'Conformement a votre demande faite au nom de notre'
             TO R-RIA-REPLY.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'adherent, son contrat est resilie au '
                  SQL-END-DATE(9:2) '/' SQL-END-DATE(6:2) '/'
                  SQL-END-DATE(1:4) ' (preavis d''un mois).'
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           WRITE R-RIA-REPLY.

           WRITE R-RIA-REPLY FROM WS-RIA-DASH.
           MOVE '                   CERTIFICAT DE RADIATION'
             TO R-RIA-REPLY.
           WRITE R-RIA-REPLY.
           WRITE R-RIA-REPLY FROM WS-RIA-DASH.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'La Mutuelle Boboniort certifie que '
                  FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
                  FUNCTION TRIM(SQL-CUS-LASTNAME)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'a ete couvert(e) par le contrat ' SQL-REIM-NUM
                  ' du ' SQL-REIM-CREATE(9:2) '/'
                  SQL-REIM-CREATE(6:2) '/' SQL-REIM-CREATE(1:4)
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           MOVE SPACES TO R-RIA-REPLY.
           STRING 'au ' SQL-END-DATE(9:2) '/' SQL-END-DATE(6:2) '/'
                  SQL-END-DATE(1:4)
                  ', date de sa radiation, ainsi que ses ayants droit.'
                  DELIMITED BY SIZE INTO R-RIA-REPLY
           END-STRING.
           WRITE R-RIA-REPLY.
           WRITE R-RIA-REPLY FROM WS-RIA-DASH.
           CLOSE F-RIA-REPLY.
       1350-RIA-REPLY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1360-MAIL-REGISTER-START.                                   *
      ******************************************************************
      *    [RD] le 15/10/2026 : la lettre de resiliation traitee clot
      *    le plus ancien pli RESIL ouvert de l'adherent au registre
      *    du courrier entrant (mailreg.cbl), dans la transaction de
      *    la resiliation.
       1360-MAIL-REGISTER-START.
           INITIALIZE WS-MAIL.
           MOVE 'C' TO WS-MR-ACTION.
           MOVE LK-CUS-UUID TO WS-MR-CUS-UUID.
           MOVE 'RESIL' TO WS-MR-TYPE.
           MOVE 'termcont' TO WS-MR-PROGRAM.
           STRING FUNCTION TRIM(SQL-REASON) ' ' SQL-END-DATE
               DELIMITED BY SIZE INTO WS-MR-REF
           END-STRING.
           CALL 'mailreg' USING WS-MAIL
           END-CALL.
           IF WS-MR-RC = '9' THEN
               MOVE 'Erreur registre du courrier entrant.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1360-MAIL-REGISTER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1310-ENSURE-COLS-START.                                     *
      ******************************************************************
               ADD COLUMN IF NOT EXISTS INVOICE_CREDIT_REASON
                   VARCHAR(40)
           END-EXEC.
      *    [RD] le 15/10/2026 : date de la retractation.
           EXEC SQL
               ALTER TABLE CUSTOMER_REIMBURSEMENT
               ADD COLUMN IF NOT EXISTS REIMBURSEMENT_WITHDRAW_DATE
                   VARCHAR(10)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonnes de resiliation.'
                   TO WS-ERROR-MESSAGE
       1400-FINAL-SETTLEMENT-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-WITHDRAW-START.                                        *
      ******************************************************************
      *    [RD] le 15/10/2026 : retractation de l'adherent. La date
      *    saisie est la date de reception de la demande, qui doit
      *    tomber dans les 14 jours suivant la souscription. Le
      *    contrat est annule comme s'il n'avait jamais existe : fin
      *    a la veille de la souscription (plus de facturation et
      *    plus de soins couverts), statut RETRACTE, avoirs, credit
      *    du trop-encaisse, demandes refusees, radiation NOEMIE.
      *    Le tout dans une seule transaction.
       1500-WITHDRAW-START.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           PERFORM 1310-ENSURE-COLS-START
               THRU 1310-ENSURE-COLS-START-EXIT.

           INITIALIZE SQL-REIM-UUID SQL-REIM-NUM SQL-REIM-CREATE.
           EXEC SQL
               SELECT UUID_CUSTOMER_REIMBOURSEMENT,
                      COALESCE(REIMBURSEMENT_NUM, ''),
                      COALESCE(CAST(REIMBURSEMENT_CREATE_DATE
                          AS VARCHAR), '')
               INTO :SQL-REIM-UUID, :SQL-REIM-NUM, :SQL-REIM-CREATE
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND COALESCE(REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
               ORDER BY REIMBURSEMENT_CREATE_DATE DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Aucun contrat en cours pour cet adherent.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1500-WITHDRAW-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture du contrat.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-REIM-CREATE(1:4) IS NOT NUMERIC
              OR SQL-REIM-CREATE(6:2) IS NOT NUMERIC
              OR SQL-REIM-CREATE(9:2) IS NOT NUMERIC THEN
               MOVE 'Date de souscription inconnue : retractation.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1500-WITHDRAW-START-EXIT
           END-IF.

      *    [RD] delai legal : de la souscription a souscription + 14.
           MOVE SQL-REIM-CREATE(1:4) TO WS-WD-CREATE-YMD(1:4).
           MOVE SQL-REIM-CREATE(6:2) TO WS-WD-CREATE-YMD(5:2).
           MOVE SQL-REIM-CREATE(9:2) TO WS-WD-CREATE-YMD(7:2).
           MOVE WS-WD-CREATE-YMD TO SQL-CREATE-YMD.
           COMPUTE WS-WD-INT =
               FUNCTION INTEGER-OF-DATE(WS-WD-CREATE-YMD)
               + WS-WD-DAYS.
           COMPUTE WS-WD-LIMIT-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WD-INT).
           IF SC-END-DATE < WS-WD-CREATE-YMD
              OR SC-END-DATE > WS-WD-LIMIT-YMD THEN
               INITIALIZE WS-ERROR-MESSAGE
               STRING 'RETRACTATION HORS DELAI : LIMITE AU '
                   WS-WD-LIMIT-YMD(7:2) '/' WS-WD-LIMIT-YMD(5:2) '/'
                   WS-WD-LIMIT-YMD(1:4) '.'
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               END-STRING
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1500-WITHDRAW-START-EXIT
           END-IF.

      *    [RD] fin a la veille de la souscription : le contrat n'a
      *    couvert aucun jour.
           COMPUTE WS-WD-INT =
               FUNCTION INTEGER-OF-DATE(WS-WD-CREATE-YMD) - 1.
           COMPUTE WS-WD-END-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WD-INT).
           INITIALIZE SQL-END-DATE.
           STRING WS-WD-END-YMD(1:4) '-'
                  WS-WD-END-YMD(5:2) '-'
                  WS-WD-END-YMD(7:2)
                  DELIMITED BY SIZE INTO SQL-END-DATE
           END-STRING.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'RETRACTE',
                   REIMBURSEMENT_END_DATE = :SQL-END-DATE,
                   REIMBURSEMENT_END_REASON = :SQL-REASON,
                   REIMBURSEMENT_WITHDRAW_DATE = :SQL-TODAY
               WHERE UUID_CUSTOMER_REIMBOURSEMENT = :SQL-REIM-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la retractation.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           PERFORM 1510-WITHDRAW-INVOICES-START
               THRU 1510-WITHDRAW-INVOICES-START-EXIT.
           PERFORM 1520-WITHDRAW-CLAIMS-START
               THRU 1520-WITHDRAW-CLAIMS-START-EXIT.

      *    [RD] radiation NOEMIE de l'adherent et des ayants droit
      *    lies, a la fin du contrat annule.
           MOVE 'R' TO WS-NL-EVENT.
           MOVE ZERO TO WS-NL-DEP-NUM.
           CALL 'noemlnk' USING LK-CUS-UUID, WS-NL-EVENT,
               WS-NL-DEP-NUM, SQL-END-DATE, WS-NL-RC
           END-CALL.
           IF WS-NL-RC NOT = '0' THEN
               MOVE 'Erreur radiation NOEMIE.' TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1360-MAIL-REGISTER-START
               THRU 1360-MAIL-REGISTER-START-EXIT.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE WS-WD-REFUND TO WS-Z-REFUND.
           INITIALIZE WS-ERROR-MESSAGE.
           STRING 'RETRACTE : ' WS-WD-NB-AVOIR ' AVOIR(S), REMB. '
               FUNCTION TRIM(WS-Z-REFUND) ' EUR, '
               WS-WD-NB-CLAIM ' REFUS, ' WS-WD-NB-INDUS ' INDUS.'
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-END-DATE SC-REASON SC-NOTICE-DAYS SC-INSURER.
       1500-WITHDRAW-START-EXIT.
           EXIT.

      ******************************************************************
      *    1510-WITHDRAW-INVOICES-START.                               *
      ******************************************************************
      *    [RD] le 15/10/2026 : chaque facture du contrat recoit un
      *    avoir de son montant total et passe au statut ANNULEE
      *    (plus de relance ni de prelevement). L'encaisse sur la
      *    facture, net des credits deja disponibles, devient un
      *    credit adherent rembourse par credremb.cbl. Avoirs et
      *    credits sont numerotes sous leurs verrous habituels.
       1510-WITHDRAW-INVOICES-START.
           MOVE ZERO TO WS-WD-NB-AVOIR WS-WD-REFUND.
           MOVE 'AVOIR' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE 'PAYMENT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MEMBER_CREDIT (
                   UUID_CUSTOMER      VARCHAR(36),
                   CREDIT_NUM         INT,
                   CREDIT_DATE        VARCHAR(10),
                   CREDIT_AMOUNT      NUMERIC(9,2),
                   CREDIT_ORIGIN_UUID VARCHAR(36),
                   CREDIT_STATUS      VARCHAR(10),
                   CREDIT_USED_DATE   VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table MEMBER_CREDIT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           EXEC SQL
               DECLARE CRS-WD-INV CURSOR FOR
               SELECT CAST(I.UUID_INVOICE AS VARCHAR),
                      COALESCE(I.INVOICE_INCOME, 0),
                      (SELECT COALESCE(SUM(P.PAYMENT_AMOUNT), 0)
                         FROM PAYMENT P
                        WHERE P.UUID_INVOICE = I.UUID_INVOICE)
                      - (SELECT COALESCE(SUM(M.CREDIT_AMOUNT), 0)
                           FROM MEMBER_CREDIT M
                          WHERE M.CREDIT_ORIGIN_UUID
                                = CAST(I.UUID_INVOICE AS VARCHAR)
                            AND M.CREDIT_STATUS = 'DISPONIBLE')
               FROM INVOICE I
               WHERE I.UUID_CUSTOMER_REIMBOURSEMENT = :SQL-REIM-UUID
                 AND COALESCE(I.INVOICE_TYPE, 'FACTURE') = 'FACTURE'
                 AND COALESCE(I.INVOICE_STATUS, 'UNPAID')
                     <> 'ANNULEE'
               ORDER BY I.INVOICE_NUMBER
           END-EXEC.
           EXEC SQL OPEN CRS-WD-INV END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-WD-INV
                   INTO :SQL-INV-UUID, :SQL-INV-INCOME,
                        :SQL-INV-PAID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 1515-WITHDRAW-ONE-INVOICE-START
                           THRU 1515-WITHDRAW-ONE-INVOICE-START-EXIT
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Erreur lecture des factures du contrat.'
                           TO WS-ERROR-MESSAGE
                       GO TO 9020-SQL-ERROR-START
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRS-WD-INV END-EXEC.
       1510-WITHDRAW-INVOICES-START-EXIT.
           EXIT.

      ******************************************************************
      *    1515-WITHDRAW-ONE-INVOICE-START.                            *
      ******************************************************************
       1515-WITHDRAW-ONE-INVOICE-START.
           IF SQL-INV-INCOME > ZERO THEN
               MOVE ZERO TO SQL-INVOICE-NUM
               EXEC SQL
                   SELECT COALESCE(MAX(INVOICE_NUMBER), 0)
                   INTO :SQL-INVOICE-NUM
                   FROM INVOICE
                   WHERE COALESCE(INVOICE_TYPE, 'FACTURE') = 'AVOIR'
               END-EXEC
               ADD 1 TO SQL-INVOICE-NUM
               COMPUTE SQL-PIECE-AMOUNT = 0 - SQL-INV-INCOME
               EXEC SQL
                   INSERT INTO INVOICE (
                       UUID_CUSTOMER_REIMBOURSEMENT,
                       UUID_CUSTOMER,
                       INVOICE_NUMBER,
                       INVOICE_INCOME,
                       INVOICE_EXPECT,
                       INVOICE_CREATE_DATE,
                       INVOICE_STATUS,
                       INVOICE_TYPE,
                       INVOICE_CREDIT_REASON
                   )
                   VALUES (
                       :SQL-REIM-UUID,
                       :LK-CUS-UUID,
                       :SQL-INVOICE-NUM,
                       :SQL-PIECE-AMOUNT,
                       0,
                       :SQL-TODAY,
                       'AVOIR',
                       'AVOIR',
                       'RETRACTATION'
                  )
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur emission de l''avoir de retractation.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               ADD 1 TO WS-WD-NB-AVOIR
           END-IF.

           EXEC SQL
               UPDATE INVOICE
               SET INVOICE_STATUS = 'ANNULEE'
               WHERE CAST(UUID_INVOICE AS VARCHAR) = :SQL-INV-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur annulation de la facture.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

           IF SQL-INV-PAID > ZERO THEN
               MOVE ZERO TO SQL-CREDIT-NUM
               EXEC SQL
                   SELECT COALESCE(MAX(CREDIT_NUM), 0)
                   INTO :SQL-CREDIT-NUM
                   FROM MEMBER_CREDIT
               END-EXEC
               ADD 1 TO SQL-CREDIT-NUM
               MOVE SQL-INV-PAID TO SQL-CREDIT-AMOUNT
               EXEC SQL
                   INSERT INTO MEMBER_CREDIT
                       (UUID_CUSTOMER, CREDIT_NUM, CREDIT_DATE,
                        CREDIT_AMOUNT, CREDIT_ORIGIN_UUID,
                        CREDIT_STATUS, CREDIT_USED_DATE)
                   VALUES
                       (:LK-CUS-UUID, :SQL-CREDIT-NUM, :SQL-TODAY,
                        :SQL-CREDIT-AMOUNT, :SQL-INV-UUID,
                        'DISPONIBLE', '')
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE 'Erreur enregistrement du credit.'
                       TO WS-ERROR-MESSAGE
                   GO TO 9020-SQL-ERROR-START
               END-IF
               ADD SQL-CREDIT-AMOUNT TO WS-WD-REFUND
           END-IF.
       1515-WITHDRAW-ONE-INVOICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1520-WITHDRAW-CLAIMS-START.                                 *
      ******************************************************************
      *    [RD] le 15/10/2026 : les soins dates depuis la souscription
      *    ne sont plus couverts. Les demandes deja payees ouvrent un
      *    indus (CLAIM_INDUS, recupere par claimpay.cbl comme ceux de
      *    readjud.cbl) ; les demandes non encore payees sont
      *    refusees.
       1520-WITHDRAW-CLAIMS-START.
           MOVE ZERO TO WS-WD-NB-CLAIM WS-WD-NB-INDUS.
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
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table CLAIM_INDUS.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE 'INDUS' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.

           EXEC SQL
               DECLARE CRS-WD-PAID CURSOR FOR
               SELECT CAST(UUID_CUSTOMER AS VARCHAR), CLAIM_NUM,
                      CLAIM_OWED
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND CLAIM_DATE >= :SQL-CREATE-YMD
                 AND CLAIM_STATUS = 'PAYE'
                 AND CLAIM_OWED > 0
               ORDER BY CLAIM_NUM
           END-EXEC.
           EXEC SQL OPEN CRS-WD-PAID END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-WD-PAID
                   INTO :SQL-CLAIM-UUID, :SQL-CLAIM-NUM,
                        :SQL-CLAIM-OWED
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 1525-WITHDRAW-INDUS-START
                           THRU 1525-WITHDRAW-INDUS-START-EXIT
                   WHEN FIN
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Erreur lecture des demandes payees.'
                           TO WS-ERROR-MESSAGE
                       GO TO 9020-SQL-ERROR-START
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRS-WD-PAID END-EXEC.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND CLAIM_DATE >= :SQL-CREATE-YMD
                 AND CLAIM_STATUS NOT IN ('PAYE', 'REFUSE')
           END-EXEC.
           MOVE SQL-CNT TO WS-WD-NB-CLAIM.
           IF SQL-CNT EQUAL ZERO THEN
               GO TO 1520-WITHDRAW-CLAIMS-START-EXIT
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_STATUS = 'REFUSE',
                   CLAIM_OWED = 0,
                   CLAIM_REFUSAL_REASON = 'RETRACTATION DU CONTRAT',
                   CLAIM_DECISION_DATE = :SQL-TODAY
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND CLAIM_DATE >= :SQL-CREATE-YMD
                 AND CLAIM_STATUS NOT IN ('PAYE', 'REFUSE')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur refus des demandes du contrat.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1520-WITHDRAW-CLAIMS-START-EXIT.
           EXIT.

      ******************************************************************
      *    1525-WITHDRAW-INDUS-START.                                  *
      ******************************************************************
       1525-WITHDRAW-INDUS-START.
           MOVE ZERO TO SQL-INDUS-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(INDUS_NUM), 0)
               INTO :SQL-INDUS-NUM
               FROM CLAIM_INDUS
           END-EXEC.
           ADD 1 TO SQL-INDUS-NUM.
           EXEC SQL
               INSERT INTO CLAIM_INDUS
                   (UUID_CUSTOMER, INDUS_NUM, INDUS_CLAIM_NUM,
                    INDUS_DATE, INDUS_AMOUNT, INDUS_RECOVERED,
                    INDUS_STATUS)
               VALUES
                   (:SQL-CLAIM-UUID, :SQL-INDUS-NUM, :SQL-CLAIM-NUM,
                    :SQL-TODAY, :SQL-CLAIM-OWED, 0, 'OUVERT')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation de l''indus.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           ADD 1 TO WS-WD-NB-INDUS.
       1525-WITHDRAW-INDUS-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
