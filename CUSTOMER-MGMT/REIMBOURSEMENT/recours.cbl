      ******************************************************************
      *    [RD] Recours contre tiers sur les accidents.                *
      *    Quand les soins de l'adherent ou d'un ayant droit font      *
      *    suite a un accident cause par un tiers (accident de la      *
      *    route, morsure, chute chez autrui...), la mutuelle qui a    *
      *    rembourse est subrogee dans les droits de la victime et     *
      *    se retourne contre l'assureur du responsable. Cet ecran     *
      *    ouvre un dossier de recours (tiers, assureur, reference du  *
      *    sinistre, date de l'accident), y rattache les demandes de   *
      *    remboursement liees (marquees accident, CLAIM_ACCIDENT et   *
      *    CLAIM_RECOURSE_NUM) et cumule ce que nous avons verse       *
      *    (demandes APPROUVE ou PAYE). Il suit ensuite la lettre de   *
      *    reclamation, la reponse de l'assureur et les sommes         *
      *    recuperees ; chaque encaissement est porte au journal des   *
      *    paiements (PAYMENT, mode RECOURS) pour que l'export         *
      *    comptable (cptexport.cbl) et la sinistralite                *
      *    (lossratio.cbl) presentent des prestations nettes.          *
      *    Cycle du dossier : OUVERT, RECLAME (lettre envoyee),        *
      *    ACCEPTE ou REFUSE (reponse de l'assureur), CLOS.            *
      *    Programme precedent: menu remboursement (rembmenu.cbl)      *
      *    Programme suivant : menu remboursement (rembmenu.cbl)       *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. recours RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-ERROR-MESSAGE     PIC X(70).
       01  WS-MENU-RETURN       PIC X(01).
       01  WS-OPEN-CHOICE       PIC X(01).
       01  WS-ACTION-CHOICE     PIC X(01).
       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.
       01  WS-REC-INDEX         PIC 9(01) VALUE 0.
       01  WS-TODAY-NUM         PIC 9(08) VALUE 0.
       01  WS-Z-AMOUNT          PIC Z(06)9.99.
       01  WS-Z-CNT             PIC Z(04)9.

      *    [RD] ouverture d'un dossier de recours.
       01  SC-THIRD-PARTY       PIC X(40) VALUE SPACES.
       01  SC-INSURER           PIC X(30) VALUE SPACES.
       01  SC-POLICY-REF        PIC X(20) VALUE SPACES.
       01  SC-ACCIDENT-DATE     PIC 9(08) VALUE ZERO.

      *    [RD] action de suivi sur un dossier existant : D = demande
      *    a rattacher, L = lettre de reclamation, A / R = reponse de
      *    l'assureur (accord / refus), E = encaissement, C = cloture.
       01  SC-FILE-NUM          PIC 9(08) VALUE ZERO.
       01  SC-ACTION            PIC X(01) VALUE SPACE.
       01  SC-CLAIM-NUM         PIC 9(08) VALUE ZERO.
       01  SC-RECOVERED         PIC 9(07)V99 VALUE ZERO.
       01  SC-ANSWER            PIC X(40) VALUE SPACES.

      *    [RD] les cinq derniers dossiers non clos de l'adherent.
       01  WS-FILE-ROW-1.
           03 WS-R1-NUM         PIC 9(08).
           03 WS-R1-STATUS      PIC X(10).
           03 WS-R1-DATE        PIC X(10).
           03 WS-R1-THIRD       PIC X(20).
           03 WS-R1-PAID        PIC 9(07)V99.
           03 WS-R1-RECOVERED   PIC 9(07)V99.
       01  WS-FILE-ROW-2.
           03 WS-R2-NUM         PIC 9(08).
           03 WS-R2-STATUS      PIC X(10).
           03 WS-R2-DATE        PIC X(10).
           03 WS-R2-THIRD       PIC X(20).
           03 WS-R2-PAID        PIC 9(07)V99.
           03 WS-R2-RECOVERED   PIC 9(07)V99.
       01  WS-FILE-ROW-3.
           03 WS-R3-NUM         PIC 9(08).
           03 WS-R3-STATUS      PIC X(10).
           03 WS-R3-DATE        PIC X(10).
           03 WS-R3-THIRD       PIC X(20).
           03 WS-R3-PAID        PIC 9(07)V99.
           03 WS-R3-RECOVERED   PIC 9(07)V99.
       01  WS-FILE-ROW-4.
           03 WS-R4-NUM         PIC 9(08).
           03 WS-R4-STATUS      PIC X(10).
           03 WS-R4-DATE        PIC X(10).
           03 WS-R4-THIRD       PIC X(20).
           03 WS-R4-PAID        PIC 9(07)V99.
           03 WS-R4-RECOVERED   PIC 9(07)V99.
       01  WS-FILE-ROW-5.
           03 WS-R5-NUM         PIC 9(08).
           03 WS-R5-STATUS      PIC X(10).
           03 WS-R5-DATE        PIC X(10).
           03 WS-R5-THIRD       PIC X(20).
           03 WS-R5-PAID        PIC 9(07)V99.
           03 WS-R5-RECOVERED   PIC 9(07)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
       01  PASSWD               PIC X(05) VALUE SPACES.
       01  SQL-REC-NUM          PIC 9(08) VALUE ZERO.
       01  SQL-MAX-REC-NUM      PIC 9(08) VALUE ZERO.
       01  SQL-ACCIDENT-DATE    PIC X(10).
       01  SQL-THIRD-PARTY      PIC X(40).
       01  SQL-INSURER          PIC X(30).
       01  SQL-POLICY-REF       PIC X(20).
       01  SQL-REC-STATUS       PIC X(10).
       01  SQL-PAID             PIC 9(07)V99 VALUE ZERO.
       01  SQL-RECOVERED        PIC 9(07)V99 VALUE ZERO.
       01  SQL-AMOUNT           PIC 9(07)V99 VALUE ZERO.
       01  SQL-ANSWER           PIC X(40).
       01  SQL-TODAY            PIC X(10).
       01  SQL-CLAIM-NUM        PIC 9(08) VALUE ZERO.
       01  SQL-CLAIM-REC-NUM    PIC 9(08) VALUE ZERO.
       01  SQL-CNT              PIC 9(05) VALUE ZERO.
       01  SQL-LOCK-KEY         PIC X(15) VALUE SPACES.
       01  SQL-PAY-NUM          PIC 9(08) VALUE ZERO.
       01  SQL-PAY-INVOICE      PIC X(36) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           03 LK-CUS-GENDER      PIC X(10).
           03 LK-CUS-LASTNAME    PIC X(20).
           03 LK-CUS-FIRSTNAME   PIC X(20).
           03 LK-CUS-ADRESS1     PIC X(50).
           03 LK-CUS-ADRESS2     PIC X(50).
           03 LK-CUS-ZIPCODE     PIC X(15).
           03 LK-CUS-TOWN        PIC X(30).
           03 LK-CUS-COUNTRY     PIC X(20).
           03 LK-CUS-PHONE       PIC X(10).
           03 LK-CUS-MAIL        PIC X(50).
           03 LK-CUS-BIRTH-DATE  PIC X(10).
           03 LK-CUS-DOCTOR      PIC X(20).
           03 LK-CUS-CODE-SECU   PIC X(15).
           03 LK-CUS-CODE-IBAN   PIC X(34).
           03 LK-CUS-NBCHILDREN  PIC 9(03).
           03 LK-CUS-COUPLE      PIC X(05).
           03 LK-CUS-CREATE-DATE PIC X(10).
           03 LK-CUS-UPDATE-DATE PIC X(10).
           03 LK-CUS-CLOSE-DATE  PIC X(10).
           03 LK-CUS-ACTIVE      PIC X(01).

       SCREEN SECTION.
       COPY 'screen-recourse.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
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
      *    [RD] Cree au besoin la table des dossiers de recours et les
      *    colonnes de rattachement des demandes, signale les demandes
      *    accident de l'adherent encore sans dossier, puis charge la
      *    liste des dossiers.
       1000-PREPARE-START.
           INITIALIZE WS-ERROR-MESSAGE WS-MENU-RETURN WS-OPEN-CHOICE
               WS-ACTION-CHOICE SC-THIRD-PARTY SC-INSURER
               SC-POLICY-REF SC-ACCIDENT-DATE SC-FILE-NUM SC-ACTION
               SC-CLAIM-NUM SC-RECOVERED SC-ANSWER.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RECOURSE_FILE (
                   RECOURSE_NUM           INT,
                   UUID_CUSTOMER          VARCHAR(36),
                   RECOURSE_ACCIDENT_DATE VARCHAR(10),
                   RECOURSE_THIRD_PARTY   VARCHAR(40),
                   RECOURSE_INSURER       VARCHAR(30),
                   RECOURSE_POLICY_REF    VARCHAR(20),
                   RECOURSE_STATUS        VARCHAR(10),
                   RECOURSE_PAID          NUMERIC(9,2) DEFAULT 0,
                   RECOURSE_LETTER_DATE   VARCHAR(10),
                   RECOURSE_ANSWER        VARCHAR(40),
                   RECOURSE_ANSWER_DATE   VARCHAR(10),
                   RECOURSE_RECOVERED     NUMERIC(9,2) DEFAULT 0,
                   RECOURSE_CREATE_DATE   VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur creation table RECOURSE_FILE.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE IF EXISTS CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_ACCIDENT VARCHAR(1)
               DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_ACCIDENT.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               ALTER TABLE IF EXISTS CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_RECOURSE_NUM INT
               DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur colonne CLAIM_RECOURSE_NUM.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

      *    [RD] demandes marquees accident a la saisie (rembsave.cbl)
      *    et pas encore rattachees a un dossier.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND COALESCE(CLAIM_ACCIDENT, 'N') = 'O'
                 AND COALESCE(CLAIM_RECOURSE_NUM, 0) = 0
           END-EXEC.
           IF SQLCODE EQUAL 0 AND SQL-CNT > ZERO THEN
               MOVE SQL-CNT TO WS-Z-CNT
               STRING FUNCTION TRIM(WS-Z-CNT)
                   ' demande(s) accident a rattacher a un dossier.'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
       1000-PREPARE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LOAD-LIST-START.                                       *
      ******************************************************************
      *    [RD] Charge les cinq derniers dossiers non clos de
      *    l'adherent ; le montant verse est recalcule sur les
      *    demandes rattachees pour suivre les decisions intervenues
      *    depuis le rattachement.
       1050-LOAD-LIST-START.
           INITIALIZE WS-FILE-ROW-1 WS-FILE-ROW-2 WS-FILE-ROW-3
               WS-FILE-ROW-4 WS-FILE-ROW-5.
           MOVE 0 TO WS-REC-INDEX.
           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               DECLARE CRS-RECOURSE CURSOR FOR
               SELECT F.RECOURSE_NUM, F.RECOURSE_STATUS,
                      COALESCE(F.RECOURSE_ACCIDENT_DATE, ''),
                      COALESCE(F.RECOURSE_THIRD_PARTY, ''),
                      COALESCE((SELECT SUM(CL.CLAIM_OWED)
                                  FROM CUSTOMER_CLAIM CL
                                 WHERE CL.UUID_CUSTOMER
                                     = F.UUID_CUSTOMER
                                   AND CL.CLAIM_RECOURSE_NUM
                                     = F.RECOURSE_NUM
                                   AND COALESCE(CL.CLAIM_STATUS, '')
                                       IN ('APPROUVE', 'PAYE')), 0),
                      COALESCE(F.RECOURSE_RECOVERED, 0)
               FROM RECOURSE_FILE F
               WHERE F.UUID_CUSTOMER = :LK-CUS-UUID
                 AND F.RECOURSE_STATUS <> 'CLOS'
               ORDER BY F.RECOURSE_NUM DESC
               LIMIT 5
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur declaration curseur recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL OPEN CRS-RECOURSE END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur ouverture curseur recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1060-CRS-RECOURSE-READ-START
               THRU 1060-CRS-RECOURSE-READ-START-EXIT.
           EXEC SQL CLOSE CRS-RECOURSE END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
       1050-LOAD-LIST-START-EXIT.
           EXIT.

      ******************************************************************
      *    1060-CRS-RECOURSE-READ-START.                               *
      ******************************************************************
       1060-CRS-RECOURSE-READ-START.
           PERFORM UNTIL SQLCODE = FIN
               EXEC SQL
                   FETCH CRS-RECOURSE
                   INTO :SQL-REC-NUM, :SQL-REC-STATUS,
                        :SQL-ACCIDENT-DATE, :SQL-THIRD-PARTY,
                        :SQL-PAID, :SQL-RECOVERED
               END-EXEC
               IF (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
                   MOVE 'Erreur lecture des dossiers de recours.'
                       TO WS-ERROR-MESSAGE
                   MOVE FIN TO SQLCODE
               END-IF
               IF SQLCODE NOT = FIN THEN
                   ADD 1 TO WS-REC-INDEX
                   PERFORM 1070-CHARGE-FILE-ROW-START
                       THRU 1070-CHARGE-FILE-ROW-START-EXIT
               END-IF
           END-PERFORM.
       1060-CRS-RECOURSE-READ-START-EXIT.
           EXIT.

      ******************************************************************
      *    1070-CHARGE-FILE-ROW-START.                                 *
      ******************************************************************
       1070-CHARGE-FILE-ROW-START.
           EVALUATE WS-REC-INDEX
               WHEN 1
                   MOVE SQL-REC-NUM TO WS-R1-NUM
                   MOVE SQL-REC-STATUS TO WS-R1-STATUS
                   MOVE SQL-ACCIDENT-DATE TO WS-R1-DATE
                   MOVE SQL-THIRD-PARTY TO WS-R1-THIRD
                   MOVE SQL-PAID TO WS-R1-PAID
                   MOVE SQL-RECOVERED TO WS-R1-RECOVERED
               WHEN 2
                   MOVE SQL-REC-NUM TO WS-R2-NUM
                   MOVE SQL-REC-STATUS TO WS-R2-STATUS
                   MOVE SQL-ACCIDENT-DATE TO WS-R2-DATE
                   MOVE SQL-THIRD-PARTY TO WS-R2-THIRD
                   MOVE SQL-PAID TO WS-R2-PAID
                   MOVE SQL-RECOVERED TO WS-R2-RECOVERED
               WHEN 3
                   MOVE SQL-REC-NUM TO WS-R3-NUM
                   MOVE SQL-REC-STATUS TO WS-R3-STATUS
                   MOVE SQL-ACCIDENT-DATE TO WS-R3-DATE
                   MOVE SQL-THIRD-PARTY TO WS-R3-THIRD
                   MOVE SQL-PAID TO WS-R3-PAID
                   MOVE SQL-RECOVERED TO WS-R3-RECOVERED
               WHEN 4
                   MOVE SQL-REC-NUM TO WS-R4-NUM
                   MOVE SQL-REC-STATUS TO WS-R4-STATUS
                   MOVE SQL-ACCIDENT-DATE TO WS-R4-DATE
                   MOVE SQL-THIRD-PARTY TO WS-R4-THIRD
                   MOVE SQL-PAID TO WS-R4-PAID
                   MOVE SQL-RECOVERED TO WS-R4-RECOVERED
               WHEN 5
                   MOVE SQL-REC-NUM TO WS-R5-NUM
                   MOVE SQL-REC-STATUS TO WS-R5-STATUS
                   MOVE SQL-ACCIDENT-DATE TO WS-R5-DATE
                   MOVE SQL-THIRD-PARTY TO WS-R5-THIRD
                   MOVE SQL-PAID TO WS-R5-PAID
                   MOVE SQL-RECOVERED TO WS-R5-RECOVERED
           END-EVALUATE.
       1070-CHARGE-FILE-ROW-START-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DISPLAY-SCREEN-START.                                  *
      ******************************************************************
       1100-DISPLAY-SCREEN-START.
           ACCEPT SCREEN-RECOURSE.
           PERFORM 1200-CHECK-CHOICE-START
               THRU 1200-CHECK-CHOICE-START-EXIT.
       1100-DISPLAY-SCREEN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1200-CHECK-CHOICE-START.                                    *
      ******************************************************************
       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(WS-OPEN-CHOICE) EQUAL 'O' THEN
               PERFORM 1300-OPEN-FILE-START
                   THRU 1300-OPEN-FILE-START-EXIT
               MOVE SPACES TO WS-OPEN-CHOICE
           ELSE IF FUNCTION UPPER-CASE(WS-ACTION-CHOICE) EQUAL 'O' THEN
               PERFORM 1400-APPLY-ACTION-START
                   THRU 1400-APPLY-ACTION-START-EXIT
               MOVE SPACES TO WS-ACTION-CHOICE
           END-IF.
       1200-CHECK-CHOICE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-FILE-START.                                       *
      ******************************************************************
      *    [RD] Ouvre un dossier de recours au statut OUVERT pour
      *    l'accident saisi (tiers et date obligatoires, la date ne
      *    peut pas etre dans le futur).
       1300-OPEN-FILE-START.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF SC-THIRD-PARTY EQUAL SPACES THEN
               MOVE 'Veuillez saisir le tiers responsable.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-OPEN-FILE-START-EXIT
           END-IF.
           IF SC-INSURER EQUAL SPACES THEN
               MOVE 'Veuillez saisir l''assureur du tiers.'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-OPEN-FILE-START-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           IF SC-ACCIDENT-DATE(5:2) < '01' OR > '12'
              OR SC-ACCIDENT-DATE(7:2) < '01' OR > '31'
              OR SC-ACCIDENT-DATE > WS-TODAY-NUM THEN
               MOVE 'Date d''accident invalide (AAAAMMJJ, passee).'
                   TO WS-ERROR-MESSAGE
               GO TO 1300-OPEN-FILE-START-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-THIRD-PARTY))
               TO SQL-THIRD-PARTY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-INSURER))
               TO SQL-INSURER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-POLICY-REF))
               TO SQL-POLICY-REF.
           INITIALIZE SQL-ACCIDENT-DATE.
           STRING SC-ACCIDENT-DATE(1:4) '-'
                  SC-ACCIDENT-DATE(5:2) '-'
                  SC-ACCIDENT-DATE(7:2)
                  DELIMITED BY SIZE
                  INTO SQL-ACCIDENT-DATE
           END-STRING.
           PERFORM 1350-SET-TODAY-START
               THRU 1350-SET-TODAY-START-EXIT.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.

      *    [RD] numerotation protegee par verrou, comme priorauth.cbl.
           MOVE 'RECOURSE' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur verrou numerotation recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE ZERO TO SQL-MAX-REC-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(RECOURSE_NUM), 0)
               INTO :SQL-MAX-REC-NUM
               FROM RECOURSE_FILE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur numerotation recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           MOVE SQL-MAX-REC-NUM TO SQL-REC-NUM.
           ADD 1 TO SQL-REC-NUM.

           EXEC SQL
               INSERT INTO RECOURSE_FILE
                   (RECOURSE_NUM, UUID_CUSTOMER,
                    RECOURSE_ACCIDENT_DATE, RECOURSE_THIRD_PARTY,
                    RECOURSE_INSURER, RECOURSE_POLICY_REF,
                    RECOURSE_STATUS, RECOURSE_PAID,
                    RECOURSE_RECOVERED, RECOURSE_CREATE_DATE)
               VALUES
                   (:SQL-REC-NUM, :LK-CUS-UUID,
                    :SQL-ACCIDENT-DATE, :SQL-THIRD-PARTY,
                    :SQL-INSURER, :SQL-POLICY-REF,
                    'OUVERT', 0, 0, :SQL-TODAY)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement du dossier de recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.

           MOVE SQL-REC-NUM TO SC-FILE-NUM.
           MOVE 'DOSSIER OUVERT - RATTACHER LES DEMANDES (ACTION D).'
               TO WS-ERROR-MESSAGE.
           INITIALIZE SC-THIRD-PARTY SC-INSURER SC-POLICY-REF
               SC-ACCIDENT-DATE.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
       1300-OPEN-FILE-START-EXIT.
           EXIT.

      ******************************************************************
      *    1350-SET-TODAY-START.                                       *
      ******************************************************************
       1350-SET-TODAY-START.
           MOVE FUNCTION CURRENT-DATE(1:4) TO SQL-TODAY(1:4).
           MOVE '-' TO SQL-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO SQL-TODAY(6:2).
           MOVE '-' TO SQL-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO SQL-TODAY(9:2).
       1350-SET-TODAY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1400-APPLY-ACTION-START.                                    *
      ******************************************************************
      *    [RD] Lit le dossier saisi (qui doit appartenir a
      *    l'adherent et ne pas etre clos), recalcule le montant
      *    verse sur ses demandes, puis applique l'action demandee.
      *    Chaque action valide sa propre mise a jour ; une action
      *    refusee laisse le dossier inchange.
       1400-APPLY-ACTION-START.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF SC-FILE-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero du dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           MOVE SC-FILE-NUM TO SQL-REC-NUM.
           PERFORM 1350-SET-TODAY-START
               THRU 1350-SET-TODAY-START-EXIT.

           PERFORM 2000-SQL-CONNECTION-START
               THRU 2000-SQL-CONNECTION-START-EXIT.
           EXEC SQL
               SELECT RECOURSE_STATUS,
                      COALESCE(RECOURSE_RECOVERED, 0)
               INTO :SQL-REC-STATUS, :SQL-RECOVERED
               FROM RECOURSE_FILE
               WHERE RECOURSE_NUM = :SQL-REC-NUM
                 AND UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE = FIN THEN
               MOVE 'Dossier de recours inconnu pour cet adherent.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur lecture du dossier de recours.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-REC-STATUS EQUAL 'CLOS' THEN
               MOVE 'Dossier clos : aucune action possible.'
                   TO WS-ERROR-MESSAGE
               PERFORM 2100-SQL-DISCONNECTION-START
                   THRU 2100-SQL-DISCONNECTION-START-EXIT
               GO TO 1400-APPLY-ACTION-START-EXIT
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(SC-ACTION)
               WHEN 'D'
                   PERFORM 1500-ATTACH-CLAIM-START
                       THRU 1500-ATTACH-CLAIM-START-EXIT
               WHEN 'L'
                   PERFORM 1600-SEND-LETTER-START
                       THRU 1600-SEND-LETTER-START-EXIT
               WHEN 'A'
               WHEN 'R'
                   PERFORM 1700-RECORD-ANSWER-START
                       THRU 1700-RECORD-ANSWER-START-EXIT
               WHEN 'E'
                   PERFORM 1800-RECORD-RECOVERY-START
                       THRU 1800-RECORD-RECOVERY-START-EXIT
               WHEN 'C'
                   PERFORM 1900-CLOSE-FILE-START
                       THRU 1900-CLOSE-FILE-START-EXIT
               WHEN OTHER
                   MOVE 'Action invalide : D, L, A, R, E ou C.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
           PERFORM 2100-SQL-DISCONNECTION-START
               THRU 2100-SQL-DISCONNECTION-START-EXIT.
           PERFORM 1050-LOAD-LIST-START
               THRU 1050-LOAD-LIST-START-EXIT.
       1400-APPLY-ACTION-START-EXIT.
           EXIT.

      ******************************************************************
      *    1450-UPDATE-PAID-START.                                     *
      ******************************************************************
      *    [RD] Cumule ce que nous avons verse sur le dossier
      *    (demandes rattachees APPROUVE ou PAYE) et le conserve sur
      *    le dossier.
       1450-UPDATE-PAID-START.
           MOVE ZERO TO SQL-PAID.
           EXEC SQL
               SELECT COALESCE(SUM(CLAIM_OWED), 0)
               INTO :SQL-PAID
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND CLAIM_RECOURSE_NUM = :SQL-REC-NUM
                 AND COALESCE(CLAIM_STATUS, '') IN ('APPROUVE', 'PAYE')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur cumul des prestations du dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL
               UPDATE RECOURSE_FILE
               SET RECOURSE_PAID = :SQL-PAID
               WHERE RECOURSE_NUM = :SQL-REC-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour du montant verse.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
       1450-UPDATE-PAID-START-EXIT.
           EXIT.

      ******************************************************************
      *    1500-ATTACH-CLAIM-START.                                    *
      ******************************************************************
      *    [RD] Rattache une demande de l'adherent au dossier : elle
      *    est marquee accident et porte le numero du dossier. Une
      *    demande deja rattachee a un autre dossier est refusee.
       1500-ATTACH-CLAIM-START.
           IF SC-CLAIM-NUM EQUAL ZERO THEN
               MOVE 'Veuillez saisir le numero de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           MOVE SC-CLAIM-NUM TO SQL-CLAIM-NUM.
           MOVE ZERO TO SQL-CLAIM-REC-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(CLAIM_RECOURSE_NUM), 0),
                      COUNT(*)
               INTO :SQL-CLAIM-REC-NUM, :SQL-CNT
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_NUM = :SQL-CLAIM-NUM
                 AND UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = FIN THEN
               MOVE 'Erreur lecture de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           IF SQL-CNT EQUAL ZERO THEN
               MOVE 'Demande inconnue pour cet adherent.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           IF SQL-CLAIM-REC-NUM NOT = ZERO
              AND SQL-CLAIM-REC-NUM NOT = SQL-REC-NUM THEN
               MOVE 'Demande deja rattachee a un autre dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 1500-ATTACH-CLAIM-START-EXIT
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_ACCIDENT = 'O',
                   CLAIM_RECOURSE_NUM = :SQL-REC-NUM
               WHERE CLAIM_NUM = :SQL-CLAIM-NUM
                 AND UUID_CUSTOMER = :LK-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur rattachement de la demande.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           PERFORM 1450-UPDATE-PAID-START
               THRU 1450-UPDATE-PAID-START-EXIT.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE SQL-PAID TO WS-Z-AMOUNT.
           STRING 'DEMANDE RATTACHEE - VERSE SUR LE DOSSIER : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR.'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-CLAIM-NUM.
       1500-ATTACH-CLAIM-START-EXIT.
           EXIT.

      ******************************************************************
      *    1600-SEND-LETTER-START.                                     *
      ******************************************************************
      *    [RD] Enregistre l'envoi de la lettre de reclamation a
      *    l'assureur du tiers (statut RECLAME, date de la lettre) ;
      *    une relance met simplement la date a jour. Il faut une
      *    prestation versee a reclamer.
       1600-SEND-LETTER-START.
           IF SQL-REC-STATUS NOT = 'OUVERT'
              AND SQL-REC-STATUS NOT = 'RECLAME' THEN
               MOVE 'Reponse deja recue : lettre sans objet.'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-SEND-LETTER-START-EXIT
           END-IF.
           PERFORM 1450-UPDATE-PAID-START
               THRU 1450-UPDATE-PAID-START-EXIT.
           IF SQL-PAID EQUAL ZERO THEN
               MOVE 'Aucune prestation versee a reclamer.'
                   TO WS-ERROR-MESSAGE
               GO TO 1600-SEND-LETTER-START-EXIT
           END-IF.
           EXEC SQL
               UPDATE RECOURSE_FILE
               SET RECOURSE_STATUS = 'RECLAME',
                   RECOURSE_LETTER_DATE = :SQL-TODAY
               WHERE RECOURSE_NUM = :SQL-REC-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la reclamation.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE SQL-PAID TO WS-Z-AMOUNT.
           STRING 'RECLAMATION ENREGISTREE : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR.'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
       1600-SEND-LETTER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1700-RECORD-ANSWER-START.                                   *
      ******************************************************************
      *    [RD] Reponse de l'assureur a la reclamation : A = accord
      *    (ACCEPTE), R = refus (REFUSE, motif obligatoire).
       1700-RECORD-ANSWER-START.
           IF SQL-REC-STATUS NOT = 'RECLAME' THEN
               MOVE 'La reponse suit la lettre de reclamation (L).'
                   TO WS-ERROR-MESSAGE
               GO TO 1700-RECORD-ANSWER-START-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(SC-ACTION) EQUAL 'A' THEN
               MOVE 'ACCEPTE' TO SQL-REC-STATUS
               IF SC-ANSWER EQUAL SPACES THEN
                   MOVE 'ACCORD DE L''ASSUREUR' TO SQL-ANSWER
               ELSE
                   MOVE SC-ANSWER TO SQL-ANSWER
               END-IF
           ELSE
               IF SC-ANSWER EQUAL SPACES THEN
                   MOVE 'Veuillez saisir le motif du refus.'
                       TO WS-ERROR-MESSAGE
                   GO TO 1700-RECORD-ANSWER-START-EXIT
               END-IF
               MOVE 'REFUSE' TO SQL-REC-STATUS
               MOVE SC-ANSWER TO SQL-ANSWER
           END-IF.
           EXEC SQL
               UPDATE RECOURSE_FILE
               SET RECOURSE_STATUS = :SQL-REC-STATUS,
                   RECOURSE_ANSWER = :SQL-ANSWER,
                   RECOURSE_ANSWER_DATE = :SQL-TODAY
               WHERE RECOURSE_NUM = :SQL-REC-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur enregistrement de la reponse.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE 'REPONSE DE L''ASSUREUR ENREGISTREE.'
               TO WS-ERROR-MESSAGE.
           INITIALIZE SC-ANSWER.
       1700-RECORD-ANSWER-START-EXIT.
           EXIT.

      ******************************************************************
      *    1800-RECORD-RECOVERY-START.                                 *
      ******************************************************************
      *    [RD] Encaissement d'une somme recuperee aupres de
      *    l'assureur du tiers (apres reclamation ; un reglement vaut
      *    accord). Le cumul recupere ne peut pas depasser ce que
      *    nous avons verse. L'encaissement est porte au journal des
      *    paiements (mode RECOURS, reference RECOURS-numero du
      *    dossier a la place de la facture) : il n'est rattache a
      *    aucune facture de cotisation.
       1800-RECORD-RECOVERY-START.
           IF SQL-REC-STATUS NOT = 'RECLAME'
              AND SQL-REC-STATUS NOT = 'ACCEPTE' THEN
               MOVE 'Encaissement possible apres reclamation (L).'
                   TO WS-ERROR-MESSAGE
               GO TO 1800-RECORD-RECOVERY-START-EXIT
           END-IF.
           IF SC-RECOVERED EQUAL ZERO THEN
               MOVE 'Veuillez saisir le montant recupere.'
                   TO WS-ERROR-MESSAGE
               GO TO 1800-RECORD-RECOVERY-START-EXIT
           END-IF.
           PERFORM 1450-UPDATE-PAID-START
               THRU 1450-UPDATE-PAID-START-EXIT.
           MOVE SC-RECOVERED TO SQL-AMOUNT.
           IF SQL-RECOVERED + SQL-AMOUNT > SQL-PAID THEN
               MOVE 'Montant superieur au reste a recuperer.'
                   TO WS-ERROR-MESSAGE
               GO TO 1800-RECORD-RECOVERY-START-EXIT
           END-IF.
           ADD SQL-AMOUNT TO SQL-RECOVERED.
           EXEC SQL
               UPDATE RECOURSE_FILE
               SET RECOURSE_STATUS = 'ACCEPTE',
                   RECOURSE_RECOVERED = :SQL-RECOVERED
               WHERE RECOURSE_NUM = :SQL-REC-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur mise a jour du montant recupere.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.

      *    [RD] mouvement au journal PAYMENT, numerotation sous le
      *    meme verrou que les autres ecritures du journal.
           MOVE 'PAYMENT' TO SQL-LOCK-KEY.
           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
           MOVE ZERO TO SQL-PAY-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(PAYMENT_NUM), 0)
               INTO :SQL-PAY-NUM
               FROM PAYMENT
           END-EXEC.
           ADD 1 TO SQL-PAY-NUM.
           INITIALIZE SQL-PAY-INVOICE.
           STRING 'RECOURS-' SQL-REC-NUM
               DELIMITED BY SIZE
               INTO SQL-PAY-INVOICE
           END-STRING.
           EXEC SQL
               INSERT INTO PAYMENT
                   (UUID_INVOICE, PAYMENT_NUM, PAYMENT_DATE,
                    PAYMENT_AMOUNT, PAYMENT_METHOD,
                    PAYMENT_ENTRY_DATE)
               VALUES
                   (:SQL-PAY-INVOICE, :SQL-PAY-NUM, :SQL-TODAY,
                    :SQL-AMOUNT, 'RECOURS', :SQL-TODAY)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur journalisation de l''encaissement.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE SQL-RECOVERED TO WS-Z-AMOUNT.
           STRING 'ENCAISSEMENT ENREGISTRE - CUMUL RECUPERE : '
               FUNCTION TRIM(WS-Z-AMOUNT) ' EUR.'
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
           INITIALIZE SC-RECOVERED.
       1800-RECORD-RECOVERY-START-EXIT.
           EXIT.

      ******************************************************************
      *    1900-CLOSE-FILE-START.                                      *
      ******************************************************************
      *    [RD] Cloture du dossier (recuperation terminee, refus
      *    definitif ou abandon du recours).
       1900-CLOSE-FILE-START.
           EXEC SQL
               UPDATE RECOURSE_FILE
               SET RECOURSE_STATUS = 'CLOS'
               WHERE RECOURSE_NUM = :SQL-REC-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
               MOVE 'Erreur cloture du dossier.'
                   TO WS-ERROR-MESSAGE
               GO TO 9020-SQL-ERROR-START
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE 'DOSSIER DE RECOURS CLOS.' TO WS-ERROR-MESSAGE.
           INITIALIZE SC-FILE-NUM SC-ACTION.
       1900-CLOSE-FILE-START-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SQL-CONNECTION-START.                                  *
      ******************************************************************
       2000-SQL-CONNECTION-START.
      *    [RD] le 03/09/2026 : parametres de connexion lus dans la
      *    configuration centralisee (getconf.cbl).
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT TO :DBNAME USER :USERNAME USING :PASSWD
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
      *    [RD] le 03/09/2026 : charge la connexion depuis la          *
      *    configuration centralisee (getconf.cbl), une seule fois     *
      *    par execution ; sans configuration, refus clair de          *
      *    demarrer : plus aucun mot de passe en dur a recompiler      *
      *    pour une rotation.                                          *
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
