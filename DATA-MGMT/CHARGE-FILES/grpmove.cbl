      *    main : les listes derivaient. Ce traitement charge le       *
      *    fichier recurrent de mouvements transmis par l'employeur,   *
      *    une ligne par mouvement au format CSV (point-virgule) :     *
      *      type (A=embauche, M=modification, R=depart,              *
      *      D=dispense d'adhesion, E=ligne de l'effectif) ;           *
      *      NIR (15) ; SIRET employeur (14) ; nom ; prenom ;          *
      *      date d'effet (AAAAMMJJ) ;                                 *
      *      depart : portabilite (O/N) ; date d'embauche (AAAAMMJJ)   *
      *      dispense : motif ; date d'expiration (AAAAMMJJ) ;         *
      *                 justificatif (nom du fichier)                  *
      *    Embauche : creation de l'adherent (s'il est inconnu du      *
      *    NIR) rattache au groupe (CUSTOMER_GROUP_SIRET).             *
      *    Modification : mise a jour du nom/prenom/rattachement.      *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Portabilite des droits : un depart        *
      *    signale en portabilite par l'employeur ne resilie plus le   *
      *    contrat mais ouvre une periode de portabilite (table        *
      *    PORTABILITY) de la duree du dernier emploi, au plus douze   *
      *    mois, non facturee, suivie par portabat.cbl.                *
      * MAJ RD le 15/10/2026 Dispenses d'adhesion : registre des       *
      *    salaries dispenses par employeur (GROUP_WAIVER : motif,     *
      *    justificatif, debut, expiration si le motif est temporaire) *
      *    et liste du personnel transmise par l'employeur             *
      *    (GROUP_STAFF), rapprochees par grpinvo.cbl.                 *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grpmove RECURSIVE.
       01  WS-MOVE-LASTNAME     PIC X(20)  VALUE SPACES.
       01  WS-MOVE-FIRSTNAME    PIC X(20)  VALUE SPACES.
       01  WS-MOVE-DATE         PIC X(08)  VALUE SPACES.
      *    [RD] le 15/10/2026 : jour traite (procdate.cbl).
       01  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
      *    [RD] le 15/10/2026 : portabilite des droits au depart.
       01  WS-MOVE-PORTA        PIC X(01)  VALUE SPACE.
       01  WS-MOVE-HIRE-DATE    PIC X(08)  VALUE SPACES.
       01  WS-NB-PORTA          PIC 9(05)  VALUE ZERO.
       01  WS-PORTA-MAX-MONTHS  PIC 9(02)  VALUE 12.
       01  WS-PORTA-CHECK-MONTHS PIC 9(02) VALUE 3.
      *    [RD] le 15/10/2026 : champs 7 a 9, dont le sens depend du
      *    type de mouvement (depart ou dispense).
       01  WS-MOVE-OPT7         PIC X(12)  VALUE SPACES.
       01  WS-MOVE-OPT8         PIC X(08)  VALUE SPACES.
       01  WS-MOVE-OPT9         PIC X(50)  VALUE SPACES.
      *    [RD] le 15/10/2026 : dispenses d'adhesion et effectif.
       01  WS-MOVE-REASON       PIC X(12)  VALUE SPACES.
       01  WS-MOVE-EXPIRY       PIC X(08)  VALUE SPACES.
       01  WS-MOVE-PROOF        PIC X(50)  VALUE SPACES.
       01  WS-REASON-TEMP       PIC X(01)  VALUE 'N'.
       01  WS-NB-WAIVER         PIC 9(05)  VALUE ZERO.
       01  WS-NB-STAFF          PIC 9(05)  VALUE ZERO.

       01  WS-FREQ-MONTHS       PIC 9(02)  VALUE 1.
       01  WS-PE-YEAR           PIC 9(04)  VALUE 0.
       01  SQL-NB-READ          PIC 9(06).
       01  SQL-NB-INSERTED      PIC 9(06).
       01  SQL-NB-REJECTED      PIC 9(06).
       01  SQL-HIRE-DATE        PIC X(10).
       01  SQL-PORTA-MONTHS     PIC 9(02).
       01  SQL-PORTA-MAX        PIC 9(02).
       01  SQL-PORTA-CHECK      PIC 9(02).
       01  SQL-PORTA-END        PIC X(10).
       01  SQL-PORTA-NEXT       PIC X(10).
       01  SQL-WAIVER-REASON    PIC X(12).
       01  SQL-WAIVER-START     PIC X(10).
       01  SQL-WAIVER-END       PIC X(10).
       01  SQL-WAIVER-PROOF     PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

              THRU END-8000-CLOSE-RUN.

           COMPUTE LK-NB-PROCESSED =
               WS-NB-ADD + WS-NB-CHANGE + WS-NB-TERM
               + WS-NB-WAIVER + WS-NB-STAFF.

           PERFORM 9100-DISPLAY-REPORT-START
              THRU END-9100-DISPLAY-REPORT.
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : periodes de portabilite des anciens
      *    salaries (suivies par portabat.cbl).
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PORTABILITY (
                   UUID_CUSTOMER      VARCHAR(36),
                   PORTA_SIRET        VARCHAR(14),
                   PORTA_START_DATE   VARCHAR(10),
                   PORTA_END_DATE     VARCHAR(10),
                   PORTA_MONTHS       NUMERIC(2),
                   PORTA_NEXT_CHECK   VARCHAR(10),
                   PORTA_STATUS       VARCHAR(10),
                   PORTA_CLOSE_DATE   VARCHAR(10),
                   PORTA_CLOSE_REASON VARCHAR(20)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION PORTABILITY' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : registre des dispenses d'adhesion et
      *    liste du personnel de chaque employeur.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GROUP_WAIVER (
                   WAIVER_SIRET       VARCHAR(14),
                   WAIVER_NIR         VARCHAR(15),
                   WAIVER_LASTNAME    VARCHAR(20),
                   WAIVER_FIRSTNAME   VARCHAR(20),
                   WAIVER_REASON      VARCHAR(12),
                   WAIVER_PROOF       VARCHAR(50),
                   WAIVER_START_DATE  VARCHAR(10),
                   WAIVER_END_DATE    VARCHAR(10),
                   WAIVER_STATUS      VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION GROUP_WAIVER' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GROUP_STAFF (
                   STAFF_SIRET        VARCHAR(14),
                   STAFF_NIR          VARCHAR(15),
                   STAFF_LASTNAME     VARCHAR(20),
                   STAFF_FIRSTNAME    VARCHAR(20),
                   STAFF_LIST_DATE    VARCHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION GROUP_STAFF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           INITIALIZE SQL-TODAY.
           STRING WS-BATCH-DATE(1:4) '-'
                  WS-BATCH-DATE(5:2) '-'
                  WS-BATCH-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.

           MOVE WS-BATCH-DATE TO WS-REPORT-DATE.
           OPEN OUTPUT F-REPORT.
           MOVE 'MOUVEMENTS DU PERSONNEL DES EMPLOYEURS'
               TO REC-F-REPORT.
       2100-ONE-MOVEMENT-START.
           INITIALIZE WS-MOVE-TYPE WS-MOVE-NIR WS-MOVE-SIRET
               WS-MOVE-LASTNAME WS-MOVE-FIRSTNAME WS-MOVE-DATE
               WS-MOVE-PORTA WS-MOVE-HIRE-DATE WS-OUTCOME
               WS-MOVE-OPT7 WS-MOVE-OPT8 WS-MOVE-OPT9.
           UNSTRING REC-F-INPUT DELIMITED BY ';'
               INTO WS-MOVE-TYPE, WS-MOVE-NIR, WS-MOVE-SIRET,
                    WS-MOVE-LASTNAME, WS-MOVE-FIRSTNAME,
                    WS-MOVE-DATE, WS-MOVE-OPT7, WS-MOVE-OPT8,
                    WS-MOVE-OPT9
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-MOVE-OPT7(1:1))
               TO WS-MOVE-PORTA.
           MOVE WS-MOVE-OPT8 TO WS-MOVE-HIRE-DATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MOVE-OPT7))
               TO WS-MOVE-REASON.
           MOVE WS-MOVE-OPT8 TO WS-MOVE-EXPIRY.
           MOVE WS-MOVE-OPT9 TO WS-MOVE-PROOF.

           MOVE FUNCTION UPPER-CASE(WS-MOVE-TYPE) TO WS-MOVE-TYPE.
           MOVE FUNCTION TRIM(WS-MOVE-NIR) TO SQL-NIR.
               WHEN 'R'
                   PERFORM 5000-APPLY-TERMINATE-START
                      THRU END-5000-APPLY-TERMINATE
      *        [RD] le 15/10/2026 : dispense d'adhesion et liste du
      *        personnel de l'employeur.
               WHEN 'D'
                   PERFORM 6000-APPLY-WAIVER-START
                      THRU END-6000-APPLY-WAIVER
               WHEN 'E'
                   PERFORM 7000-APPLY-STAFF-START
                      THRU END-7000-APPLY-STAFF
               WHEN OTHER
                   ADD 1 TO WS-NB-REJECT
                   MOVE 'REJET TYPE INCONNU' TO WS-OUTCOME
      *    sinon ne fait que le rattacher au groupe employeur.         *
      ******************************************************************
       3000-APPLY-ADD-START.
      *    [RD] le 15/10/2026 : l'embauche declaree par l'employeur
      *    vaut adhesion, une dispense en cours pour ce salarie chez
      *    cet employeur est levee.
           EXEC SQL
               UPDATE GROUP_WAIVER
               SET WAIVER_STATUS = 'LEVEE',
                   WAIVER_END_DATE = :SQL-TODAY
               WHERE WAIVER_SIRET = :SQL-SIRET
                 AND WAIVER_NIR = :SQL-NIR
                 AND WAIVER_STATUS = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'LEVEE DISPENSE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
                   TRIM(:SQL-FIRSTNAME),
                   CAST(:SQL-NIR AS NUMERIC),
                   :SQL-SIRET,
                   :SQL-TODAY,
                   '1'
              )
           END-EXEC.
      *    [RD] date d'effet absente : le depart prend effet au jour
      *    du passage.
           IF  WS-MOVE-DATE EQUAL SPACES
               MOVE WS-BATCH-DATE TO WS-MOVE-DATE
           END-IF.
           INITIALIZE SQL-END-DATE.
           STRING WS-MOVE-DATE(1:4) '-'
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : depart en portabilite, le contrat
      *    reste en cours pendant la periode ouverte.
           IF  WS-MOVE-PORTA EQUAL 'O'
               PERFORM 5200-OPEN-PORTABILITY-START
                  THRU END-5200-OPEN-PORTABILITY
               GO TO END-5000-APPLY-TERMINATE
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET REIMBURSEMENT_STATUS = 'RESILIE',
       END-5100-FINAL-SETTLEMENT.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : ouvre la periode de portabilite de     *
      *    l'ancien salarie a la date du depart. Sa duree est celle    *
      *    du dernier emploi (date d'embauche de la ligne, a defaut    *
      *    date de signature du contrat), arrondie au mois superieur,  *
      *    au plus douze mois. Le justificatif de chomage est controle *
      *    chaque trimestre par portabat.cbl (PORTA_NEXT_CHECK). Le    *
      *    contrat reste en cours, sans facture pendant la periode.    *
      ******************************************************************
       5200-OPEN-PORTABILITY-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM PORTABILITY
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND PORTA_STATUS = 'EN_COURS'
           END-EXEC.
           IF  SQL-CNT > ZERO
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET DEJA EN PORTABILITE' TO WS-OUTCOME
               GO TO END-5200-OPEN-PORTABILITY
           END-IF.

           INITIALIZE SQL-HIRE-DATE.
           IF  WS-MOVE-HIRE-DATE NOT = SPACES
               STRING WS-MOVE-HIRE-DATE(1:4) '-'
                      WS-MOVE-HIRE-DATE(5:2) '-'
                      WS-MOVE-HIRE-DATE(7:2)
                      DELIMITED BY SIZE INTO SQL-HIRE-DATE
               END-STRING
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(REIMBURSEMENT_CREATE_DATE,
                          'YYYY-MM-DD')
                   INTO :SQL-HIRE-DATE
                   FROM CUSTOMER_REIMBURSEMENT
                   WHERE UUID_CUSTOMER_REIMBOURSEMENT = :SQL-REIM-UUID
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE SQL-END-DATE TO SQL-HIRE-DATE
               END-IF
           END-IF.

           MOVE WS-PORTA-MAX-MONTHS TO SQL-PORTA-MAX.
           MOVE WS-PORTA-CHECK-MONTHS TO SQL-PORTA-CHECK.
           EXEC SQL
               SELECT LEAST(:SQL-PORTA-MAX, GREATEST(1,
                          EXTRACT(YEAR FROM AGE(
                              TO_DATE(:SQL-END-DATE, 'YYYY-MM-DD'),
                              TO_DATE(:SQL-HIRE-DATE, 'YYYY-MM-DD')))
                              * 12
                        + EXTRACT(MONTH FROM AGE(
                              TO_DATE(:SQL-END-DATE, 'YYYY-MM-DD'),
                              TO_DATE(:SQL-HIRE-DATE, 'YYYY-MM-DD')))
                        + CASE WHEN EXTRACT(DAY FROM AGE(
                              TO_DATE(:SQL-END-DATE, 'YYYY-MM-DD'),
                              TO_DATE(:SQL-HIRE-DATE, 'YYYY-MM-DD')))
                              > 0 THEN 1 ELSE 0 END))
               INTO :SQL-PORTA-MONTHS
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET DATE D''EMBAUCHE' TO WS-OUTCOME
               MOVE ZERO TO SQLCODE
               GO TO END-5200-OPEN-PORTABILITY
           END-IF.
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:SQL-END-DATE, 'YYYY-MM-DD')
                          + MAKE_INTERVAL(months => :SQL-PORTA-MONTHS),
                          'YYYY-MM-DD'),
                      TO_CHAR(TO_DATE(:SQL-END-DATE, 'YYYY-MM-DD')
                          + MAKE_INTERVAL(months => :SQL-PORTA-CHECK),
                          'YYYY-MM-DD')
               INTO :SQL-PORTA-END, :SQL-PORTA-NEXT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CALCUL FIN DE PORTABILITE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               INSERT INTO PORTABILITY
                   (UUID_CUSTOMER, PORTA_SIRET, PORTA_START_DATE,
                    PORTA_END_DATE, PORTA_MONTHS, PORTA_NEXT_CHECK,
                    PORTA_STATUS)
               VALUES (:SQL-CUS-UUID, :SQL-SIRET, :SQL-END-DATE,
                       :SQL-PORTA-END, :SQL-PORTA-MONTHS,
                       :SQL-PORTA-NEXT, 'EN_COURS')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'OUVERTURE PORTABILITE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           ADD 1 TO WS-NB-TERM.
           ADD 1 TO WS-NB-PORTA.
           MOVE 'PORTABILITE OUVERTE' TO WS-OUTCOME.
       END-5200-OPEN-PORTABILITY.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : dispense d'adhesion d'un salarie. Le   *
      *    motif est controle ; les motifs temporaires (contrat court, *
      *    C2S, contrat individuel en cours) exigent une date          *
      *    d'expiration. Un salarie deja couvert chez cet employeur    *
      *    doit d'abord faire l'objet d'un depart. La dispense         *
      *    remplace celle deja en cours pour le meme employeur.        *
      ******************************************************************
       6000-APPLY-WAIVER-START.
           MOVE 'N' TO WS-REASON-TEMP.
           EVALUATE WS-MOVE-REASON
               WHEN 'CONJOINT'
               WHEN 'APPRENTI'
               WHEN 'MULTI-EMPL'
               WHEN 'TEMPS-PART'
                   CONTINUE
               WHEN 'CDD'
               WHEN 'C2S'
               WHEN 'INDIVIDUEL'
                   MOVE 'O' TO WS-REASON-TEMP
               WHEN OTHER
                   ADD 1 TO WS-NB-REJECT
                   MOVE 'REJET MOTIF DE DISPENSE' TO WS-OUTCOME
                   GO TO END-6000-APPLY-WAIVER
           END-EVALUATE.

           IF  WS-MOVE-DATE EQUAL SPACES
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET DATE DE DEBUT ABSENTE' TO WS-OUTCOME
               GO TO END-6000-APPLY-WAIVER
           END-IF.
           IF  WS-REASON-TEMP EQUAL 'O' AND WS-MOVE-EXPIRY EQUAL SPACES
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET EXPIRATION ABSENTE' TO WS-OUTCOME
               GO TO END-6000-APPLY-WAIVER
           END-IF.
           IF  WS-MOVE-EXPIRY NOT = SPACES
           AND WS-MOVE-EXPIRY NOT > WS-MOVE-DATE
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET EXPIRATION AVANT DEBUT' TO WS-OUTCOME
               GO TO END-6000-APPLY-WAIVER
           END-IF.
           IF  WS-MOVE-PROOF EQUAL SPACES
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET JUSTIFICATIF ABSENT' TO WS-OUTCOME
               GO TO END-6000-APPLY-WAIVER
           END-IF.

           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CNT
               FROM CUSTOMER C
               INNER JOIN CUSTOMER_REIMBURSEMENT R
                   ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
               WHERE CAST(C.CUSTOMER_CODE_SECU AS VARCHAR) = :SQL-NIR
                 AND C.CUSTOMER_GROUP_SIRET = :SQL-SIRET
                 AND C.CUSTOMER_ACTIVE = '1'
                 AND COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                     = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'CONTROLE COUVERTURE DISPENSE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CNT > ZERO
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET SALARIE DEJA COUVERT' TO WS-OUTCOME
               GO TO END-6000-APPLY-WAIVER
           END-IF.

           MOVE WS-MOVE-REASON TO SQL-WAIVER-REASON.
           MOVE WS-MOVE-PROOF TO SQL-WAIVER-PROOF.
           INITIALIZE SQL-WAIVER-START SQL-WAIVER-END.
           STRING WS-MOVE-DATE(1:4) '-' WS-MOVE-DATE(5:2) '-'
                  WS-MOVE-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-WAIVER-START
           END-STRING.
           IF  WS-MOVE-EXPIRY NOT = SPACES
               STRING WS-MOVE-EXPIRY(1:4) '-' WS-MOVE-EXPIRY(5:2) '-'
                      WS-MOVE-EXPIRY(7:2)
                      DELIMITED BY SIZE INTO SQL-WAIVER-END
               END-STRING
           END-IF.

           EXEC SQL
               UPDATE GROUP_WAIVER
               SET WAIVER_STATUS = 'REMPLACEE'
               WHERE WAIVER_SIRET = :SQL-SIRET
                 AND WAIVER_NIR = :SQL-NIR
                 AND WAIVER_STATUS = 'EN_COURS'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'REMPLACEMENT DISPENSE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               INSERT INTO GROUP_WAIVER
                   (WAIVER_SIRET, WAIVER_NIR, WAIVER_LASTNAME,
                    WAIVER_FIRSTNAME, WAIVER_REASON, WAIVER_PROOF,
                    WAIVER_START_DATE, WAIVER_END_DATE, WAIVER_STATUS)
               VALUES (:SQL-SIRET, :SQL-NIR, TRIM(:SQL-LASTNAME),
                       TRIM(:SQL-FIRSTNAME), TRIM(:SQL-WAIVER-REASON),
                       TRIM(:SQL-WAIVER-PROOF), :SQL-WAIVER-START,
                       NULLIF(TRIM(:SQL-WAIVER-END), ''), 'EN_COURS')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'ENREGISTREMENT DISPENSE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-WAIVER.
           MOVE 'DISPENSE ENREGISTREE' TO WS-OUTCOME.
       END-6000-APPLY-WAIVER.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : ligne de la liste du personnel         *
      *    transmise par l'employeur, datee de la date d'effet ; le    *
      *    rapprochement de grpinvo.cbl lit la liste la plus recente   *
      *    de chaque employeur.                                        *
      ******************************************************************
       7000-APPLY-STAFF-START.
           IF  WS-MOVE-DATE EQUAL SPACES
               ADD 1 TO WS-NB-REJECT
               MOVE 'REJET DATE DE LISTE ABSENTE' TO WS-OUTCOME
               GO TO END-7000-APPLY-STAFF
           END-IF.
           INITIALIZE SQL-WAIVER-START.
           STRING WS-MOVE-DATE(1:4) '-' WS-MOVE-DATE(5:2) '-'
                  WS-MOVE-DATE(7:2)
                  DELIMITED BY SIZE INTO SQL-WAIVER-START
           END-STRING.

           EXEC SQL
               DELETE FROM GROUP_STAFF
               WHERE STAFF_SIRET = :SQL-SIRET
                 AND STAFF_NIR = :SQL-NIR
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'PURGE LIGNE EFFECTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               INSERT INTO GROUP_STAFF
                   (STAFF_SIRET, STAFF_NIR, STAFF_LASTNAME,
                    STAFF_FIRSTNAME, STAFF_LIST_DATE)
               VALUES (:SQL-SIRET, :SQL-NIR, TRIM(:SQL-LASTNAME),
                       TRIM(:SQL-FIRSTNAME), :SQL-WAIVER-START)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'ENREGISTREMENT LIGNE EFFECTIF' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           ADD 1 TO WS-NB-STAFF.
           MOVE 'LIGNE D''EFFECTIF' TO WS-OUTCOME.
       END-7000-APPLY-STAFF.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne de compte-rendu par mouvement traite.        *
      ******************************************************************
           INITIALIZE REC-F-REPORT.
           STRING 'LUS ' WS-NB-READ ' EMBAUCHES ' WS-NB-ADD
               ' MODIFS ' WS-NB-CHANGE ' DEPARTS ' WS-NB-TERM
               ' REJETS ' WS-NB-REJECT ' PORTABILITES ' WS-NB-PORTA
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           INITIALIZE REC-F-REPORT.
           STRING 'DISPENSES ' WS-NB-WAIVER
               ' LIGNES D''EFFECTIF ' WS-NB-STAFF
               DELIMITED BY SIZE INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           END-STRING.
           MOVE WS-NB-READ TO SQL-NB-READ.
           COMPUTE SQL-NB-INSERTED =
               WS-NB-ADD + WS-NB-CHANGE + WS-NB-TERM
               + WS-NB-WAIVER + WS-NB-STAFF.
           MOVE WS-NB-REJECT TO SQL-NB-REJECTED.

           EXEC SQL
           DISPLAY 'Embauches         : ' WS-NB-ADD.
           DISPLAY 'Modifications     : ' WS-NB-CHANGE.
           DISPLAY 'Departs           : ' WS-NB-TERM.
           DISPLAY '  dont portabilite: ' WS-NB-PORTA.
           DISPLAY 'Dispenses         : ' WS-NB-WAIVER.
           DISPLAY 'Lignes d''effectif : ' WS-NB-STAFF.
           DISPLAY 'Rejets            : ' WS-NB-REJECT.
       END-9100-DISPLAY-REPORT.
           EXIT.
