      *    (SECOND_APPROVAL_AMOUNT) : au-dela de ce montant du, deux   *
      *    gestionnaires differents doivent approuver la demande dans  *
      *    rembreview.cbl avant que claimpay.cbl ne la paie.           *
      * MAJ RD le 15/10/2026 : ajout du taux de l'echantillon          *
      *    hebdomadaire du controle qualite (QA_SAMPLE_RATE, en % des  *
      *    demandes payees de chaque gestionnaire et canal) tire par   *
      *    qasample.cbl.                                               *
      * MAJ RD le 15/10/2026 : ajout des delais cibles de traitement   *
      *    des demandes (SLA_DECISION_DAYS de la reception a la        *
      *    decision, SLA_PAYMENT_DAYS de la decision au paiement),     *
      *    mesures par le rapport des delais slarpt.cbl.               *
      * MAJ RD le 15/10/2026 : ajout de l'anciennete (en jours) au-    *
      *    dela de laquelle une ligne du flux CPAM restee en suspens   *
      *    sans adherent passe sur la liste des relances caisse        *
      *    (SUSPENSE_AGE_DAYS, cpamsusp.cbl).                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmparam RECURSIVE.
      *    demande dont le montant du depasse ce seuil exige deux
      *    gestionnaires differents avant paiement (rembreview.cbl).
       01  SC-SECOND-APPROVAL      PIC 9(05)   VALUE ZERO .
      *    [RD] le 15/10/2026 : taux (en %) de l'echantillon
      *    hebdomadaire du controle qualite (qasample.cbl).
       01  SC-QA-RATE              PIC 9(03)   VALUE ZERO .
      *    [RD] le 15/10/2026 : delais cibles (en jours) promis aux
      *    adherents, mesures par slarpt.cbl.
       01  SC-SLA-DECISION         PIC 9(03)   VALUE ZERO .
       01  SC-SLA-PAYMENT          PIC 9(03)   VALUE ZERO .
      *    [RD] le 15/10/2026 : anciennete (en jours) des lignes CPAM
      *    en suspens a relancer aupres de la caisse (cpamsusp.cbl).
       01  SC-SUSP-AGE             PIC 9(03)   VALUE ZERO .

      *    Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB              PIC X(80)                  .
       01  SQL-MAX-AMOUNT          PIC 9(05)   VALUE 0           .
      * seuil de double approbation (euros de montant du)
       01  SQL-SECOND-APPROVAL     PIC 9(05)   VALUE 0           .
      * taux de l'echantillon du controle qualite (en %)
       01  SQL-QA-RATE             PIC 9(03)   VALUE 0           .
      * delais cibles de decision et de paiement (en jours)
       01  SQL-SLA-DECISION        PIC 9(03)   VALUE 0           .
       01  SQL-SLA-PAYMENT         PIC 9(03)   VALUE 0           .
      * anciennete des lignes CPAM en suspens a relancer (en jours)
       01  SQL-SUSP-AGE            PIC 9(03)   VALUE 0           .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : taux de l'echantillon du controle
      *    qualite (5 % a defaut), pour les bases anterieures.
           EXEC SQL
              ALTER TABLE CLAIM_ANOM_PARAM
              ADD COLUMN IF NOT EXISTS QA_SAMPLE_RATE
                  INTEGER DEFAULT 5
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE QA_SAMPLE_RATE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : delais cibles de traitement (10 jours
      *    jusqu'a la decision, 5 jours jusqu'au paiement a defaut).
           EXEC SQL
              ALTER TABLE CLAIM_ANOM_PARAM
              ADD COLUMN IF NOT EXISTS SLA_DECISION_DAYS
                  INTEGER DEFAULT 10
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE SLA_DECISION_DAYS' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              ALTER TABLE CLAIM_ANOM_PARAM
              ADD COLUMN IF NOT EXISTS SLA_PAYMENT_DAYS
                  INTEGER DEFAULT 5
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE SLA_PAYMENT_DAYS' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : relance caisse des lignes CPAM en
      *    suspens depuis plus de 30 jours a defaut.
           EXEC SQL
              ALTER TABLE CLAIM_ANOM_PARAM
              ADD COLUMN IF NOT EXISTS SUSPENSE_AGE_DAYS
                  INTEGER DEFAULT 30
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE SUSPENSE_AGE_DAYS' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1006-CREATE-ANOM-PARAM-TAB.
           EXIT.

       1300-PREPARE-TABLE-PARAM-START.
           EXEC SQL
              SELECT MAX_CLAIMS_MONTH, MAX_AMOUNT_MONTH,
                     COALESCE(SECOND_APPROVAL_AMOUNT, 1000),
                     COALESCE(QA_SAMPLE_RATE, 5),
                     COALESCE(SLA_DECISION_DAYS, 10),
                     COALESCE(SLA_PAYMENT_DAYS, 5),
                     COALESCE(SUSPENSE_AGE_DAYS, 30)
                 INTO :SQL-MAX-CLAIMS, :SQL-MAX-AMOUNT,
                      :SQL-SECOND-APPROVAL, :SQL-QA-RATE,
                      :SQL-SLA-DECISION, :SQL-SLA-PAYMENT,
                      :SQL-SUSP-AGE
                 FROM CLAIM_ANOM_PARAM
                 WHERE PARAM_NUM = 1
           END-EXEC.
           MOVE SQL-MAX-CLAIMS TO SC-MAX-CLAIMS.
           MOVE SQL-MAX-AMOUNT TO SC-MAX-AMOUNT.
           MOVE SQL-SECOND-APPROVAL TO SC-SECOND-APPROVAL.
           MOVE SQL-QA-RATE TO SC-QA-RATE.
           MOVE SQL-SLA-DECISION TO SC-SLA-DECISION.
           MOVE SQL-SLA-PAYMENT TO SC-SLA-PAYMENT.
           MOVE SQL-SUSP-AGE TO SC-SUSP-AGE.
       END-1300-PREPARE-TABLE-PARAM.
           EXIT.

      *    CLAIM_ANOM_PARAM.
      ******************************************************************
       1600-SAVE-PARAM-START.
      *    [RD] le 15/10/2026 : un taux hors de 1 a 100 % ne
      *    produirait aucun echantillon exploitable.
           IF  SC-QA-RATE < 1 OR SC-QA-RATE > 100
              INITIALIZE SC-MESSAGE
              MOVE 'TAUX D ECHANTILLON QUALITE ENTRE 1 ET 100 %.'
                  TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
      *    [RD] le 15/10/2026 : un delai cible nul rendrait toutes les
      *    demandes hors delai.
           IF  SC-SLA-DECISION = ZERO OR SC-SLA-PAYMENT = ZERO
              INITIALIZE SC-MESSAGE
              MOVE 'DELAIS CIBLES DE DECISION ET DE PAIEMENT > 0.'
                  TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
           IF  SC-SUSP-AGE = ZERO
              INITIALIZE SC-MESSAGE
              MOVE 'ANCIENNETE DE RELANCE DU SUSPENS CPAM > 0.'
                  TO SC-MESSAGE
              GO TO END-1600-SAVE-PARAM
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           MOVE SC-MAX-CLAIMS TO SQL-MAX-CLAIMS.
           MOVE SC-MAX-AMOUNT TO SQL-MAX-AMOUNT.
           MOVE SC-SECOND-APPROVAL TO SQL-SECOND-APPROVAL.
           MOVE SC-QA-RATE TO SQL-QA-RATE.
           MOVE SC-SLA-DECISION TO SQL-SLA-DECISION.
           MOVE SC-SLA-PAYMENT TO SQL-SLA-PAYMENT.
           MOVE SC-SUSP-AGE TO SQL-SUSP-AGE.
           EXEC SQL
              UPDATE CLAIM_ANOM_PARAM
                 SET MAX_CLAIMS_MONTH = :SQL-MAX-CLAIMS,
                     MAX_AMOUNT_MONTH = :SQL-MAX-AMOUNT,
                     SECOND_APPROVAL_AMOUNT = :SQL-SECOND-APPROVAL,
                     QA_SAMPLE_RATE = :SQL-QA-RATE,
                     SLA_DECISION_DAYS = :SQL-SLA-DECISION,
                     SLA_PAYMENT_DAYS = :SQL-SLA-PAYMENT,
                     SUSPENSE_AGE_DAYS = :SQL-SUSP-AGE
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
