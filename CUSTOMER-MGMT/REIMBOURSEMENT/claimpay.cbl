      *    PRACTITIONER (praparam.cbl), dans la meme remise ; les      *
      *    autres restent reglees a l'adherent. Un praticien sans      *
      *    IBAN est ecarte et signale dans le compte-rendu.            *
      * MAJ RD le 15/10/2026 Les adherents sans IBAN, toujours ecartes *
      *    du virement, sont desormais regles par lettre-cheque        *
      *    (claimchq.cbl, lance apres ce traitement).                  *
      * MAJ RD le 15/10/2026 Un IBAN adherent ou praticien dont un     *
      *    virement a ete rejete par la banque (virback.cbl) est       *
      *    suspect : aucun virement n'est emis dessus tant qu'un       *
      *    nouvel IBAN n'a pas ete saisi.                              *
      * MAJ RD le 15/10/2026 Traitement relancable : chaque remise a   *
      *    un identifiant d'execution (CLAIM_PAY_RUN) ; chaque         *
      *    virement est consigne dans CLAIM_PAY_TX et valide (COMMIT)  *
      *    avec le marquage PAYE de ses demandes, adherent par         *
      *    adherent et praticien par praticien (point de reprise). La  *
      *    remise pain.001 est assemblee en fin de traitement a partir *
      *    de CLAIM_PAY_TX. Une relance apres incident termine la      *
      *    remise inachevee (meme identifiant, meme fichier) sans      *
      *    repayer personne, et aucune nouvelle remise ne demarre tant *
      *    que la precedente n'est pas terminee, comme bilinvo.cbl.    *
      * MAJ RD le 15/10/2026 Feuilles de soins : les lignes d'une      *
      *    feuille ne sont reglees qu'une fois toutes decidees, et un  *
      *    seul decompte est produit par feuille (rembdecompte.cbl).   *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Ayant droit dote de son propre IBAN       *
      *    (depfront.cbl, ibanappr.cbl) : ses demandes lui sont        *
      *    virees a part, a son nom, avec son decompte ; rejete par    *
      *    la banque (virback.cbl), l'IBAN devient suspect et les      *
      *    demandes reviennent a l'adherent au paiement suivant.       *
      * MAJ RD le 15/10/2026 Compteurs, totaux et indicateurs remis a  *
      *    zero a chaque appel : l'ordonnanceur enchaine plusieurs     *
      *    jours de rattrapage dans le meme passage.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. claimpay RECURSIVE.
       01  WS-NB-PRACTITIONER   PIC 9(05)  VALUE ZERO.
       01  WS-NB-TP-CLAIM       PIC 9(05)  VALUE ZERO.
       01  WS-NB-TP-NO-IBAN     PIC 9(05)  VALUE ZERO.
      *    [RD] le 15/10/2026 : beneficiaires a IBAN suspect.
       01  WS-NB-SUSPECT        PIC 9(05)  VALUE ZERO.
       01  WS-NB-TP-SUSPECT     PIC 9(05)  VALUE ZERO.
      *    [RD] le 15/10/2026 : ayants droit regles sur leur compte.
       01  WS-NB-DEPENDENT      PIC 9(05)  VALUE ZERO.
       01  WS-NB-DEP-CLAIM      PIC 9(05)  VALUE ZERO.
       01  WS-TOTAL-PAID        PIC 9(09)  VALUE ZERO.
      *    [RD] le 03/09/2026 : indus recuperes par compensation.
       01  WS-TOTAL-RECOVERED   PIC 9(09)  VALUE ZERO.
       01  WS-Z-TOTAL-PAID      PIC Z(08)9.
       01  WS-Z-AMOUNT          PIC Z(08)9.
       01  WS-REPORT-LINE       PIC X(80)  VALUE SPACES.
      *    [RD] le 15/10/2026 : reprise d'une remise inachevee et
      *    erreur de parcours (remise laissee a terminer).
       01  WS-RUN-RESUMED       PIC X(01)  VALUE 'N'.
       01  WS-SWEEP-ERROR       PIC X(01)  VALUE 'N'.

       01  WS-SEPA-PATH.
           03 WS-SEPA-FOLDER    PIC X(21)
       01  SQL-PRA-RPPS         PIC X(11).
       01  SQL-PRA-NAME         PIC X(30).
       01  SQL-PRA-IBAN         PIC X(34).
      *    [RD] le 15/10/2026 : IBAN rejete par la banque.
       01  SQL-CUS-SUSPECT      PIC X(01).
       01  SQL-PRA-SUSPECT      PIC X(01).
      *    [RD] le 03/09/2026 : seuil de double approbation.
       01  SQL-SECOND-APPROVAL  PIC 9(05) VALUE 1000.
      *    [RD] le 03/09/2026 : identite du donneur d'ordre.
       01  SQL-IND-AMOUNT       PIC 9(09).
       01  SQL-IND-RECOV        PIC 9(09).
       01  SQL-IND-USE          PIC 9(09).
      *    [RD] le 15/10/2026 : execution de la remise, point de
      *    reprise et journal des virements emis.
       01  SQL-RUN-ID           PIC X(20).
       01  SQL-RUN-DATE         PIC X(08).
       01  SQL-RUN-STAMP        PIC X(19).
       01  SQL-LAST-UUID        PIC X(36)  VALUE SPACES.
       01  SQL-LAST-RPPS        PIC X(11)  VALUE SPACES.
       01  SQL-RUN-NB-CLAIM     PIC 9(05).
       01  SQL-RUN-NB-TP        PIC 9(05).
       01  SQL-RUN-RECOV        PIC 9(09).
       01  SQL-LOCK-KEY         PIC X(15).
       01  SQL-LOCK-OK          PIC X(01).
       01  SQL-TX-SEQ           PIC 9(04).
       01  SQL-TX-REF           PIC X(16).
       01  SQL-TX-NAME          PIC X(45).
       01  SQL-TX-IBAN          PIC X(34).
       01  SQL-TX-AMOUNT        PIC 9(09).
      *    [RD] le 15/10/2026 : ayant droit regle sur son compte.
       01  SQL-DEP-NUM          PIC 9(08).
       01  SQL-DEP-LASTNAME     PIC X(20).
       01  SQL-DEP-FIRSTNAME    PIC X(20).
       01  SQL-DEP-BENEF        PIC X(41).
       01  SQL-DEP-IBAN         PIC X(34).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM 1050-ENSURE-CLAIM-PAY-COLS-START
              THRU END-1050-ENSURE-CLAIM-PAY-COLS.

      *    [RD] le 15/10/2026 : ouvre la remise du jour ou reprend la
      *    remise inachevee ; refus si une autre execution tourne.
           PERFORM 1100-OPEN-RUN-START
              THRU END-1100-OPEN-RUN.

           PERFORM 2000-SWEEP-MEMBERS-START
              THRU END-2000-SWEEP-MEMBERS.

      *    [RD] le 15/10/2026 : ayants droit payes sur leur propre
      *    compte.
           PERFORM 2300-SWEEP-DEPENDENTS-START
              THRU END-2300-SWEEP-DEPENDENTS.

      *    [RD] le 03/09/2026 : volet tiers payant, un virement par
      *    praticien pour ses demandes approuvees.
           PERFORM 2500-SWEEP-PRACTITIONERS-START
              THRU END-2500-SWEEP-PRACTITIONERS.

      *    [RD] le 15/10/2026 : un parcours interrompu laisse la
      *    remise inachevee : elle sera terminee a la relance, la
      *    remise partielle n'est pas emise.
           IF  WS-SWEEP-ERROR EQUAL 'N'
               PERFORM 3050-BUILD-TX-BODY-START
                  THRU END-3050-BUILD-TX-BODY
               PERFORM 3000-CLOSE-SEPA-START
                  THRU END-3000-CLOSE-SEPA
               PERFORM 3900-CLOSE-RUN-START
                  THRU END-3900-CLOSE-RUN
           ELSE
               DISPLAY 'REMISE INACHEVEE, A RELANCER : ' WS-MSG-ID
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               SELECT pg_advisory_unlock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.

           MOVE WS-NB-CLAIM TO LK-NB-PAID.

      *    [RD] Date du jour, nom du fichier de remise, entete.        *
      ******************************************************************
       1000-INITIALIZATION-START.
      *    [RD] le 15/10/2026 : rien ne doit rester de l'appel
      *    precedent ; une reprise recharge ensuite son point de
      *    reprise (1100-OPEN-RUN).
           MOVE ZERO TO WS-NB-MEMBER.
           MOVE ZERO TO WS-NB-CLAIM.
           MOVE ZERO TO WS-NB-NO-IBAN.
           MOVE ZERO TO WS-NB-PRACTITIONER.
           MOVE ZERO TO WS-NB-TP-CLAIM.
           MOVE ZERO TO WS-NB-TP-NO-IBAN.
           MOVE ZERO TO WS-NB-SUSPECT.
           MOVE ZERO TO WS-NB-TP-SUSPECT.
           MOVE ZERO TO WS-NB-DEPENDENT.
           MOVE ZERO TO WS-NB-DEP-CLAIM.
           MOVE ZERO TO WS-TOTAL-PAID.
           MOVE ZERO TO WS-TOTAL-RECOVERED.
           MOVE ZERO TO WS-REMIT-SEQ.
           MOVE SPACES TO SQL-LAST-UUID.
           MOVE SPACES TO SQL-LAST-RPPS.
           MOVE 'N' TO WS-RUN-RESUMED.
           MOVE 'N' TO WS-SWEEP-ERROR.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-SEPA-DATE.
           MOVE WS-BATCH-DATE TO WS-REMIT-DATE.
           MOVE WS-BATCH-DATE TO WS-TXBODY-DATE.
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.
      *    [RD] le 15/10/2026 : le corps temporaire des operations et
      *    le recapitulatif lisible sont desormais ecrits en fin de
      *    traitement (3050-BUILD-TX-BODY), depuis CLAIM_PAY_TX.
       END-1000-INITIALIZATION.
           EXIT.

               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : rattachement des lignes a leur
      *    feuille de soins (clmsheet.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_SHEET_NUM INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_LINE_NUM INTEGER
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'ALTER CLAIM_SHEET_NUM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               ALTER TABLE PRACTITIONER
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 15/10/2026 : IBAN suspect apres rejet d'un
      *    virement par la banque (virback.cbl).
           EXEC SQL
               ALTER TABLE CUSTOMER
               ADD COLUMN IF NOT EXISTS CUSTOMER_IBAN_SUSPECT
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'ALTER CUSTOMER_IBAN_SUSPECT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           EXEC SQL
               ALTER TABLE PRACTITIONER
               ADD COLUMN IF NOT EXISTS PRACTITIONER_IBAN_SUSPECT
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'ALTER PRACTITIONER_IBAN_SUSPECT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] le 03/09/2026 : seuil de double approbation et
      *    colonne du second gestionnaire, pour refuser au paiement
      *    une demande au-dessus du seuil sans seconde approbation.
               MOVE 1000 TO SQL-SECOND-APPROVAL
               MOVE ZERO TO SQLCODE
           END-IF.
      *    [RD] le 15/10/2026 : IBAN propre des ayants droit
      *    (ibanappr.cbl) et ayant droit regle sur la demande.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_BENEFICIARY VARCHAR(40)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_CLAIM
               ADD COLUMN IF NOT EXISTS CLAIM_PAID_TO_DEP INT DEFAULT 0
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_DEPENDENT (
                   UUID_CUSTOMER        VARCHAR(36),
                   DEPENDENT_NUM        INT,
                   DEPENDENT_RELATION   VARCHAR(10),
                   DEPENDENT_LASTNAME   VARCHAR(20),
                   DEPENDENT_FIRSTNAME  VARCHAR(20),
                   DEPENDENT_BIRTH_DATE VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN VARCHAR(34)
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_ENC BYTEA
           END-EXEC.
           EXEC SQL
               ALTER TABLE CUSTOMER_DEPENDENT
               ADD COLUMN IF NOT EXISTS DEPENDENT_IBAN_SUSPECT
                   VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'ALTER DEPENDENT_IBAN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1050-ENSURE-CLAIM-PAY-COLS.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : execution de la remise. Une seule      *
      *    execution a la fois (verrou consultatif, relache a la fin   *
      *    de la session si le traitement tombe). Une remise restee    *
      *    EN_COURS est reprise : meme identifiant de message, meme    *
      *    date de fichier et de references, numerotation des         *
      *    virements poursuivie ; sinon une nouvelle remise est        *
      *    ouverte.                                                    *
      ******************************************************************
       1100-OPEN-RUN-START.
           MOVE 'CLAIM-PAYMENT' TO SQL-LOCK-KEY.
           MOVE '0' TO SQL-LOCK-OK.
           EXEC SQL
               SELECT CASE WHEN pg_try_advisory_lock(
                          hashtext(:SQL-LOCK-KEY))
                      THEN '1' ELSE '0' END
               INTO :SQL-LOCK-OK
           END-EXEC.
           IF  SQL-LOCK-OK NOT = '1'
               DISPLAY 'PAIEMENT DES DEMANDES DEJA EN COURS '
                   'D''EXECUTION - LANCEMENT REFUSE.'
               MOVE ZERO TO LK-NB-PAID
               GOBACK
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_PAY_RUN (
                   RUN_ID          VARCHAR(20),
                   RUN_DATE        VARCHAR(8),
                   RUN_STATUS      VARCHAR(10),
                   RUN_START       VARCHAR(19),
                   RUN_END         VARCHAR(19),
                   LAST_CUS_UUID   VARCHAR(36),
                   LAST_RPPS       VARCHAR(11),
                   NB_CLAIM        INT DEFAULT 0,
                   NB_TP_CLAIM     INT DEFAULT 0,
                   TOTAL_RECOVERED NUMERIC(9) DEFAULT 0
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLAIM_PAY_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLAIM_PAY_TX (
                   RUN_ID      VARCHAR(20),
                   TX_SEQ      INT,
                   TX_REF      VARCHAR(16),
                   TX_NAME     VARCHAR(45),
                   TX_IBAN_ENC BYTEA,
                   TX_AMOUNT   NUMERIC(9)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION CLAIM_PAY_TX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.

           EXEC SQL
               SELECT RUN_ID, RUN_DATE,
                      COALESCE(LAST_CUS_UUID, ''),
                      COALESCE(LAST_RPPS, ''),
                      COALESCE(NB_CLAIM, 0),
                      COALESCE(NB_TP_CLAIM, 0),
                      COALESCE(TOTAL_RECOVERED, 0)
               INTO :SQL-RUN-ID, :SQL-RUN-DATE, :SQL-LAST-UUID,
                    :SQL-LAST-RPPS, :SQL-RUN-NB-CLAIM,
                    :SQL-RUN-NB-TP, :SQL-RUN-RECOV
               FROM CLAIM_PAY_RUN
               WHERE RUN_STATUS = 'EN_COURS'
               ORDER BY RUN_ID
               LIMIT 1
           END-EXEC.
           IF  SQLCODE = 100
               MOVE WS-MSG-ID TO SQL-RUN-ID
               MOVE WS-BATCH-DATE TO SQL-RUN-DATE
               EXEC SQL
                   INSERT INTO CLAIM_PAY_RUN
                       (RUN_ID, RUN_DATE, RUN_STATUS, RUN_START,
                        RUN_END, LAST_CUS_UUID, LAST_RPPS,
                        NB_CLAIM, NB_TP_CLAIM, TOTAL_RECOVERED)
                   VALUES (:SQL-RUN-ID, :SQL-RUN-DATE, 'EN_COURS',
                           :SQL-RUN-STAMP, '', '', '', 0, 0, 0)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'OUVERTURE CLAIM_PAY_RUN' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
               GO TO END-1100-OPEN-RUN
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE CLAIM_PAY_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] reprise : la remise inachevee est terminee, dans son
      *    fichier et avec ses references.
           MOVE 'O' TO WS-RUN-RESUMED.
           MOVE SQL-RUN-ID TO WS-MSG-ID.
           MOVE SQL-RUN-DATE TO WS-SEPA-DATE.
           MOVE SQL-RUN-DATE TO WS-REMIT-DATE.
           MOVE SQL-RUN-DATE TO WS-TXBODY-DATE.
           MOVE SQL-RUN-DATE TO WS-RECAP-DATE.
           MOVE SQL-RUN-NB-CLAIM TO WS-NB-CLAIM.
           MOVE SQL-RUN-NB-TP TO WS-NB-TP-CLAIM.
           MOVE SQL-RUN-RECOV TO WS-TOTAL-RECOVERED.
           MOVE ZERO TO SQL-TX-SEQ.
           EXEC SQL
               SELECT COALESCE(MAX(TX_SEQ), 0)
               INTO :SQL-TX-SEQ
               FROM CLAIM_PAY_TX
               WHERE RUN_ID = :SQL-RUN-ID
           END-EXEC.
           MOVE SQL-TX-SEQ TO WS-REMIT-SEQ.
           DISPLAY 'REMISE INACHEVEE ' WS-MSG-ID ' : REPRISE'.
           DISPLAY '  DERNIER ADHERENT REGLE  : ' SQL-LAST-UUID.
           DISPLAY '  DERNIER PRATICIEN REGLE : ' SQL-LAST-RPPS.
       END-1100-OPEN-RUN.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les adherents ayant au moins une demande      *
      *    approuvee non payee, cumule le montant du par adherent.     *
                          pgp_sym_decrypt(
                          CUSTOMER.CUSTOMER_IBAN_ENC,
                          :SQL-VAULT-KEY)),
      *               [RD] le 15/10/2026 : IBAN rejete (virback.cbl).
                      COALESCE(CUSTOMER.CUSTOMER_IBAN_SUSPECT, '0'),
                      SUM(CUSTOMER_CLAIM.CLAIM_OWED),
                      COUNT(*)
               FROM CUSTOMER_CLAIM
                   ON CUSTOMER.UUID_CUSTOMER
                    = CUSTOMER_CLAIM.UUID_CUSTOMER
               WHERE CUSTOMER_CLAIM.CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_TIERS_PAYANT,
                     '0') <> '1'
      *          [RD] le 03/09/2026 : au-dessus du seuil, la seconde
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
      *          [RD] le 15/10/2026 : les soins d'un ayant droit
      *          dote de son propre IBAN lui sont vires a part
      *          (2300-SWEEP-DEPENDENTS).
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_DEPENDENT DP
                       WHERE DP.UUID_CUSTOMER
                           = CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                  AS VARCHAR)
                         AND UPPER(TRIM(DP.DEPENDENT_LASTNAME)
                             || ' ' || TRIM(DP.DEPENDENT_FIRSTNAME))
                           = UPPER(TRIM(COALESCE(
                             CUSTOMER_CLAIM.CLAIM_BENEFICIARY, '')))
                         AND (COALESCE(DP.DEPENDENT_IBAN, '') <> ''
                              OR DP.DEPENDENT_IBAN_ENC IS NOT NULL)
                         AND COALESCE(DP.DEPENDENT_IBAN_SUSPECT,
                             '0') <> '1')
               GROUP BY CUSTOMER.UUID_CUSTOMER,
                        CUSTOMER.CUSTOMER_LASTNAME,
                        CUSTOMER.CUSTOMER_FIRSTNAME,
                        CUSTOMER.CUSTOMER_IBAN_ENC,
                        CUSTOMER.CUSTOMER_CODE_IBAN,
                        CUSTOMER.CUSTOMER_IBAN_SUSPECT
               ORDER BY CUSTOMER.CUSTOMER_LASTNAME
           END-EXEC.

                        :SQL-CUS-LASTNAME,
                        :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-IBAN,
                        :SQL-CUS-SUSPECT,
                        :SQL-SUM-OWED,
                        :SQL-NB-CLAIM
               END-EXEC
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSPAY :'
                       SPACE SQLCODE
                       MOVE 'O' TO WS-SWEEP-ERROR
      *                [RD] Force la sortie de la boucle : sinon ce
      *                meme FETCH recommence indefiniment.
                       MOVE 100 TO SQLCODE
      ******************************************************************
      *    [RD] Ecrit le virement de l'adherent courant dans la remise *
      *    et marque ses demandes payees. Un adherent sans IBAN est    *
      *    ecarte (ses demandes restent APPROUVE et sont reglees par   *
      *    lettre-cheque, claimchq.cbl).                               *
      ******************************************************************
       2100-PAY-ONE-MEMBER-START.
           IF  SQL-CUS-IBAN EQUAL SPACES
               ADD 1 TO WS-NB-NO-IBAN
               DISPLAY 'ADHERENT SANS IBAN, REGLE PAR CHEQUE : '
                   SQL-CUS-LASTNAME
               GO TO END-2100-PAY-ONE-MEMBER
           END-IF.

      *    [RD] le 15/10/2026 : IBAN rejete par la banque, en attente
      *    d'un nouveau RIB (ibanappr.cbl) : pas de virement.
           IF  SQL-CUS-SUSPECT EQUAL '1'
               ADD 1 TO WS-NB-SUSPECT
               DISPLAY 'ADHERENT A IBAN SUSPECT, VIREMENT ECARTE : '
                   SQL-CUS-LASTNAME
               GO TO END-2100-PAY-ONE-MEMBER
           END-IF.
                   DELIMITED BY SIZE INTO WS-BENEF-NAME
               END-STRING
               MOVE SQL-CUS-IBAN TO WS-BENEF-IBAN
      *        [RD] le 15/10/2026 : virement consigne dans
      *        CLAIM_PAY_TX, valide avec le marquage PAYE.
               PERFORM 2800-RECORD-TX-START
                  THRU END-2800-RECORD-TX
           ELSE
      *        [RD] reference distincte : les demandes soldees par
      *        compensation ne renvoient a aucun virement du
                   CLAIM_PAYMENT_REF = :SQL-REMIT-REF
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CLAIM_TIERS_PAYANT, '0') <> '1'
                 AND (CLAIM_OWED <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CLAIM_REVIEWER2, '') <> '')
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
      *          [RD] le 15/10/2026 : les soins d'un ayant droit
      *          dote de son propre IBAN lui sont vires a part
      *          (2300-SWEEP-DEPENDENTS).
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_DEPENDENT DP
                       WHERE DP.UUID_CUSTOMER
                           = CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                  AS VARCHAR)
                         AND UPPER(TRIM(DP.DEPENDENT_LASTNAME)
                             || ' ' || TRIM(DP.DEPENDENT_FIRSTNAME))
                           = UPPER(TRIM(COALESCE(
                             CUSTOMER_CLAIM.CLAIM_BENEFICIARY, '')))
                         AND (COALESCE(DP.DEPENDENT_IBAN, '') <> ''
                              OR DP.DEPENDENT_IBAN_ENC IS NOT NULL)
                         AND COALESCE(DP.DEPENDENT_IBAN_SUSPECT,
                             '0') <> '1')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'UPDATE CLAIM PAYE' TO WS-SQL-LIB

           ADD SQL-NB-CLAIM TO WS-NB-CLAIM.
           ADD SQL-SUM-OWED TO WS-TOTAL-PAID.

      *    [RD] le 15/10/2026 : point de reprise apres chaque
      *    adherent regle.
           MOVE SQL-CUS-UUID TO SQL-LAST-UUID.
           PERFORM 2080-SAVE-CHECKPOINT-START
              THRU END-2080-SAVE-CHECKPOINT.
       END-2100-PAY-ONE-MEMBER.
           EXIT.

       2150-MAKE-DECOMPTES-START.
           EXEC SQL
               DECLARE CRSDEC CURSOR FOR
               SELECT MIN(CLAIM_NUM)
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CLAIM_TIERS_PAYANT, '0') <> '1'
                 AND (CLAIM_OWED <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CLAIM_REVIEWER2, '') <> '')
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
      *          [RD] le 15/10/2026 : les soins d'un ayant droit
      *          dote de son propre IBAN lui sont vires a part
      *          (2300-SWEEP-DEPENDENTS).
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_DEPENDENT DP
                       WHERE DP.UUID_CUSTOMER
                           = CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                  AS VARCHAR)
                         AND UPPER(TRIM(DP.DEPENDENT_LASTNAME)
                             || ' ' || TRIM(DP.DEPENDENT_FIRSTNAME))
                           = UPPER(TRIM(COALESCE(
                             CUSTOMER_CLAIM.CLAIM_BENEFICIARY, '')))
                         AND (COALESCE(DP.DEPENDENT_IBAN, '') <> ''
                              OR DP.DEPENDENT_IBAN_ENC IS NOT NULL)
                         AND COALESCE(DP.DEPENDENT_IBAN_SUSPECT,
                             '0') <> '1')
      *          [RD] le 15/10/2026 : un seul decompte par feuille de
      *          soins, sous le plus petit numero de ses lignes.
               GROUP BY COALESCE(CLAIM_SHEET_NUM, 0 - CLAIM_NUM)
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CRSDEC END-EXEC.
           PERFORM UNTIL SQLCODE = 100
       END-2150-MAKE-DECOMPTES.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : parcourt les ayants droit dotes de     *
      *    leur propre IBAN (approuve par ibanappr.cbl, non suspect)   *
      *    ayant au moins une demande approuvee non payee dont ils     *
      *    sont le beneficiaire (CLAIM_BENEFICIARY), avec les memes    *
      *    regles d'eligibilite que les adherents. Un virement par     *
      *    ayant droit, a son nom et sur son compte.                   *
      ******************************************************************
       2300-SWEEP-DEPENDENTS-START.
           EXEC SQL
               DECLARE CRSDPAY CURSOR FOR
               SELECT CUSTOMER_CLAIM.UUID_CUSTOMER,
                      DP.DEPENDENT_NUM,
                      DP.DEPENDENT_LASTNAME,
                      DP.DEPENDENT_FIRSTNAME,
                      UPPER(TRIM(DP.DEPENDENT_LASTNAME)
                      || ' ' || TRIM(DP.DEPENDENT_FIRSTNAME)),
      *               IBAN en clair jusqu'au passage de datprot.cbl,
      *               dechiffre du coffre ensuite.
                      COALESCE(NULLIF(TRIM(DP.DEPENDENT_IBAN), ''),
                          pgp_sym_decrypt(DP.DEPENDENT_IBAN_ENC,
                          :SQL-VAULT-KEY)),
                      SUM(CUSTOMER_CLAIM.CLAIM_OWED),
                      COUNT(*)
               FROM CUSTOMER_CLAIM
               INNER JOIN CUSTOMER_DEPENDENT DP
                   ON DP.UUID_CUSTOMER
                    = CAST(CUSTOMER_CLAIM.UUID_CUSTOMER AS VARCHAR)
                  AND UPPER(TRIM(DP.DEPENDENT_LASTNAME)
                      || ' ' || TRIM(DP.DEPENDENT_FIRSTNAME))
                    = UPPER(TRIM(COALESCE(
                      CUSTOMER_CLAIM.CLAIM_BENEFICIARY, '')))
               WHERE CUSTOMER_CLAIM.CLAIM_STATUS = 'APPROUVE'
                 AND (COALESCE(DP.DEPENDENT_IBAN, '') <> ''
                      OR DP.DEPENDENT_IBAN_ENC IS NOT NULL)
                 AND COALESCE(DP.DEPENDENT_IBAN_SUSPECT, '0') <> '1'
      *          feuille complete, seconde approbation, liste noire
      *          et droits CPAM : memes regles que l'adherent.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_TIERS_PAYANT,
                     '0') <> '1'
                 AND (CUSTOMER_CLAIM.CLAIM_OWED
                      <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CUSTOMER_CLAIM.CLAIM_REVIEWER2, '')
                      <> '')
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_BLACKLISTED,
                     '0') <> '1'
                 AND NOT EXISTS
                     (SELECT 1 FROM BLACKLIST B
                       WHERE ((B.BL_TYPE = 'ADHERENT'
                               AND B.BL_UUID =
                               CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                    AS VARCHAR))
                           OR (B.BL_TYPE = 'PRATICIEN'
                               AND B.BL_RPPS <> ''
                               AND B.BL_RPPS = COALESCE(
                               CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                               '')))
                         AND B.BL_START_DATE <= :SQL-TODAY
                         AND (COALESCE(B.BL_END_DATE, '') = ''
                              OR B.BL_END_DATE >= :SQL-TODAY))
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER CU
                       WHERE CU.UUID_CUSTOMER
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
               GROUP BY CUSTOMER_CLAIM.UUID_CUSTOMER,
                        DP.DEPENDENT_NUM,
                        DP.DEPENDENT_LASTNAME,
                        DP.DEPENDENT_FIRSTNAME,
                        DP.DEPENDENT_IBAN,
                        DP.DEPENDENT_IBAN_ENC
               ORDER BY DP.DEPENDENT_LASTNAME, DP.DEPENDENT_FIRSTNAME
           END-EXEC.

           EXEC SQL
               OPEN CRSDPAY
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDPAY
                   INTO :SQL-CUS-UUID,
                        :SQL-DEP-NUM,
                        :SQL-DEP-LASTNAME,
                        :SQL-DEP-FIRSTNAME,
                        :SQL-DEP-BENEF,
                        :SQL-DEP-IBAN,
                        :SQL-SUM-OWED,
                        :SQL-NB-CLAIM
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 2400-PAY-ONE-DEPENDENT-START
                          THRU END-2400-PAY-ONE-DEPENDENT
                   WHEN 100
                       DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSDPAY :'
                       SPACE SQLCODE
                       MOVE 'O' TO WS-SWEEP-ERROR
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE CRSDPAY
           END-EXEC.
       END-2300-SWEEP-DEPENDENTS.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : virement de l'ayant droit courant sur  *
      *    son propre compte, puis marquage PAYE de ses demandes avec  *
      *    le numero de l'ayant droit regle (CLAIM_PAID_TO_DEP) :      *
      *    son decompte lui est adresse (rembdecompte.cbl) et un       *
      *    rejet du virement (virback.cbl) renvoie ses demandes au     *
      *    paiement de l'adherent. Pas de compensation d'indus : la    *
      *    dette est celle de l'adherent et se recupere sur ses        *
      *    propres virements.                                          *
      ******************************************************************
       2400-PAY-ONE-DEPENDENT-START.
           IF  SQL-SUM-OWED > ZERO
               ADD 1 TO WS-REMIT-SEQ
               MOVE WS-REMIT-REF TO SQL-REMIT-REF
               INITIALIZE WS-BENEF-NAME
               STRING FUNCTION TRIM(SQL-DEP-LASTNAME) SPACE
                   FUNCTION TRIM(SQL-DEP-FIRSTNAME)
                   DELIMITED BY SIZE INTO WS-BENEF-NAME
               END-STRING
               MOVE SQL-DEP-IBAN TO WS-BENEF-IBAN
               PERFORM 2800-RECORD-TX-START
                  THRU END-2800-RECORD-TX
           ELSE
               MOVE 'SANS-VIREMENT   ' TO SQL-REMIT-REF
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER_CLAIM
               SET CLAIM_STATUS = 'PAYE',
                   CLAIM_PAID_DATE = :SQL-TODAY,
                   CLAIM_PAYMENT_REF = :SQL-REMIT-REF,
                   CLAIM_PAID_TO_DEP = :SQL-DEP-NUM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_STATUS = 'APPROUVE'
                 AND UPPER(TRIM(COALESCE(CLAIM_BENEFICIARY, '')))
                     = :SQL-DEP-BENEF
      *          feuille complete, seconde approbation, liste noire
      *          et droits CPAM : memes regles que l'adherent.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_TIERS_PAYANT,
                     '0') <> '1'
                 AND (CUSTOMER_CLAIM.CLAIM_OWED
                      <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CUSTOMER_CLAIM.CLAIM_REVIEWER2, '')
                      <> '')
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_BLACKLISTED,
                     '0') <> '1'
                 AND NOT EXISTS
                     (SELECT 1 FROM BLACKLIST B
                       WHERE ((B.BL_TYPE = 'ADHERENT'
                               AND B.BL_UUID =
                               CAST(CUSTOMER_CLAIM.UUID_CUSTOMER
                                    AS VARCHAR))
                           OR (B.BL_TYPE = 'PRATICIEN'
                               AND B.BL_RPPS <> ''
                               AND B.BL_RPPS = COALESCE(
                               CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                               '')))
                         AND B.BL_START_DATE <= :SQL-TODAY
                         AND (COALESCE(B.BL_END_DATE, '') = ''
                              OR B.BL_END_DATE >= :SQL-TODAY))
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER CU
                       WHERE CU.UUID_CUSTOMER
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'UPDATE CLAIM PAYE AYANT DROIT' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

      *    [RD] decompte adresse a l'ayant droit, lu apres le
      *    marquage : rembdecompte.cbl y trouve l'ayant droit regle.
           PERFORM 2450-MAKE-DEP-DECOMPTES-START
              THRU END-2450-MAKE-DEP-DECOMPTES.

           MOVE SQL-SUM-OWED TO WS-SB-AMOUNT.
           MOVE 'P' TO WS-SB-MEASURE.
           MOVE SQL-CUS-UUID TO WS-SB-UUID.
           CALL 'sumbill' USING WS-SB-UUID, WS-SB-MEASURE,
               WS-SB-AMOUNT
           END-CALL.

           ADD 1 TO WS-NB-DEPENDENT.
           ADD SQL-NB-CLAIM TO WS-NB-DEP-CLAIM.
           ADD SQL-NB-CLAIM TO WS-NB-CLAIM.
           ADD SQL-SUM-OWED TO WS-TOTAL-PAID.

           MOVE SQL-CUS-UUID TO SQL-LAST-UUID.
           PERFORM 2080-SAVE-CHECKPOINT-START
              THRU END-2080-SAVE-CHECKPOINT.
       END-2400-PAY-ONE-DEPENDENT.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : un decompte par demande (un par        *
      *    feuille de soins) de l'ayant droit qui vient d'etre regle.  *
      ******************************************************************
       2450-MAKE-DEP-DECOMPTES-START.
           EXEC SQL
               DECLARE CRSDDEC CURSOR FOR
               SELECT MIN(CLAIM_NUM)
               FROM CUSTOMER_CLAIM
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_STATUS = 'PAYE'
                 AND CLAIM_PAID_DATE = :SQL-TODAY
                 AND CLAIM_PAYMENT_REF = :SQL-REMIT-REF
                 AND CLAIM_PAID_TO_DEP = :SQL-DEP-NUM
               GROUP BY COALESCE(CLAIM_SHEET_NUM, 0 - CLAIM_NUM)
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CRSDDEC END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDDEC INTO :SQL-DEC-CLAIM-NUM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-DEC-CLAIM-NUM TO WS-DEC-CLAIM-NUM
                       CALL 'rembdecompte' USING BY REFERENCE
                           WS-DEC-CLAIM-NUM
                       END-CALL
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSDDEC :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSDDEC END-EXEC.
       END-2450-MAKE-DEP-DECOMPTES.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : parcourt les praticiens ayant au moins *
      *    une demande approuvee en tiers payant, cumule le montant    *
               SELECT CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                      PRACTITIONER.PRACTITIONER_NAME,
                      COALESCE(PRACTITIONER.PRACTITIONER_IBAN, ''),
      *               [RD] le 15/10/2026 : IBAN rejete (virback.cbl).
                      COALESCE(PRACTITIONER.PRACTITIONER_IBAN_SUSPECT,
                               '0'),
                      SUM(CUSTOMER_CLAIM.CLAIM_OWED),
                      COUNT(*)
               FROM CUSTOMER_CLAIM
                   ON PRACTITIONER.PRACTITIONER_RPPS
                    = CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS
               WHERE CUSTOMER_CLAIM.CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CUSTOMER_CLAIM.CLAIM_TIERS_PAYANT,
                     '0') = '1'
                 AND (CUSTOMER_CLAIM.CLAIM_OWED
                             '') = 'FERME')
               GROUP BY CUSTOMER_CLAIM.CLAIM_DOCTOR_RPPS,
                        PRACTITIONER.PRACTITIONER_NAME,
                        PRACTITIONER.PRACTITIONER_IBAN,
                        PRACTITIONER.PRACTITIONER_IBAN_SUSPECT
               ORDER BY PRACTITIONER.PRACTITIONER_NAME
           END-EXEC.

                   INTO :SQL-PRA-RPPS,
                        :SQL-PRA-NAME,
                        :SQL-PRA-IBAN,
                        :SQL-PRA-SUSPECT,
                        :SQL-SUM-OWED,
                        :SQL-NB-CLAIM
               END-EXEC
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSTP :'
                       SPACE SQLCODE
                       MOVE 'O' TO WS-SWEEP-ERROR
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
               GO TO END-2600-PAY-ONE-PRACTITIONER
           END-IF.

      *    [RD] le 15/10/2026 : IBAN rejete par la banque, en attente
      *    d'un nouveau RIB (praparam.cbl) : pas de virement.
           IF  SQL-PRA-SUSPECT EQUAL '1'
               ADD 1 TO WS-NB-TP-SUSPECT
               DISPLAY 'PRATICIEN A IBAN SUSPECT, VIREMENT ECARTE : '
                   SQL-PRA-NAME
               GO TO END-2600-PAY-ONE-PRACTITIONER
           END-IF.

           ADD 1 TO WS-REMIT-SEQ.
           MOVE WS-REMIT-REF TO SQL-REMIT-REF.

               DELIMITED BY SIZE INTO WS-BENEF-NAME
           END-STRING.
           MOVE SQL-PRA-IBAN TO WS-BENEF-IBAN.
      *    [RD] le 15/10/2026 : virement consigne dans CLAIM_PAY_TX,
      *    valide avec le marquage PAYE.
           PERFORM 2800-RECORD-TX-START
              THRU END-2800-RECORD-TX.

      *    [RD] le decompte de chaque demande part quand meme a
      *    l'adherent : il y lit zero a recevoir (tiers payant).
                   CLAIM_PAYMENT_REF = :SQL-REMIT-REF
               WHERE CLAIM_DOCTOR_RPPS = :SQL-PRA-RPPS
                 AND CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CLAIM_TIERS_PAYANT, '0') = '1'
                 AND (CLAIM_OWED <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CLAIM_REVIEWER2, '') <> '')
               WS-SB-AMOUNT
           END-CALL.
           ADD SQL-SUM-OWED TO WS-TOTAL-PAID.

      *    [RD] le 15/10/2026 : point de reprise apres chaque
      *    praticien regle.
           MOVE SQL-PRA-RPPS TO SQL-LAST-RPPS.
           PERFORM 2080-SAVE-CHECKPOINT-START
              THRU END-2080-SAVE-CHECKPOINT.
       END-2600-PAY-ONE-PRACTITIONER.
           EXIT.

       2650-MAKE-TP-DECOMPTES-START.
           EXEC SQL
               DECLARE CRSDTP CURSOR FOR
               SELECT MIN(CLAIM_NUM)
               FROM CUSTOMER_CLAIM
               WHERE CLAIM_DOCTOR_RPPS = :SQL-PRA-RPPS
                 AND CLAIM_STATUS = 'APPROUVE'
      *          [RD] le 15/10/2026 : une feuille de soins n'est
      *          reglee qu'une fois toutes ses lignes decidees.
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_CLAIM SL
                       WHERE SL.CLAIM_SHEET_NUM
                           = CUSTOMER_CLAIM.CLAIM_SHEET_NUM
                         AND SL.CLAIM_STATUS
                             IN ('RECU', 'SUSPENS', 'APPROUVE1'))
                 AND COALESCE(CLAIM_TIERS_PAYANT, '0') = '1'
                 AND (CLAIM_OWED <= :SQL-SECOND-APPROVAL
                      OR COALESCE(CLAIM_REVIEWER2, '') <> '')
                           = CUSTOMER_CLAIM.UUID_CUSTOMER
                         AND COALESCE(CU.CUSTOMER_RIGHTS_STATUS,
                             '') = 'FERME')
      *          [RD] le 15/10/2026 : un seul decompte par feuille de
      *          soins, sous le plus petit numero de ses lignes.
               GROUP BY COALESCE(CLAIM_SHEET_NUM, 0 - CLAIM_NUM)
               ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN CRSDTP END-EXEC.
           PERFORM UNTIL SQLCODE = 100
       END-2650-MAKE-TP-DECOMPTES.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : point de reprise de la remise (dernier *
      *    adherent et dernier praticien regles, compteurs) et         *
      *    validation du beneficiaire : ses demandes PAYE, son         *
      *    virement CLAIM_PAY_TX, la compensation de ses indus et la   *
      *    synthese mensuelle sont acquis ensemble.                    *
      ******************************************************************
       2080-SAVE-CHECKPOINT-START.
           MOVE WS-NB-CLAIM TO SQL-RUN-NB-CLAIM.
           MOVE WS-NB-TP-CLAIM TO SQL-RUN-NB-TP.
           MOVE WS-TOTAL-RECOVERED TO SQL-RUN-RECOV.
           EXEC SQL
               UPDATE CLAIM_PAY_RUN
               SET LAST_CUS_UUID = :SQL-LAST-UUID,
                   LAST_RPPS = :SQL-LAST-RPPS,
                   NB_CLAIM = :SQL-RUN-NB-CLAIM,
                   NB_TP_CLAIM = :SQL-RUN-NB-TP,
                   TOTAL_RECOVERED = :SQL-RUN-RECOV
               WHERE RUN_ID = :SQL-RUN-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ POINT DE REPRISE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       END-2080-SAVE-CHECKPOINT.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : consigne le virement du beneficiaire   *
      *    courant dans CLAIM_PAY_TX, IBAN chiffre comme au repos      *
      *    (datprot.cbl).                                              *
      ******************************************************************
       2800-RECORD-TX-START.
           MOVE WS-REMIT-SEQ TO SQL-TX-SEQ.
           MOVE SQL-REMIT-REF TO SQL-TX-REF.
           MOVE WS-BENEF-NAME TO SQL-TX-NAME.
           MOVE WS-BENEF-IBAN TO SQL-TX-IBAN.
           MOVE SQL-SUM-OWED TO SQL-TX-AMOUNT.
           EXEC SQL
               INSERT INTO CLAIM_PAY_TX
                   (RUN_ID, TX_SEQ, TX_REF, TX_NAME, TX_IBAN_ENC,
                    TX_AMOUNT)
               VALUES (:SQL-RUN-ID, :SQL-TX-SEQ, :SQL-TX-REF,
                       :SQL-TX-NAME,
                       pgp_sym_encrypt(:SQL-TX-IBAN, :SQL-VAULT-KEY),
                       :SQL-TX-AMOUNT)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'INSERT CLAIM_PAY_TX' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2800-RECORD-TX.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : operation CdtTrfTxInf pain.001 du      *
      *    beneficiaire courant (WS-BENEF-NAME / WS-BENEF-IBAN) dans   *
       END-3000-CLOSE-SEPA.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : ecrit le corps temporaire des          *
      *    operations et le recapitulatif lisible a partir des         *
      *    virements de la remise (CLAIM_PAY_TX), y compris ceux       *
      *    valides avant une reprise ; recalcule le nombre et le       *
      *    total des virements pour l'en-tete pain.001.                *
      ******************************************************************
       3050-BUILD-TX-BODY-START.
           OPEN OUTPUT F-TXBODY.
           OPEN OUTPUT F-RECAP.
           INITIALIZE REC-F-RECAP.
           STRING 'SEPA-CT;MUTUELLE BOBONIORT;' WS-SEPA-DATE ';EUR'
               DELIMITED BY SIZE
               INTO REC-F-RECAP
           END-STRING.
           WRITE REC-F-RECAP.
           MOVE ZERO TO WS-REMIT-SEQ.
           MOVE ZERO TO WS-TOTAL-PAID.

           EXEC SQL
               DECLARE CRSTX CURSOR FOR
               SELECT TX_REF, TX_NAME,
                      pgp_sym_decrypt(TX_IBAN_ENC, :SQL-VAULT-KEY),
                      TX_AMOUNT
               FROM CLAIM_PAY_TX
               WHERE RUN_ID = :SQL-RUN-ID
               ORDER BY TX_SEQ
           END-EXEC.
           EXEC SQL OPEN CRSTX END-EXEC.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSTX
                   INTO :SQL-TX-REF, :SQL-TX-NAME, :SQL-TX-IBAN,
                        :SQL-TX-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-REMIT-SEQ
                       ADD SQL-TX-AMOUNT TO WS-TOTAL-PAID
                       MOVE SQL-TX-REF TO SQL-REMIT-REF
                       MOVE SQL-TX-AMOUNT TO WS-Z-AMOUNT
                       MOVE SQL-TX-NAME TO WS-BENEF-NAME
                       MOVE SQL-TX-IBAN TO WS-BENEF-IBAN
                       PERFORM 2900-WRITE-XML-TX-START
                          THRU END-2900-WRITE-XML-TX
                       INITIALIZE REC-F-RECAP
                       STRING
                           FUNCTION TRIM(SQL-TX-IBAN) ';'
                           FUNCTION TRIM(SQL-TX-NAME) ';'
                           FUNCTION TRIM(WS-Z-AMOUNT) ';'
                           SQL-TX-REF
                           DELIMITED BY SIZE
                           INTO REC-F-RECAP
                       END-STRING
                       WRITE REC-F-RECAP
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSTX :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSTX END-EXEC.
       END-3050-BUILD-TX-BODY.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : remise emise, execution terminee : la  *
      *    prochaine execution ouvrira une nouvelle remise.            *
      ******************************************************************
       3900-CLOSE-RUN-START.
           INITIALIZE SQL-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-STAMP
           END-STRING.
           EXEC SQL
               UPDATE CLAIM_PAY_RUN
               SET RUN_STATUS = 'TERMINE',
                   RUN_END = :SQL-RUN-STAMP
               WHERE RUN_ID = :SQL-RUN-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CLOTURE CLAIM_PAY_RUN' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-3900-CLOSE-RUN.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : recopie le corps temporaire des        *
      *    operations dans la remise XML.                              *
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'PAIEMENT DES REMBOURSEMENTS - COMPTE-RENDU'.
      *    [RD] le 15/10/2026 : identifiant de la remise et reprise.
           DISPLAY 'Remise                             : ' WS-MSG-ID.
           IF  WS-RUN-RESUMED EQUAL 'O'
               DISPLAY 'Reprise d''une remise inachevee'
           END-IF.
           DISPLAY 'Adherents avec demandes approuvees : ' WS-NB-MEMBER.
           DISPLAY 'Demandes payees                    : ' WS-NB-CLAIM.
           DISPLAY 'Adherents ecartes (sans IBAN)      : '
               WS-NB-NO-IBAN.
           DISPLAY 'Adherents ecartes (IBAN suspect)   : '
               WS-NB-SUSPECT.
           DISPLAY 'Ayants droit regles sur leur IBAN  : '
               WS-NB-DEPENDENT.
           DISPLAY 'Demandes d''ayants droit payees     : '
               WS-NB-DEP-CLAIM.
           DISPLAY 'Praticiens regles (tiers payant)   : '
               WS-NB-PRACTITIONER.
           DISPLAY 'Demandes tiers payant payees       : '
               WS-NB-TP-CLAIM.
           DISPLAY 'Praticiens ecartes (sans IBAN)     : '
               WS-NB-TP-NO-IBAN.
           DISPLAY 'Praticiens ecartes (IBAN suspect)  : '
               WS-NB-TP-SUSPECT.
           MOVE WS-TOTAL-PAID TO WS-Z-TOTAL-PAID.
           DISPLAY 'Montant total vire                 : '
               WS-Z-TOTAL-PAID.
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      *    [RD] le 15/10/2026 : la remise reste EN_COURS, terminee a
      *    la relance ; le verrou d'execution est relache.
           EXEC SQL
               SELECT pg_advisory_unlock(hashtext(:SQL-LOCK-KEY))
           END-EXEC.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant (batsched.cbl ou
      *    claimpayfront.cbl) au lieu d'arreter tout le run unit.
