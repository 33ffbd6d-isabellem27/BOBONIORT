      *    avant/apres au journal d'audit des parametres               *
      *    (PARAM_AUDIT, consultable via audparam.cbl) ; la saisie de  *
      *    l'identifiant utilisateur est obligatoire.                  *
      * MAJ RD le 15/10/2026 : regle de renouvellement par prestation  *
      *    (BENEFIT_FREQ_*) : nombre d'articles par periode glissante  *
      *    en mois, periode reduite pour un enfant de moins de 16 ans  *
      *    et pour un changement de correction justifie. Controlee     *
      *    par beneficiaire a la saisie (clmfreq.cbl). Les lunettes    *
      *    sont amorcees a 1 tous les 24 mois (12 enfant/correction).  *
      * MAJ RD le 15/10/2026 : grille du reseau de soins partenaire    *
      *    (BENEFIT_NET_PRICE : prix maximal negocie en euros, 0 =     *
      *    sans prix ; BENEFIT_NET_BONUS : points de taux ajoutes      *
      *    quand les soins sont faits chez un partenaire du reseau).   *
      * MAJ RD le 15/10/2026 : chaque enregistrement relance le        *
      *    controle contrat responsable de tous les contrats           *
      *    (respchk.cbl, panier 100SANTE au catalogue).                *
      * MAJ RD le 15/10/2026 : prestation aide auditive (HEARING_AID)  *
      *    au catalogue amorce ; chaque enregistrement fait refaire la *
      *    fiche des exemples de remboursement (rembexam.cbl) si les   *
      *    taux ont change.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. benefparam RECURSIVE.
      *    [RD] le 03/09/2026 : identifiant pour l'audit des
      *    parametres (PARAM_AUDIT).
       01  SC-AUDIT-USER       PIC X(10)   VALUE SPACES .
      *    [RD] le 15/10/2026 : regle de renouvellement (articles
      *    par periode glissante en mois, 0 = sans regle).
       01  SC-FREQ-COUNT       PIC 9(02)   VALUE ZERO .
       01  SC-FREQ-MONTHS      PIC 9(03)   VALUE ZERO .
       01  SC-FREQ-CHILD       PIC 9(03)   VALUE ZERO .
       01  SC-FREQ-RX          PIC 9(03)   VALUE ZERO .
      *    [RD] le 15/10/2026 : grille du reseau de soins (prix
      *    negocie en euros et bonification de taux, 0 = aucun).
       01  SC-NET-PRICE        PIC 9(04)   VALUE ZERO .
       01  SC-NET-BONUS        PIC 9(03)   VALUE ZERO .

      *    Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .
      *    [RD] le 15/10/2026 : controle contrat responsable de tous
      *    les contrats apres modification du catalogue (respchk.cbl).
       01  WS-RC-MODE              PIC X(01)   VALUE 'A'      .
       01  WS-RC-UUID              PIC X(36)   VALUE SPACES   .
       01  WS-RC-NB-CHECKED        PIC 9(05)   VALUE ZERO     .
       01  WS-RC-NB-NONRESP        PIC 9(05)   VALUE ZERO     .
       01  WS-RC-REASON            PIC X(40)   VALUE SPACES   .
       01  WS-RC-RC                PIC X(01)   VALUE SPACE    .
       01  WS-Z-NONRESP            PIC Z(04)9                 .
      *    [RD] le 15/10/2026 : fiche des exemples (rembexam.cbl).
       01  WS-EX-RC                PIC X(01)   VALUE SPACE    .
       01  WS-EX-LINES             PIC 9(05)   VALUE ZERO     .

      ******************************************************************
      * Declaration des variables correspondant a sql
       01  SQL-ACTIVE              PIC X(01)   VALUE '1'         .
       01  SQL-PRIOR-AUTH          PIC X(01)   VALUE '0'         .
       01  SQL-BASKET              PIC X(10)   VALUE 'LIBRE'     .
       01  SQL-FREQ-COUNT          PIC 9(02)   VALUE 0           .
       01  SQL-FREQ-MONTHS         PIC 9(03)   VALUE 0           .
       01  SQL-FREQ-CHILD          PIC 9(03)   VALUE 0           .
       01  SQL-FREQ-RX             PIC 9(03)   VALUE 0           .
       01  SQL-NET-PRICE           PIC 9(04)   VALUE 0           .
       01  SQL-NET-BONUS           PIC 9(03)   VALUE 0           .
      *    [RD] le 03/09/2026 : journal d'audit des parametres.
       01  SQL-AUDIT-USER          PIC X(10)   VALUE SPACES      .
       01  SQL-AUDIT-TABLE         PIC X(20)   VALUE SPACES      .
       1000-PREPARE-DISPLAY-SCREEN-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-LOAD SC-MESSAGE
                      SC-CODE SC-LABEL SC-RATE-ALLEGE SC-RATE-MODERE
                      SC-RATE-EXCELL SC-RATE-SPE SC-FREQ-COUNT
                      SC-FREQ-MONTHS SC-FREQ-CHILD SC-FREQ-RX
                     SC-NET-PRICE SC-NET-BONUS.
           MOVE '1' TO SC-ACTIVE.
           MOVE '0' TO SC-PRIOR-AUTH.
           MOVE 'LIBRE' TO SC-BASKET.
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : regle de renouvellement, sans
      *    regle (0) pour les catalogues anterieurs.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_COUNT INT
              DEFAULT 0
           END-EXEC.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_MONTHS INT
              DEFAULT 0
           END-EXEC.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_CHILD_MONTHS INT
              DEFAULT 0
           END-EXEC.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_FREQ_RX_MONTHS INT
              DEFAULT 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNES BENEFIT_FREQ' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : grille du reseau de soins, sans prix
      *    negocie ni bonification (0) a defaut.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_NET_PRICE INT
              DEFAULT 0
           END-EXEC.
           EXEC SQL
              ALTER TABLE BENEFIT
              ADD COLUMN IF NOT EXISTS BENEFIT_NET_BONUS INT
              DEFAULT 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNES BENEFIT_NET' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE BENEFIT SET BENEFIT_PRIOR_AUTH = '1'
                 WHERE BENEFIT_CODE IN
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : optique renouvelable une fois tous
      *    les deux ans (un an pour un enfant ou un changement de
      *    correction), sauf regle deja saisie.
           EXEC SQL
              UPDATE BENEFIT SET BENEFIT_FREQ_COUNT = 1,
                     BENEFIT_FREQ_MONTHS = 24,
                     BENEFIT_FREQ_CHILD_MONTHS = 12,
                     BENEFIT_FREQ_RX_MONTHS = 12
                 WHERE BENEFIT_CODE IN
                    ('SINGLE_GLASSES', 'PROGRESSIVE_GLASSES')
                   AND COALESCE(BENEFIT_FREQ_COUNT, 0) = 0
                   AND COALESCE(BENEFIT_FREQ_MONTHS, 0) = 0
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'AMORCAGE RENOUVELLEMENT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-CNT FROM BENEFIT
           END-EXEC.
                 ('MOLAR_CROWNS', 'Couronne molaire', 0, 0, 0, 0, '1'),
                 ('NON_MOLAR_CROWNS', 'Couronne non molaire',
                  0, 0, 0, 0, '1'),
                 ('DESCALINGS', 'Detartrage', 0, 0, 0, 0, '1'),
                 ('HEARING_AID', 'Aide auditive',
                  100, 200, 300, 300, '1')
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'AMORCAGE BENEFIT' TO WS-SQL-LIB
                     BENEFIT_RATE_MODERE, BENEFIT_RATE_EXCELL,
                     BENEFIT_RATE_SPE, BENEFIT_ACTIVE,
                     COALESCE(BENEFIT_PRIOR_AUTH, '0'),
                     COALESCE(BENEFIT_BASKET, 'LIBRE'),
                     COALESCE(BENEFIT_FREQ_COUNT, 0),
                     COALESCE(BENEFIT_FREQ_MONTHS, 0),
                     COALESCE(BENEFIT_FREQ_CHILD_MONTHS, 0),
                     COALESCE(BENEFIT_FREQ_RX_MONTHS, 0),
                     COALESCE(BENEFIT_NET_PRICE, 0),
                     COALESCE(BENEFIT_NET_BONUS, 0)
                 INTO :SQL-LABEL, :SQL-RATE-ALLEGE,
                      :SQL-RATE-MODERE, :SQL-RATE-EXCELL,
                      :SQL-RATE-SPE, :SQL-ACTIVE, :SQL-PRIOR-AUTH,
                      :SQL-BASKET, :SQL-FREQ-COUNT, :SQL-FREQ-MONTHS,
                      :SQL-FREQ-CHILD, :SQL-FREQ-RX, :SQL-NET-PRICE,
                      :SQL-NET-BONUS
                 FROM BENEFIT
                 WHERE BENEFIT_CODE = :SQL-CODE-BEN
           END-EXEC.
           MOVE SQL-ACTIVE TO SC-ACTIVE.
           MOVE SQL-PRIOR-AUTH TO SC-PRIOR-AUTH.
           MOVE SQL-BASKET TO SC-BASKET.
           MOVE SQL-FREQ-COUNT TO SC-FREQ-COUNT.
           MOVE SQL-FREQ-MONTHS TO SC-FREQ-MONTHS.
           MOVE SQL-FREQ-CHILD TO SC-FREQ-CHILD.
           MOVE SQL-FREQ-RX TO SC-FREQ-RX.
           MOVE SQL-NET-PRICE TO SC-NET-PRICE.
           MOVE SQL-NET-BONUS TO SC-NET-BONUS.
           MOVE 'PRESTATION CHARGEE.' TO SC-MESSAGE.
       END-1500-LOAD-BENEFIT.
           EXIT.
              AND SQL-BASKET NOT = 'LIBRE'
              MOVE 'LIBRE' TO SQL-BASKET
           END-IF.
      *    [RD] le 15/10/2026 : une regle de renouvellement exige sa
      *    periode ; les periodes reduites (enfant, changement de
      *    correction) valent la periode normale a defaut.
           IF  SC-FREQ-COUNT > ZERO AND SC-FREQ-MONTHS = ZERO
              MOVE 'Renouvellement : saisir la periode en mois.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-BENEFIT
           END-IF.
           IF  SC-FREQ-COUNT = ZERO
              MOVE ZERO TO SC-FREQ-MONTHS SC-FREQ-CHILD SC-FREQ-RX
           END-IF.
           IF  SC-FREQ-CHILD = ZERO
              MOVE SC-FREQ-MONTHS TO SC-FREQ-CHILD
           END-IF.
           IF  SC-FREQ-RX = ZERO
              MOVE SC-FREQ-MONTHS TO SC-FREQ-RX
           END-IF.
           MOVE SC-FREQ-COUNT TO SQL-FREQ-COUNT.
           MOVE SC-FREQ-MONTHS TO SQL-FREQ-MONTHS.
           MOVE SC-FREQ-CHILD TO SQL-FREQ-CHILD.
           MOVE SC-FREQ-RX TO SQL-FREQ-RX.
           MOVE SC-NET-PRICE TO SQL-NET-PRICE.
           MOVE SC-NET-BONUS TO SQL-NET-BONUS.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
      *    [RD] le 03/09/2026 : ancienne valeur relue juste avant la
                  || '/' || CAST(BENEFIT_RATE_EXCELL AS VARCHAR)
                  || '/' || CAST(BENEFIT_RATE_SPE AS VARCHAR)
                  || ' actif ' || COALESCE(BENEFIT_ACTIVE, '1')
                  || ' renouv '
                  || CAST(COALESCE(BENEFIT_FREQ_COUNT, 0) AS VARCHAR)
                  || '/' || CAST(COALESCE(BENEFIT_FREQ_MONTHS, 0)
                                 AS VARCHAR)
                  || ' reseau '
                  || CAST(COALESCE(BENEFIT_NET_PRICE, 0) AS VARCHAR)
                  || '/' || CAST(COALESCE(BENEFIT_NET_BONUS, 0)
                                 AS VARCHAR)
                 INTO :SQL-AUDIT-OLD
                 FROM BENEFIT
                 WHERE BENEFIT_CODE = :SQL-CODE-BEN
                     BENEFIT_RATE_SPE = :SQL-RATE-SPE,
                     BENEFIT_ACTIVE = :SQL-ACTIVE,
                     BENEFIT_PRIOR_AUTH = :SQL-PRIOR-AUTH,
                     BENEFIT_BASKET = :SQL-BASKET,
                     BENEFIT_FREQ_COUNT = :SQL-FREQ-COUNT,
                     BENEFIT_FREQ_MONTHS = :SQL-FREQ-MONTHS,
                     BENEFIT_FREQ_CHILD_MONTHS = :SQL-FREQ-CHILD,
                     BENEFIT_FREQ_RX_MONTHS = :SQL-FREQ-RX,
                     BENEFIT_NET_PRICE = :SQL-NET-PRICE,
                     BENEFIT_NET_BONUS = :SQL-NET-BONUS
                 WHERE BENEFIT_CODE = :SQL-CODE-BEN
           END-EXEC.
           IF  SQLCODE = FIN
                     BENEFIT_RATE_ALLEGE, BENEFIT_RATE_MODERE,
                     BENEFIT_RATE_EXCELL, BENEFIT_RATE_SPE,
                     BENEFIT_ACTIVE, BENEFIT_PRIOR_AUTH,
                     BENEFIT_BASKET, BENEFIT_FREQ_COUNT,
                     BENEFIT_FREQ_MONTHS, BENEFIT_FREQ_CHILD_MONTHS,
                     BENEFIT_FREQ_RX_MONTHS, BENEFIT_NET_PRICE,
                     BENEFIT_NET_BONUS)
                    VALUES
                    (:SQL-CODE-BEN, :SQL-LABEL, :SQL-RATE-ALLEGE,
                     :SQL-RATE-MODERE, :SQL-RATE-EXCELL,
                     :SQL-RATE-SPE, :SQL-ACTIVE, :SQL-PRIOR-AUTH,
                     :SQL-BASKET, :SQL-FREQ-COUNT, :SQL-FREQ-MONTHS,
                     :SQL-FREQ-CHILD, :SQL-FREQ-RX, :SQL-NET-PRICE,
                     :SQL-NET-BONUS)
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
           STRING 'taux ' SQL-RATE-ALLEGE '/' SQL-RATE-MODERE
              '/' SQL-RATE-EXCELL '/' SQL-RATE-SPE
              ' actif ' SQL-ACTIVE
              ' renouv ' SQL-FREQ-COUNT '/' SQL-FREQ-MONTHS
              ' reseau ' SQL-NET-PRICE '/' SQL-NET-BONUS
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           MOVE 'BENEFIT' TO SQL-AUDIT-TABLE.
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
           EXEC SQL COMMIT WORK END-EXEC.
      *    [RD] le 15/10/2026 : le panier 100SANTE a pu disparaitre
      *    ou revenir au catalogue : controle de tous les contrats.
           MOVE 'A' TO WS-RC-MODE.
           MOVE SPACES TO WS-RC-UUID.
           CALL 'respchk' USING WS-RC-MODE WS-RC-UUID
                WS-RC-NB-CHECKED WS-RC-NB-NONRESP WS-RC-REASON
                WS-RC-RC
           END-CALL.
           IF  WS-RC-RC NOT = '0'
              EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
              EXEC SQL COMMIT WORK END-EXEC
           END-IF.
      *    [RD] le 15/10/2026 : fiche des exemples de remboursement
      *    refaite avec les nouveaux taux.
           CALL 'rembexam' USING WS-EX-RC WS-EX-LINES
           END-CALL.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           INITIALIZE SC-MESSAGE.
           IF  WS-RC-RC NOT = '0'
              MOVE 'PRESTATION ENREGISTREE, ERREUR CONTROLE CONTRATS.'
                 TO SC-MESSAGE
           ELSE
              MOVE WS-RC-NB-NONRESP TO WS-Z-NONRESP
              STRING 'PRESTATION ENREGISTREE. NON RESPONSABLES : '
                 FUNCTION TRIM(WS-Z-NONRESP)
                 DELIMITED BY SIZE INTO SC-MESSAGE
              END-STRING
           END-IF.
       END-1600-SAVE-BENEFIT.
           EXIT.

