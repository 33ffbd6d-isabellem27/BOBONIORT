      ******************************************************************
      * Campagne de migration des adherents d'un produit ferme.        *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : menu des fonctionnalites annexes        *
      *                         (menudata.cbl)                         *
      *    Quand un palier est retire de la vente, ses adherents       *
      *    doivent etre transferes sur une offre de remplacement a     *
      *    l'echeance ; updacont.cbl ne le permet qu'un adherent a la  *
      *    fois. Cet ecran pilote une campagne par produit ferme       *
      *    (tables PRODUCT_MIGRATION / PRODUCT_MIGRATION_MEMBER) :     *
      *      - Simuler : choix du produit ferme, du produit de         *
      *        remplacement (contrat type en vente a la date d'effet)  *
      *        et de la date d'effet ; la cotisation de chaque         *
      *        adherent est recalculee sur la grille du produit cible  *
      *        (age a la date d'effet, zone, enfants, baremes          *
      *        COST_CONDITION valides a cette date, meme calcul que    *
      *        recalcost.cbl) et un etat d'impact est ecrit            *
      *        (./RAPPORT/MIGR-SIMU-<prefixe>-<date>.txt). Une         *
      *        campagne simulee peut etre resimulee a volonte ;        *
      *      - Generer les avis : un avis de preavis par adherent      *
      *        (./RAPPORT/MIGR-<prefixe>-<date>-<seq>.txt) avec les    *
      *        garanties et la cotisation actuelles et nouvelles et la *
      *        date limite d'opposition ; la date d'effet doit laisser *
      *        le delai de preavis (INVOICE_PARAM, 60 jours a defaut). *
      *        Le produit ferme est retire de la vente au jour des     *
      *        avis (date de fin au catalogue PRODUCT, journal         *
      *        PARAM_AUDIT) ;                                          *
      *      - Noter une opposition : l'adherent (n. de contrat) qui   *
      *        s'oppose avant la date d'effet est ecarte de la         *
      *        migration et garde son contrat actuel.                  *
      *    A la date d'effet, migrbat.cbl (ordonnanceur batsched.cbl)  *
      *    verse chaque contrat avise sur le nouveau produit comme le  *
      *    fait updacont.cbl et ecrit le compte-rendu final.           *
      *    Statuts campagne : SIMULEE, AVISEE, TERMINEE ; statuts      *
      *    adherent : SIMULE, AVISE, OPPOSE, MIGRE, ECARTE.            *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrfront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SIMU
           ASSIGN TO WS-SIMU-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT F-AVIS
           ASSIGN TO WS-AVIS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-SIMU
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-SIMU PIC X(80).
       FD  F-AVIS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-AVIS PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  SC-RETURN           PIC X(01)   VALUE SPACE .
       01  SC-LOAD             PIC X(01)   VALUE SPACE .
       01  SC-SIMULATE         PIC X(01)   VALUE SPACE .
       01  SC-NOTIFY           PIC X(01)   VALUE SPACE .
       01  SC-OBJECT           PIC X(01)   VALUE SPACE .
       01  SC-MESSAGE          PIC X(70)   VALUE SPACES .

      *    zones de saisie et d'etat de la campagne
       01  SC-FROM-CODE        PIC X(10)   VALUE SPACES .
       01  SC-TO-CODE          PIC X(10)   VALUE SPACES .
       01  SC-EFFECT-DATE      PIC 9(08)   VALUE ZERO .
       01  SC-OBJECT-NUM       PIC X(10)   VALUE SPACES .
       01  SC-CAMP-STATUS      PIC X(10)   VALUE SPACES .
       01  SC-NB-MEMBERS       PIC 9(05)   VALUE ZERO .
       01  SC-NB-AVISE         PIC 9(05)   VALUE ZERO .
       01  SC-NB-OPPOSE        PIC 9(05)   VALUE ZERO .
       01  SC-NB-MIGRE         PIC 9(05)   VALUE ZERO .
       01  SC-MOVEMENT         PIC S9(09)  VALUE ZERO .

      *    produits ferme et de remplacement (getprod.cbl)
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).
       01  WS-FROM-LABEL        PIC X(20)  VALUE SPACES.
       01  WS-FROM-GRID         PIC 9(02)  VALUE ZERO.
       01  WS-TO-LABEL          PIC X(20)  VALUE SPACES.

      *    cotisations du produit cible a la date d'effet, par zone
      *    de tarification (1 METRO, 2 DOM), cf. recalcost.cbl.
       01  WS-ZONE-IDX          PIC 9(01)  VALUE ZERO.
       01  WS-ZONE-COSTS.
           05 WS-ZC OCCURS 2.
              10 WS-ZC-COST-30  PIC 9(03).
              10 WS-ZC-COST     PIC 9(03).
              10 WS-ZC-COST-65  PIC 9(03).
              10 WS-ZC-CHILDREN PIC 9(03).

      *    garanties (pct de la base de remboursement) de la grille
      *    actuelle (1) et de la grille cible (2), pour les avis.
       01  WS-GRID-IDX          PIC 9(01)  VALUE ZERO.
       01  WS-GUARANTEES.
           05 WS-GAR OCCURS 2.
              10 WS-GAR-RATE    PIC 9(03)  OCCURS 8.
       01  WS-GAR-LABELS.
           05 FILLER            PIC X(24)
              VALUE 'Consultations medecin  :'.
           05 FILLER            PIC X(24)
              VALUE 'Auxiliaires medicaux   :'.
           05 FILLER            PIC X(24)
              VALUE 'Hospitalisation        :'.
           05 FILLER            PIC X(24)
              VALUE 'Verres simples         :'.
           05 FILLER            PIC X(24)
              VALUE 'Verres progressifs     :'.
           05 FILLER            PIC X(24)
              VALUE 'Couronnes molaires     :'.
           05 FILLER            PIC X(24)
              VALUE 'Couronnes hors molaires:'.
           05 FILLER            PIC X(24)
              VALUE 'Detartrages            :'.
       01  WS-GAR-LABEL-TAB REDEFINES WS-GAR-LABELS.
           05 WS-GAR-LABEL      PIC X(24)  OCCURS 8.
       01  WS-GAR-IDX           PIC 9(01)  VALUE ZERO.

       01  WS-TODAY             PIC 9(08)  VALUE ZERO.
       01  WS-DAYS-TO-EFFECT    PIC S9(05) VALUE ZERO.
       01  WS-OBJECT-LIMIT      PIC 9(08)  VALUE ZERO.
       01  WS-BIRTH-NUM         PIC 9(08)  VALUE ZERO.
       01  WS-AGE               PIC 9(03)  VALUE ZERO.
       01  WS-NEW-COST          PIC 9(05)  VALUE ZERO.
       01  WS-DIFF              PIC S9(05) VALUE ZERO.
       01  WS-NB-DONE           PIC 9(05)  VALUE ZERO.
       01  WS-TOTAL-OLD         PIC 9(09)  VALUE ZERO.
       01  WS-TOTAL-NEW         PIC 9(09)  VALUE ZERO.
       01  WS-Z-OLD             PIC Z(04)9.
       01  WS-Z-NEW             PIC Z(04)9.
       01  WS-Z-DIFF            PIC +(04)9.
       01  WS-Z-TOTAL           PIC Z(08)9.
       01  WS-Z-COUNT           PIC Z(04)9.
       01  WS-Z-RATE-OLD        PIC Z(02)9.
       01  WS-Z-RATE-NEW        PIC Z(02)9.
       01  WS-Z-NOTICE          PIC Z(02)9.
       01  WS-EFFECT-EDIT       PIC X(10)  VALUE SPACES.
       01  WS-LIMIT-EDIT        PIC X(10)  VALUE SPACES.

       01  WS-SIMU-PATH.
           03 WS-SIMU-FOLDER    PIC X(20)
              VALUE './RAPPORT/MIGR-SIMU-'                    .
           03 WS-SIMU-PREFIX    PIC X(03).
           03 WS-SIMU-SEP       PIC X(01)  VALUE '-'.
           03 WS-SIMU-DATE      PIC 9(08).
           03 WS-SIMU-FORMAT    PIC X(04)  VALUE '.txt'.

       01  WS-AVIS-PATH.
           03 WS-AVIS-FOLDER    PIC X(15)
              VALUE './RAPPORT/MIGR-'                         .
           03 WS-AVIS-PREFIX    PIC X(03).
           03 WS-AVIS-SEP1      PIC X(01)  VALUE '-'.
           03 WS-AVIS-DATE      PIC 9(08).
           03 WS-AVIS-SEP2      PIC X(01)  VALUE '-'.
           03 WS-AVIS-SEQ       PIC 9(05).
           03 WS-AVIS-FORMAT    PIC X(04)  VALUE '.txt'.

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
      * Declaration des variables correspondant a sql
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC X(11)   VALUE SPACES.
       01  USERNAME                PIC X(05)   VALUE SPACES     .
       01  PASSWD                  PIC X(05)   VALUE SPACES     .

       01  SQL-FROM-CODE           PIC X(10)   VALUE SPACES      .
       01  SQL-FROM-PREFIX         PIC X(03)   VALUE SPACES      .
       01  SQL-TO-CODE             PIC X(10)   VALUE SPACES      .
       01  SQL-TO-PREFIX           PIC X(03)   VALUE SPACES      .
       01  SQL-TO-GRID             PIC 9(02)   VALUE 0           .
       01  SQL-GRID                PIC 9(02)   VALUE 0           .
       01  SQL-EFFECT-DATE         PIC X(10)   VALUE SPACES      .
       01  SQL-TODAY               PIC X(10)   VALUE SPACES      .
       01  SQL-CAMP-STATUS         PIC X(10)   VALUE SPACES      .
       01  SQL-NOTICE-DAYS         PIC 9(03)   VALUE 0           .
       01  SQL-ZONE                PIC X(05)   VALUE SPACES      .
       01  SQL-COUNT               PIC 9(05)   VALUE 0           .
       01  SQL-NB-AVISE            PIC 9(05)   VALUE 0           .
       01  SQL-NB-OPPOSE           PIC 9(05)   VALUE 0           .
       01  SQL-NB-MIGRE            PIC 9(05)   VALUE 0           .
       01  SQL-MOVEMENT            PIC S9(09)  VALUE 0           .

       01  SQL-CUS-UUID            PIC X(36)   VALUE SPACES      .
       01  SQL-CUS-LASTNAME        PIC X(20)   VALUE SPACES      .
       01  SQL-CUS-FIRSTNAME       PIC X(20)   VALUE SPACES      .
       01  SQL-CUS-BIRTHD          PIC X(10)   VALUE SPACES      .
       01  SQL-CUS-ZIPCODE         PIC X(15)   VALUE SPACES      .
       01  SQL-CUS-NBCHILDREN      PIC 9(03)   VALUE 0           .
       01  SQL-OLD-NUM             PIC X(10)   VALUE SPACES      .
       01  SQL-OLD-COST            PIC 9(05)   VALUE 0           .
       01  SQL-NEW-COST            PIC 9(05)   VALUE 0           .

       01  SQL-GAR-DOCTOR          PIC 9(03)   VALUE 0           .
       01  SQL-GAR-PARMEDICAL      PIC 9(03)   VALUE 0           .
       01  SQL-GAR-HOSPITAL        PIC 9(03)   VALUE 0           .
       01  SQL-GAR-S-GLASSES       PIC 9(03)   VALUE 0           .
       01  SQL-GAR-P-GLASSES       PIC 9(03)   VALUE 0           .
       01  SQL-GAR-MOLAR           PIC 9(03)   VALUE 0           .
       01  SQL-GAR-NON-MOLAR       PIC 9(03)   VALUE 0           .
       01  SQL-GAR-DESCALINGS      PIC 9(03)   VALUE 0           .

       01  SQL-AUDIT-USER          PIC X(10)   VALUE SPACES      .
       01  SQL-AUDIT-TS            PIC X(19)   VALUE SPACES      .
       01  SQL-AUDIT-TABLE         PIC X(20)   VALUE SPACES      .
       01  SQL-AUDIT-KEY           PIC X(30)   VALUE SPACES      .
       01  SQL-AUDIT-OLD           PIC X(60)   VALUE SPACES      .
       01  SQL-AUDIT-NEW           PIC X(60)   VALUE SPACES      .

      * CURSEUR DES COUTS DU PRODUIT CIBLE (cf. recalcost.cbl)
       01  CURS-COUT.
           05 SQL-COUT-AGEMIN       PIC 9(02)   VALUE 0           .
           05 SQL-COUT-AGEMAX       PIC 9(02)   VALUE 0           .
           05 SQL-COUT-COST         PIC 9(03)   VALUE 0           .
           05 SQL-COUT-CHILDREN     PIC 9(03)   VALUE 0           .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-product-migration.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM 1000-PREPARE-START
                    THRU END-1000-PREPARE.
           PERFORM 1100-DISPLAY-SCREEN-START
                    THRU END-1100-DISPLAY-SCREEN.
       END-0000-MAIN.
           STOP RUN.

      ******************************************************************
      *    [RD] La table PRODUCT est creee et garnie des paliers       *
      *    historiques par getprod.cbl au premier appel.               *
      ******************************************************************
       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-LOAD SC-SIMULATE SC-NOTIFY
                      SC-OBJECT SC-MESSAGE SC-FROM-CODE SC-TO-CODE
                      SC-EFFECT-DATE SC-OBJECT-NUM SC-CAMP-STATUS
                      SC-NB-MEMBERS SC-NB-AVISE SC-NB-OPPOSE
                      SC-NB-MIGRE SC-MOVEMENT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
              DELIMITED BY SIZE INTO SQL-TODAY
           END-STRING.
           INITIALIZE WS-PRODUCT.
           MOVE 'R' TO WS-PRD-FUNCTION.
           MOVE 1 TO WS-PRD-RANK.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC EQUAL '9'
              MOVE 'LECTURE DU CATALOGUE PRODUCT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-1000-PREPARE.
           EXIT.

       1100-DISPLAY-SCREEN-START.
           PERFORM UNTIL FUNCTION UPPER-CASE(SC-RETURN) EQUAL 'O'
              ACCEPT SCREEN-PRODUCT-MIGRATION
              PERFORM 1200-CHECK-CHOICE-START
                       THRU END-1200-CHECK-CHOICE
           END-PERFORM.
       END-1100-DISPLAY-SCREEN.
           EXIT.

       1200-CHECK-CHOICE-START.
           IF FUNCTION UPPER-CASE(SC-LOAD) EQUAL 'O' THEN
              PERFORM 1500-LOAD-CAMPAIGN-START
                   THRU END-1500-LOAD-CAMPAIGN
              MOVE SPACE TO SC-LOAD
           ELSE IF FUNCTION UPPER-CASE(SC-SIMULATE) EQUAL 'O' THEN
              PERFORM 3000-SIMULATE-START
                   THRU END-3000-SIMULATE
              MOVE SPACE TO SC-SIMULATE
           ELSE IF FUNCTION UPPER-CASE(SC-NOTIFY) EQUAL 'O' THEN
              PERFORM 4000-NOTIFY-START
                   THRU END-4000-NOTIFY
              MOVE SPACE TO SC-NOTIFY
           ELSE IF FUNCTION UPPER-CASE(SC-OBJECT) EQUAL 'O' THEN
              PERFORM 5000-RECORD-OBJECTION-START
                   THRU END-5000-RECORD-OBJECTION
              MOVE SPACE TO SC-OBJECT
           END-IF.
       END-1200-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Recharge la campagne du produit ferme saisi et son     *
      *    etat (decompte des adherents par statut).                   *
      ******************************************************************
       1500-LOAD-CAMPAIGN-START.
           INITIALIZE SC-MESSAGE SC-CAMP-STATUS SC-NB-MEMBERS
                      SC-NB-AVISE SC-NB-OPPOSE SC-NB-MIGRE
                      SC-MOVEMENT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-FROM-CODE))
              TO SQL-FROM-CODE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1510-READ-CAMPAIGN-START
                 THRU END-1510-READ-CAMPAIGN.
           IF  SQL-CAMP-STATUS EQUAL SPACES
              MOVE 'Aucune campagne pour ce produit : Simuler pour la c
      -            'reer.' TO SC-MESSAGE
           ELSE
              MOVE SQL-TO-CODE TO SC-TO-CODE
              MOVE SQL-EFFECT-DATE(1:4) TO SC-EFFECT-DATE(1:4)
              MOVE SQL-EFFECT-DATE(6:2) TO SC-EFFECT-DATE(5:2)
              MOVE SQL-EFFECT-DATE(9:2) TO SC-EFFECT-DATE(7:2)
              PERFORM 1550-COUNT-MEMBERS-START
                    THRU END-1550-COUNT-MEMBERS
              MOVE 'CAMPAGNE CHARGEE.' TO SC-MESSAGE
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1500-LOAD-CAMPAIGN.
           EXIT.

       1510-READ-CAMPAIGN-START.
           MOVE SPACES TO SQL-CAMP-STATUS SQL-TO-CODE SQL-EFFECT-DATE.
           EXEC SQL
              SELECT MIG_STATUS, MIG_TO_CODE, MIG_EFFECT_DATE
                 INTO :SQL-CAMP-STATUS, :SQL-TO-CODE,
                      :SQL-EFFECT-DATE
                 FROM PRODUCT_MIGRATION
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE PRODUCT_MIGRATION' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           IF  SQLCODE = FIN
              MOVE SPACES TO SQL-CAMP-STATUS
           END-IF.
       END-1510-READ-CAMPAIGN.
           EXIT.

       1550-COUNT-MEMBERS-START.
           MOVE SQL-CAMP-STATUS TO SC-CAMP-STATUS.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN MEMBER_STATUS = 'AVISE'
                                  THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN MEMBER_STATUS = 'OPPOSE'
                                  THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN MEMBER_STATUS = 'MIGRE'
                                  THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN MEMBER_STATUS
                                       IN ('OPPOSE', 'ECARTE')
                                  THEN 0
                                  ELSE MEMBER_NEW_COST
                                     - MEMBER_OLD_COST END), 0)
                 INTO :SQL-COUNT, :SQL-NB-AVISE, :SQL-NB-OPPOSE,
                      :SQL-NB-MIGRE, :SQL-MOVEMENT
                 FROM PRODUCT_MIGRATION_MEMBER
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'DECOMPTE PRODUCT_MIGRATION_MEMBER' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-COUNT TO SC-NB-MEMBERS.
           MOVE SQL-NB-AVISE TO SC-NB-AVISE.
           MOVE SQL-NB-OPPOSE TO SC-NB-OPPOSE.
           MOVE SQL-NB-MIGRE TO SC-NB-MIGRE.
           MOVE SQL-MOVEMENT TO SC-MOVEMENT.
       END-1550-COUNT-MEMBERS.
           EXIT.

      ******************************************************************
      *    [RD] Controle le produit ferme, le produit de remplacement  *
      *    et la date d'effet saisis ; un message non vide refuse      *
      *    l'action.                                                   *
      ******************************************************************
       1700-CHECK-PRODUCTS-START.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-FROM-CODE))
              TO SQL-FROM-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-TO-CODE))
              TO SQL-TO-CODE.
           IF  SQL-FROM-CODE EQUAL SPACES OR SQL-TO-CODE EQUAL SPACES
              MOVE 'Veuillez saisir le produit ferme et le produit de r
      -            'emplacement.' TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCTS
           END-IF.
           IF  SQL-FROM-CODE EQUAL SQL-TO-CODE
              MOVE 'Le produit de remplacement doit etre different.'
                 TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCTS
           END-IF.
           IF  FUNCTION TEST-DATE-YYYYMMDD(SC-EFFECT-DATE) NOT = 0
              OR SC-EFFECT-DATE NOT > WS-TODAY
              MOVE 'Date d''effet invalide ou non future (AAAAMMJJ).'
                 TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCTS
           END-IF.
           INITIALIZE SQL-EFFECT-DATE.
           STRING SC-EFFECT-DATE(1:4) '-' SC-EFFECT-DATE(5:2) '-'
                  SC-EFFECT-DATE(7:2)
              DELIMITED BY SIZE INTO SQL-EFFECT-DATE
           END-STRING.

           INITIALIZE WS-PRODUCT.
           MOVE 'C' TO WS-PRD-FUNCTION.
           MOVE SQL-FROM-CODE TO WS-PRD-CODE.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC NOT = '0' OR WS-PRD-KIND NOT = 'C'
              MOVE 'Produit ferme inconnu ou non contrat type.'
                 TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCTS
           END-IF.
           MOVE WS-PRD-PREFIX TO SQL-FROM-PREFIX.
           MOVE WS-PRD-LABEL TO WS-FROM-LABEL.
           MOVE WS-PRD-GRID-NUM TO WS-FROM-GRID.

      *    [RD] le produit cible doit etre un contrat type en vente a
      *    la date d'effet.
           INITIALIZE WS-PRODUCT.
           MOVE 'C' TO WS-PRD-FUNCTION.
           MOVE SQL-TO-CODE TO WS-PRD-CODE.
           CALL 'getprod' USING WS-PRODUCT
           END-CALL.
           IF  WS-PRD-RC NOT = '0' OR WS-PRD-KIND NOT = 'C'
              MOVE 'Produit de remplacement inconnu ou non contrat typ
      -            'e.' TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCTS
           END-IF.
           IF  WS-PRD-START-DATE > SQL-EFFECT-DATE
              OR (WS-PRD-END-DATE NOT = SPACES
                  AND WS-PRD-END-DATE NOT > SQL-EFFECT-DATE)
              MOVE 'Produit de remplacement hors vente a la date d''ef
      -            'fet.' TO SC-MESSAGE
              GO TO END-1700-CHECK-PRODUCTS
           END-IF.
           MOVE WS-PRD-PREFIX TO SQL-TO-PREFIX.
           MOVE WS-PRD-LABEL TO WS-TO-LABEL.
           MOVE WS-PRD-GRID-NUM TO SQL-TO-GRID.
       END-1700-CHECK-PRODUCTS.
           EXIT.

      ******************************************************************
      *    [RD] Simulation : (re)cree la campagne et la liste des      *
      *    adherents en cours sur le produit ferme, avec leur          *
      *    cotisation actuelle et celle du produit cible, et ecrit     *
      *    l'etat d'impact tarifaire.                                  *
      ******************************************************************
       3000-SIMULATE-START.
           INITIALIZE SC-MESSAGE.
           PERFORM 1700-CHECK-PRODUCTS-START
                 THRU END-1700-CHECK-PRODUCTS.
           IF  SC-MESSAGE NOT = SPACES
              GO TO END-3000-SIMULATE
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1510-READ-CAMPAIGN-START
                 THRU END-1510-READ-CAMPAIGN.
           IF  SQL-CAMP-STATUS NOT = SPACES
              AND SQL-CAMP-STATUS NOT = 'SIMULEE'
              MOVE 'Campagne deja avisee : simulation impossible.'
                 TO SC-MESSAGE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-3000-SIMULATE
           END-IF.
      *    [RD] une nouvelle simulation remplace la precedente.
           EXEC SQL
              DELETE FROM PRODUCT_MIGRATION_MEMBER
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
           END-EXEC.
           EXEC SQL
              DELETE FROM PRODUCT_MIGRATION
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
           END-EXEC.
           EXEC SQL
              INSERT INTO PRODUCT_MIGRATION
                 (MIG_FROM_CODE, MIG_FROM_PREFIX, MIG_TO_CODE,
                  MIG_TO_PREFIX, MIG_EFFECT_DATE, MIG_STATUS,
                  MIG_CREATE_DATE)
                 VALUES
                 (:SQL-FROM-CODE, :SQL-FROM-PREFIX, :SQL-TO-CODE,
                  :SQL-TO-PREFIX, :SQL-EFFECT-DATE, 'SIMULEE',
                  :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION PRODUCT_MIGRATION' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.

           MOVE 1 TO WS-ZONE-IDX.
           MOVE 'METRO' TO SQL-ZONE.
           PERFORM 3100-LOAD-ZONE-COSTS-START
                 THRU END-3100-LOAD-ZONE-COSTS.
           MOVE 2 TO WS-ZONE-IDX.
           MOVE 'DOM' TO SQL-ZONE.
           PERFORM 3100-LOAD-ZONE-COSTS-START
                 THRU END-3100-LOAD-ZONE-COSTS.

           MOVE SQL-FROM-PREFIX TO WS-SIMU-PREFIX.
           MOVE WS-TODAY TO WS-SIMU-DATE.
           OPEN OUTPUT F-SIMU.
           MOVE ALL '-' TO R-SIMU.
           WRITE R-SIMU.
           INITIALIZE R-SIMU.
           STRING 'SIMULATION DE MIGRATION '
              FUNCTION TRIM(SQL-FROM-CODE)
              ' VERS ' FUNCTION TRIM(SQL-TO-CODE) ' AU '
              SQL-EFFECT-DATE
              DELIMITED BY SIZE INTO R-SIMU
           END-STRING.
           WRITE R-SIMU.
           MOVE ALL '-' TO R-SIMU.
           WRITE R-SIMU.
           MOVE 'CONTRAT    ADHERENT                        ACTUEL  NO
      -         'UVEAU   ECART' TO R-SIMU.
           WRITE R-SIMU.

           MOVE ZERO TO WS-NB-DONE WS-TOTAL-OLD WS-TOTAL-NEW.
           EXEC SQL
              DECLARE CRSMIGSIM CURSOR FOR
              SELECT C.UUID_CUSTOMER, C.CUSTOMER_LASTNAME,
                     C.CUSTOMER_FIRSTNAME,
                     CAST(C.CUSTOMER_BIRTH_DATE AS VARCHAR),
                     COALESCE(C.CUSTOMER_ZIPCODE, ''),
                     COALESCE(C.CUSTOMER_NBCHILDREN, 0),
                     R.REIMBURSEMENT_NUM, R.REIMBURSEMENT_COST
              FROM CUSTOMER_REIMBURSEMENT R
              INNER JOIN CUSTOMER C
                  ON C.UUID_CUSTOMER = R.UUID_CUSTOMER
              WHERE C.CUSTOMER_ACTIVE = '1'
                AND COALESCE(R.REIMBURSEMENT_STATUS, 'EN_COURS')
                    = 'EN_COURS'
                AND SUBSTRING(R.REIMBURSEMENT_NUM, 1, 3)
                    = :SQL-FROM-PREFIX
              ORDER BY C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME
           END-EXEC.
           EXEC SQL
              OPEN CRSMIGSIM
           END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
              EXEC SQL
                 FETCH CRSMIGSIM
                 INTO :SQL-CUS-UUID, :SQL-CUS-LASTNAME,
                      :SQL-CUS-FIRSTNAME, :SQL-CUS-BIRTHD,
                      :SQL-CUS-ZIPCODE, :SQL-CUS-NBCHILDREN,
                      :SQL-OLD-NUM, :SQL-OLD-COST
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    PERFORM 3200-SIMULATE-ONE-START
                          THRU END-3200-SIMULATE-ONE
                 WHEN FIN
                    CONTINUE
                 WHEN OTHER
                    MOVE 'LECTURE CRSMIGSIM' TO WS-SQL-LIB
                    PERFORM 9020-SQL-ERROR-START
                         THRU END-9020-SQL-ERROR
              END-EVALUATE
           END-PERFORM.
           EXEC SQL
              CLOSE CRSMIGSIM
           END-EXEC.

           MOVE ALL '-' TO R-SIMU.
           WRITE R-SIMU.
           MOVE WS-NB-DONE TO WS-Z-COUNT.
           INITIALIZE R-SIMU.
           STRING 'Adherents concernes      : ' WS-Z-COUNT
              DELIMITED BY SIZE INTO R-SIMU
           END-STRING.
           WRITE R-SIMU.
           MOVE WS-TOTAL-OLD TO WS-Z-TOTAL.
           INITIALIZE R-SIMU.
           STRING 'Cotisations actuelles    : ' WS-Z-TOTAL
              ' euros par mois'
              DELIMITED BY SIZE INTO R-SIMU
           END-STRING.
           WRITE R-SIMU.
           MOVE WS-TOTAL-NEW TO WS-Z-TOTAL.
           INITIALIZE R-SIMU.
           STRING 'Cotisations apres effet  : ' WS-Z-TOTAL
              ' euros par mois'
              DELIMITED BY SIZE INTO R-SIMU
           END-STRING.
           WRITE R-SIMU.
           CLOSE F-SIMU.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1510-READ-CAMPAIGN-START
                 THRU END-1510-READ-CAMPAIGN.
           PERFORM 1550-COUNT-MEMBERS-START
                 THRU END-1550-COUNT-MEMBERS.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           INITIALIZE SC-MESSAGE.
           STRING 'SIMULATION ECRITE : ' WS-SIMU-PATH
              DELIMITED BY SIZE INTO SC-MESSAGE
           END-STRING.
       END-3000-SIMULATE.
           EXIT.

      ******************************************************************
      *    [RD] Cotisations du produit cible pour une zone, avec les   *
      *    lignes COST_CONDITION valides a la date d'effet (les        *
      *    baremes peuvent etre charges a l'avance) ; la ligne propre  *
      *    a la zone l'emporte sur la ligne METRO, cf. recalcost.cbl.  *
      ******************************************************************
       3100-LOAD-ZONE-COSTS-START.
           INITIALIZE WS-ZC(WS-ZONE-IDX).
           EXEC SQL
              DECLARE CRSMIGCOUT CURSOR FOR
                 SELECT   cc.COST_CONDITION_AGEMIN,
                          cc.COST_CONDITION_AGEMAX,
                          cc.COST_CONDITION_COST,
                          (SELECT c2.COST_CONDITION_COST
                          FROM COST_CONDITION as c2
                          WHERE c2.COST_CONDITION_TYPE = '1'
                          AND c2.CLASSIC_REIMBURSEMENT_NUMBER = 1
                          AND (c2.COST_CONDITION_VALID_FROM IS NULL
                           OR c2.COST_CONDITION_VALID_FROM
                              <= :SQL-EFFECT-DATE)
                          AND (c2.COST_CONDITION_VALID_TO IS NULL
                           OR c2.COST_CONDITION_VALID_TO
                              >= :SQL-EFFECT-DATE)
                          LIMIT 1)
                 FROM COST_CONDITION as cc
                 WHERE cc.COST_CONDITION_TYPE ='2'
                 AND cc.CLASSIC_REIMBURSEMENT_NUMBER = :SQL-TO-GRID
                 AND cc.COST_CONDITION_COUPLE = False
                 AND cc.COST_CONDITION_ZONE IN (:SQL-ZONE, 'METRO')
                 AND (cc.COST_CONDITION_VALID_FROM IS NULL
                      OR cc.COST_CONDITION_VALID_FROM
                         <= :SQL-EFFECT-DATE)
                 AND (cc.COST_CONDITION_VALID_TO IS NULL
                      OR cc.COST_CONDITION_VALID_TO
                         >= :SQL-EFFECT-DATE)
                 ORDER BY (cc.COST_CONDITION_ZONE = :SQL-ZONE)
           END-EXEC.
           EXEC SQL
              OPEN CRSMIGCOUT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'OUVERTURE CRSMIGCOUT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM UNTIL SQLCODE = FIN
              EXEC SQL
                 FETCH CRSMIGCOUT
                 INTO :SQL-COUT-AGEMIN, :SQL-COUT-AGEMAX,
                      :SQL-COUT-COST, :SQL-COUT-CHILDREN
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    IF  SQL-COUT-AGEMIN EQUAL 30
                       MOVE SQL-COUT-COST TO WS-ZC-COST(WS-ZONE-IDX)
                    ELSE
                       IF  SQL-COUT-AGEMAX EQUAL 30
                          MOVE SQL-COUT-COST
                             TO WS-ZC-COST-30(WS-ZONE-IDX)
                       ELSE
                          MOVE SQL-COUT-COST
                             TO WS-ZC-COST-65(WS-ZONE-IDX)
                       END-IF
                    END-IF
                    MOVE SQL-COUT-CHILDREN
                       TO WS-ZC-CHILDREN(WS-ZONE-IDX)
                 WHEN FIN
                    CONTINUE
                 WHEN OTHER
                    MOVE 'LECTURE CRSMIGCOUT' TO WS-SQL-LIB
                    PERFORM 9020-SQL-ERROR-START
                         THRU END-9020-SQL-ERROR
              END-EVALUATE
           END-PERFORM.
           EXEC SQL
              CLOSE CRSMIGCOUT
           END-EXEC.
       END-3100-LOAD-ZONE-COSTS.
           EXIT.

      ******************************************************************
      *    [RD] Cotisation cible de l'adherent courant (age a la date  *
      *    d'effet, zone, enfants), ligne de l'etat d'impact et ligne  *
      *    SIMULE de la campagne.                                      *
      ******************************************************************
       3200-SIMULATE-ONE-START.
           IF  SQL-CUS-ZIPCODE(1:2) EQUAL '97' OR
               SQL-CUS-ZIPCODE(1:2) EQUAL '98'
              MOVE 2 TO WS-ZONE-IDX
           ELSE
              MOVE 1 TO WS-ZONE-IDX
           END-IF.
           STRING SQL-CUS-BIRTHD(1:4) SQL-CUS-BIRTHD(6:2)
                  SQL-CUS-BIRTHD(9:2)
              DELIMITED BY SIZE INTO WS-BIRTH-NUM
           END-STRING.
           COMPUTE WS-AGE = (SC-EFFECT-DATE - WS-BIRTH-NUM) / 10000.
           IF  WS-AGE < 30
              MOVE WS-ZC-COST-30(WS-ZONE-IDX) TO WS-NEW-COST
           ELSE IF WS-AGE > 65
                   MOVE WS-ZC-COST-65(WS-ZONE-IDX) TO WS-NEW-COST
                ELSE
                   MOVE WS-ZC-COST(WS-ZONE-IDX) TO WS-NEW-COST
                END-IF
           END-IF.
           COMPUTE WS-NEW-COST = WS-NEW-COST
              + SQL-CUS-NBCHILDREN * WS-ZC-CHILDREN(WS-ZONE-IDX).
           MOVE WS-NEW-COST TO SQL-NEW-COST.

           EXEC SQL
              INSERT INTO PRODUCT_MIGRATION_MEMBER
                 (MIG_FROM_CODE, UUID_CUSTOMER, MEMBER_OLD_NUM,
                  MEMBER_OLD_COST, MEMBER_NEW_COST, MEMBER_STATUS,
                  MEMBER_STATUS_DATE)
                 VALUES
                 (:SQL-FROM-CODE, :SQL-CUS-UUID, :SQL-OLD-NUM,
                  :SQL-OLD-COST, :SQL-NEW-COST, 'SIMULE', :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'INSERT PRODUCT_MIGRATION_MEMBER' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.

           ADD 1 TO WS-NB-DONE.
           ADD SQL-OLD-COST TO WS-TOTAL-OLD.
           ADD SQL-NEW-COST TO WS-TOTAL-NEW.
           COMPUTE WS-DIFF = SQL-NEW-COST - SQL-OLD-COST.
           MOVE SQL-OLD-COST TO WS-Z-OLD.
           MOVE SQL-NEW-COST TO WS-Z-NEW.
           MOVE WS-DIFF TO WS-Z-DIFF.
           INITIALIZE R-SIMU.
           STRING SQL-OLD-NUM ' ' SQL-CUS-LASTNAME ' '
              SQL-CUS-FIRSTNAME(1:10) WS-Z-OLD '   ' WS-Z-NEW
              '   ' WS-Z-DIFF
              DELIMITED BY SIZE INTO R-SIMU
           END-STRING.
           WRITE R-SIMU.
       END-3200-SIMULATE-ONE.
           EXIT.

      ******************************************************************
      *    [RD] Avis de preavis : un avis par adherent simule, passage *
      *    des adherents a AVISE et de la campagne a AVISEE, retrait   *
      *    de la vente du produit ferme.                               *
      ******************************************************************
       4000-NOTIFY-START.
           INITIALIZE SC-MESSAGE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-FROM-CODE))
              TO SQL-FROM-CODE.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1510-READ-CAMPAIGN-START
                 THRU END-1510-READ-CAMPAIGN.
           IF  SQL-CAMP-STATUS NOT = 'SIMULEE'
              MOVE 'Seule une campagne simulee peut etre avisee.'
                 TO SC-MESSAGE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-4000-NOTIFY
           END-IF.
      *    [RD] les avis partent sur la campagne telle que simulee.
           MOVE SQL-TO-CODE TO SC-TO-CODE.
           MOVE SQL-EFFECT-DATE(1:4) TO SC-EFFECT-DATE(1:4).
           MOVE SQL-EFFECT-DATE(6:2) TO SC-EFFECT-DATE(5:2).
           MOVE SQL-EFFECT-DATE(9:2) TO SC-EFFECT-DATE(7:2).
           PERFORM 1700-CHECK-PRODUCTS-START
                 THRU END-1700-CHECK-PRODUCTS.
           IF  SC-MESSAGE NOT = SPACES
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-4000-NOTIFY
           END-IF.
           COMPUTE WS-DAYS-TO-EFFECT =
              FUNCTION INTEGER-OF-DATE(SC-EFFECT-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF  WS-DAYS-TO-EFFECT < SQL-NOTICE-DAYS
              MOVE SQL-NOTICE-DAYS TO WS-Z-NOTICE
              INITIALIZE SC-MESSAGE
              STRING 'Date d''effet trop proche : preavis de '
                 FUNCTION TRIM(WS-Z-NOTICE) ' jours.'
                 DELIMITED BY SIZE INTO SC-MESSAGE
              END-STRING
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-4000-NOTIFY
           END-IF.
      *    [RD] l'opposition est recue jusqu'a la veille de l'effet.
           COMPUTE WS-OBJECT-LIMIT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(SC-EFFECT-DATE) - 1).
           STRING SC-EFFECT-DATE(7:2) '/' SC-EFFECT-DATE(5:2) '/'
                  SC-EFFECT-DATE(1:4)
              DELIMITED BY SIZE INTO WS-EFFECT-EDIT
           END-STRING.
           STRING WS-OBJECT-LIMIT(7:2) '/' WS-OBJECT-LIMIT(5:2) '/'
                  WS-OBJECT-LIMIT(1:4)
              DELIMITED BY SIZE INTO WS-LIMIT-EDIT
           END-STRING.

           MOVE 1 TO WS-GRID-IDX.
           MOVE WS-FROM-GRID TO SQL-GRID.
           PERFORM 4050-LOAD-GUARANTEES-START
                 THRU END-4050-LOAD-GUARANTEES.
           MOVE 2 TO WS-GRID-IDX.
           MOVE SQL-TO-GRID TO SQL-GRID.
           PERFORM 4050-LOAD-GUARANTEES-START
                 THRU END-4050-LOAD-GUARANTEES.

           MOVE SQL-FROM-PREFIX TO WS-AVIS-PREFIX.
           MOVE WS-TODAY TO WS-AVIS-DATE.
           MOVE ZERO TO WS-NB-DONE.
           EXEC SQL
              DECLARE CRSMIGAVIS CURSOR FOR
              SELECT M.UUID_CUSTOMER, C.CUSTOMER_LASTNAME,
                     C.CUSTOMER_FIRSTNAME, M.MEMBER_OLD_NUM,
                     M.MEMBER_OLD_COST, M.MEMBER_NEW_COST
              FROM PRODUCT_MIGRATION_MEMBER M
              INNER JOIN CUSTOMER C
                  ON C.UUID_CUSTOMER = M.UUID_CUSTOMER
              WHERE M.MIG_FROM_CODE = :SQL-FROM-CODE
                AND M.MEMBER_STATUS = 'SIMULE'
              ORDER BY C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME
           END-EXEC.
           EXEC SQL
              OPEN CRSMIGAVIS
           END-EXEC.
           PERFORM UNTIL SQLCODE = FIN
              EXEC SQL
                 FETCH CRSMIGAVIS
                 INTO :SQL-CUS-UUID, :SQL-CUS-LASTNAME,
                      :SQL-CUS-FIRSTNAME, :SQL-OLD-NUM,
                      :SQL-OLD-COST, :SQL-NEW-COST
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    PERFORM 4100-WRITE-AVIS-START
                          THRU END-4100-WRITE-AVIS
                 WHEN FIN
                    CONTINUE
                 WHEN OTHER
                    MOVE 'LECTURE CRSMIGAVIS' TO WS-SQL-LIB
                    PERFORM 9020-SQL-ERROR-START
                         THRU END-9020-SQL-ERROR
              END-EVALUATE
           END-PERFORM.
           EXEC SQL
              CLOSE CRSMIGAVIS
           END-EXEC.

           EXEC SQL
              UPDATE PRODUCT_MIGRATION_MEMBER
                 SET MEMBER_STATUS = 'AVISE',
                     MEMBER_STATUS_DATE = :SQL-TODAY
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
                   AND MEMBER_STATUS = 'SIMULE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'MAJ ADHERENTS AVISES' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE PRODUCT_MIGRATION
                 SET MIG_STATUS = 'AVISEE',
                     MIG_NOTICE_DATE = :SQL-TODAY
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'MAJ CAMPAGNE AVISEE' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 4200-CLOSE-SALE-START
                 THRU END-4200-CLOSE-SALE.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1510-READ-CAMPAIGN-START
                 THRU END-1510-READ-CAMPAIGN.
           PERFORM 1550-COUNT-MEMBERS-START
                 THRU END-1550-COUNT-MEMBERS.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           MOVE WS-NB-DONE TO WS-Z-COUNT.
           INITIALIZE SC-MESSAGE.
           STRING 'AVIS ECRITS : ' FUNCTION TRIM(WS-Z-COUNT)
              ' ; opposition possible jusqu''au ' WS-LIMIT-EDIT '.'
              DELIMITED BY SIZE INTO SC-MESSAGE
           END-STRING.
       END-4000-NOTIFY.
           EXIT.

       4050-LOAD-GUARANTEES-START.
           INITIALIZE WS-GAR(WS-GRID-IDX).
           EXEC SQL
              SELECT CLASSIC_REIMBURSEMENT_DOCTOR,
                     CLASSIC_REIMBURSEMENT_PARMEDICAL,
                     CLASSIC_REIMBURSEMENT_HOSPITAL,
                     CLASSIC_REIMBURSEMENT_SINGLE_GLASSES,
                     CLASSIC_REIMBURSEMENT_PROGRESSIVE_GLASSES,
                     CLASSIC_REIMBURSEMENT_MOLAR_CROWNS,
                     CLASSIC_REIMBURSEMENT_NON_MOLAR_CROWNS,
                     CLASSIC_REIMBURSEMENT_DESCALINGS
                 INTO :SQL-GAR-DOCTOR, :SQL-GAR-PARMEDICAL,
                      :SQL-GAR-HOSPITAL, :SQL-GAR-S-GLASSES,
                      :SQL-GAR-P-GLASSES, :SQL-GAR-MOLAR,
                      :SQL-GAR-NON-MOLAR, :SQL-GAR-DESCALINGS
                 FROM CLASSIC_REIMBURSEMENT
                 WHERE CLASSIC_REIMBURSEMENT_NUMBER = :SQL-GRID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'LECTURE GARANTIES CLASSIC_REIMBURSEMENT'
                 TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE SQL-GAR-DOCTOR     TO WS-GAR-RATE(WS-GRID-IDX 1).
           MOVE SQL-GAR-PARMEDICAL TO WS-GAR-RATE(WS-GRID-IDX 2).
           MOVE SQL-GAR-HOSPITAL   TO WS-GAR-RATE(WS-GRID-IDX 3).
           MOVE SQL-GAR-S-GLASSES  TO WS-GAR-RATE(WS-GRID-IDX 4).
           MOVE SQL-GAR-P-GLASSES  TO WS-GAR-RATE(WS-GRID-IDX 5).
           MOVE SQL-GAR-MOLAR      TO WS-GAR-RATE(WS-GRID-IDX 6).
           MOVE SQL-GAR-NON-MOLAR  TO WS-GAR-RATE(WS-GRID-IDX 7).
           MOVE SQL-GAR-DESCALINGS TO WS-GAR-RATE(WS-GRID-IDX 8).
       END-4050-LOAD-GUARANTEES.
           EXIT.

      ******************************************************************
      *    [RD] Avis de preavis de l'adherent courant : garanties et   *
      *    cotisation actuelles et nouvelles, date d'effet et date     *
      *    limite d'opposition.                                        *
      ******************************************************************
       4100-WRITE-AVIS-START.
           ADD 1 TO WS-NB-DONE.
           MOVE WS-NB-DONE TO WS-AVIS-SEQ.
           OPEN OUTPUT F-AVIS.

           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           MOVE 'AVIS DE MODIFICATION DE VOTRE CONTRAT - MUTUELLE BOBO
      -         'NIORT' TO R-AVIS.
           WRITE R-AVIS.
           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.

           INITIALIZE R-AVIS.
           STRING 'Adherent            : '
               FUNCTION TRIM(SQL-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           INITIALIZE R-AVIS.
           STRING 'Contrat             : ' SQL-OLD-NUM
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.
           INITIALIZE R-AVIS.
           STRING 'Le produit ' FUNCTION TRIM(WS-FROM-LABEL)
               ' est retire de la vente. A compter du '
               WS-EFFECT-EDIT
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           INITIALIZE R-AVIS.
           STRING 'votre contrat sera transfere sur le produit '
               FUNCTION TRIM(WS-TO-LABEL) '.'
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.

           MOVE 'Garanties (pct de la base)   Actuelles   Nouvelles'
              TO R-AVIS.
           WRITE R-AVIS.
           PERFORM VARYING WS-GAR-IDX FROM 1 BY 1
                   UNTIL WS-GAR-IDX > 8
              MOVE WS-GAR-RATE(1 WS-GAR-IDX) TO WS-Z-RATE-OLD
              MOVE WS-GAR-RATE(2 WS-GAR-IDX) TO WS-Z-RATE-NEW
              INITIALIZE R-AVIS
              STRING WS-GAR-LABEL(WS-GAR-IDX) '       '
                 WS-Z-RATE-OLD '         ' WS-Z-RATE-NEW
                 DELIMITED BY SIZE INTO R-AVIS
              END-STRING
              WRITE R-AVIS
           END-PERFORM.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.

           MOVE SQL-OLD-COST TO WS-Z-OLD.
           INITIALIZE R-AVIS.
           STRING 'Cotisation actuelle : '
               FUNCTION TRIM(WS-Z-OLD) ' euros par mois'
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SQL-NEW-COST TO WS-Z-NEW.
           INITIALIZE R-AVIS.
           STRING 'Nouvelle cotisation : '
               FUNCTION TRIM(WS-Z-NEW) ' euros par mois'
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           COMPUTE WS-DIFF = SQL-NEW-COST - SQL-OLD-COST.
           MOVE WS-DIFF TO WS-Z-DIFF.
           INITIALIZE R-AVIS.
           STRING 'Ecart               : '
               FUNCTION TRIM(WS-Z-DIFF) ' euros par mois'
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE SPACES TO R-AVIS.
           WRITE R-AVIS.

           INITIALIZE R-AVIS.
           STRING 'Vous pouvez vous opposer a ce transfert jusqu''au '
               WS-LIMIT-EDIT ' inclus ;'
               DELIMITED BY SIZE INTO R-AVIS
           END-STRING.
           WRITE R-AVIS.
           MOVE 'votre contrat actuel est alors maintenu sans changeme
      -         'nt.' TO R-AVIS.
           WRITE R-AVIS.
           MOVE ALL '-' TO R-AVIS.
           WRITE R-AVIS.
           CLOSE F-AVIS.
       END-4100-WRITE-AVIS.
           EXIT.

      ******************************************************************
      *    [RD] Le produit ferme sort de la vente au jour des avis     *
      *    (sauf date de fin deja anterieure), avec sa ligne au        *
      *    journal d'audit des parametres comme prodparam.cbl.         *
      ******************************************************************
       4200-CLOSE-SALE-START.
           MOVE SPACES TO SQL-AUDIT-OLD.
           EXEC SQL
              SELECT COALESCE(PRODUCT_END_DATE, '-')
                 INTO :SQL-AUDIT-OLD
                 FROM PRODUCT
                 WHERE PRODUCT_CODE = :SQL-FROM-CODE
                   AND (PRODUCT_END_DATE IS NULL
                        OR PRODUCT_END_DATE > :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE = FIN
              GO TO END-4200-CLOSE-SALE
           END-IF.
           EXEC SQL
              UPDATE PRODUCT
                 SET PRODUCT_END_DATE = :SQL-TODAY
                 WHERE PRODUCT_CODE = :SQL-FROM-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'FERMETURE DU PRODUIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE 'MIGRATION' TO SQL-AUDIT-USER.
           INITIALIZE SQL-AUDIT-TS.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-AUDIT-TS
           END-STRING.
           MOVE 'PRODUCT' TO SQL-AUDIT-TABLE.
           MOVE SQL-FROM-CODE TO SQL-AUDIT-KEY.
           INITIALIZE SQL-AUDIT-NEW.
           STRING 'fin de vente ' SQL-TODAY ' (migration vers '
              FUNCTION TRIM(SQL-TO-CODE) ')'
              DELIMITED BY SIZE INTO SQL-AUDIT-NEW
           END-STRING.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PARAM_AUDIT (
                 AUDIT_USER  VARCHAR(10),
                 AUDIT_TS    VARCHAR(19),
                 AUDIT_TABLE VARCHAR(20),
                 AUDIT_KEY   VARCHAR(30),
                 AUDIT_OLD   VARCHAR(60),
                 AUDIT_NEW   VARCHAR(60)
              )
           END-EXEC.
           EXEC SQL
              INSERT INTO PARAM_AUDIT
                 (AUDIT_USER, AUDIT_TS, AUDIT_TABLE, AUDIT_KEY,
                  AUDIT_OLD, AUDIT_NEW)
                 VALUES
                 (:SQL-AUDIT-USER, :SQL-AUDIT-TS, :SQL-AUDIT-TABLE,
                  :SQL-AUDIT-KEY, :SQL-AUDIT-OLD, :SQL-AUDIT-NEW)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'ECRITURE PARAM_AUDIT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
       END-4200-CLOSE-SALE.
           EXIT.

      ******************************************************************
      *    [RD] Opposition d'un adherent avise, recue avant la date    *
      *    d'effet : il est ecarte de la migration.                    *
      ******************************************************************
       5000-RECORD-OBJECTION-START.
           INITIALIZE SC-MESSAGE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-FROM-CODE))
              TO SQL-FROM-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-OBJECT-NUM))
              TO SQL-OLD-NUM.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           PERFORM 1510-READ-CAMPAIGN-START
                 THRU END-1510-READ-CAMPAIGN.
           IF  SQL-CAMP-STATUS NOT = 'AVISEE'
              MOVE 'Les oppositions se notent sur une campagne avisee.'
                 TO SC-MESSAGE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-5000-RECORD-OBJECTION
           END-IF.
           IF  SQL-TODAY NOT < SQL-EFFECT-DATE
              MOVE 'Delai d''opposition expire (date d''effet atteinte)
      -            '.' TO SC-MESSAGE
              PERFORM 2100-SQL-DISCONNECTION-START
                    THRU END-2100-SQL-DISCONNECTION
              GO TO END-5000-RECORD-OBJECTION
           END-IF.
           EXEC SQL
              UPDATE PRODUCT_MIGRATION_MEMBER
                 SET MEMBER_STATUS = 'OPPOSE',
                     MEMBER_STATUS_DATE = :SQL-TODAY
                 WHERE MIG_FROM_CODE = :SQL-FROM-CODE
                   AND MEMBER_OLD_NUM = :SQL-OLD-NUM
                   AND MEMBER_STATUS = 'AVISE'
           END-EXEC.
           IF  SQLCODE = FIN
              MOVE 'Contrat absent de la campagne ou deja traite.'
                 TO SC-MESSAGE
           ELSE
              IF  SQLCODE NOT = ZERO
                 MOVE 'MAJ OPPOSITION' TO WS-SQL-LIB
                 PERFORM 9020-SQL-ERROR-START
                      THRU END-9020-SQL-ERROR
              END-IF
              EXEC SQL COMMIT WORK END-EXEC
              MOVE 'OPPOSITION ENREGISTREE.' TO SC-MESSAGE
              MOVE SPACES TO SC-OBJECT-NUM
           END-IF.
           PERFORM 1550-COUNT-MEMBERS-START
                 THRU END-1550-COUNT-MEMBERS.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-5000-RECORD-OBJECTION.
           EXIT.

      ******************************************************************
      *    [RD] Connexion, tables de la campagne et delai de preavis   *
      *    (INVOICE_PARAM, 60 jours a defaut).                         *
      ******************************************************************
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
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PRODUCT_MIGRATION (
                 MIG_FROM_CODE    VARCHAR(10),
                 MIG_FROM_PREFIX  VARCHAR(3),
                 MIG_TO_CODE      VARCHAR(10),
                 MIG_TO_PREFIX    VARCHAR(3),
                 MIG_EFFECT_DATE  VARCHAR(10),
                 MIG_NOTICE_DATE  VARCHAR(10),
                 MIG_STATUS       VARCHAR(10),
                 MIG_CREATE_DATE  VARCHAR(10),
                 MIG_END_DATE     VARCHAR(10)
              )
           END-EXEC.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS PRODUCT_MIGRATION_MEMBER (
                 MIG_FROM_CODE      VARCHAR(10),
                 UUID_CUSTOMER      VARCHAR(36),
                 MEMBER_OLD_NUM     VARCHAR(10),
                 MEMBER_OLD_COST    INT,
                 MEMBER_NEW_COST    INT,
                 MEMBER_NEW_NUM     VARCHAR(10),
                 MEMBER_STATUS      VARCHAR(10),
                 MEMBER_STATUS_DATE VARCHAR(10)
              )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'CREATION PRODUCT_MIGRATION_MEMBER' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS INVOICE_PARAM (
                 PARAM_NUM           INT,
                 PAYMENT_TERM_MONTHS INT
              )
           END-EXEC.
           EXEC SQL
              ALTER TABLE INVOICE_PARAM
              ADD COLUMN IF NOT EXISTS MIGRATION_NOTICE_DAYS
                  INT DEFAULT 60
           END-EXEC.
           MOVE 60 TO SQL-NOTICE-DAYS.
           EXEC SQL
              SELECT COALESCE(MIGRATION_NOTICE_DAYS, 60)
                 INTO :SQL-NOTICE-DAYS
                 FROM INVOICE_PARAM
                 WHERE PARAM_NUM = 1
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE DELAI DE PREAVIS' TO WS-SQL-LIB
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
      *    [RD] Charge la connexion depuis la configuration            *
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
