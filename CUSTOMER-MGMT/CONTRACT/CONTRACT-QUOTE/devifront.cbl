      * Date de creation : le 09/08/2026                                *
      * MAJ [RD] le 09/08/2026 Le cout simule tient compte de la zone  *
      * DOM/METRO (nouveau champ Outre-mer), comme clascont.cbl.       *
      * MAJ [RD] le 15/10/2026 Les paliers proposes sont les contrats  *
      * types en vente du catalogue PRODUCT (getprod.cbl), quatre au   *
      * plus, comme clascont.cbl.                                      *
      * MAJ [RD] le 15/10/2026 Le devis deduit les remises famille     *
      * nombreuse et multi-contrats (discount.cbl) ; nouveau champ     *
      * 'Foyer deja adherent' pour un prospect dont un membre du foyer *
      * a deja un contrat a la meme adresse.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. devifront RECURSIVE.
       01  WS-COUPLE                PIC X(01)   VALUE SPACE       .
       01  WS-NBCHILDREN           PIC 9(02)   VALUE 0           .
       01  WS-DOM-ZONE              PIC X(01)   VALUE SPACE       .
      *    [RD] le 15/10/2026 : un autre membre du foyer est deja
      *    adherent (remise multi-contrats).
       01  WS-HOUSEHOLD             PIC X(01)   VALUE SPACE       .
       01  WS-ZONE                  PIC X(05)   VALUE 'METRO'     .
       01  WS-CHILDREN-COST        PIC 9(03)   VALUE 0           .
       01  WS-CONTRACT             PIC X(10)   VALUE SPACE       .
       01  WS-TODAY-YMD            PIC 9(08)   VALUE ZERO        .

       01  SC-BUTTON.
      *    [RD] le 15/10/2026 : un bouton par offre du catalogue
           05 SC-BUTTON-OFFER      PIC X       VALUE SPACE
                                   OCCURS 4                      .
           05 SC-BUTTON-QUOTE   PIC X       VALUE SPACE       .
           05 SC-BUTTON-PROSPECT PIC X      VALUE SPACE       .
           05 SC-BUTTON-RETURN     PIC X       VALUE SPACE       .

      *    variables pour gerer les couts charges depuis COST_CONDITION
      *    [RD] le 15/10/2026 : offres = contrats types en vente du
      *    catalogue PRODUCT (getprod.cbl), au plus WS-OFFER-MAX.
       01  WS-OFFER-MAX            PIC 9(01)   VALUE 4           .
       01  WS-OFFER-COUNT          PIC 9(01)   VALUE 0           .
       01  WS-OFFER-IDX            PIC 9(01)   VALUE 0           .
       01  WS-OFFER-SEL            PIC 9(01)   VALUE 0           .
       01  WS-OFFERS.
           05 WS-OFFER OCCURS 4.
              10 WS-OFR-CODE       PIC X(10)                     .
              10 WS-OFR-GRID-NUM   PIC 9(02)                     .
              10 WS-OFR-LABEL      PIC X(12)                     .
              10 WS-OFR-COST-65    PIC Z(02)9                    .
              10 WS-OFR-COST-30    PIC Z(02)9                    .
              10 WS-OFR-COST       PIC Z(02)9                    .

      *    lecture du catalogue PRODUCT (getprod.cbl)
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

      *    detail du calcul affiche a l'ecran
       01  WS-PREVIEW-BASE-COST     PIC 9(05)   VALUE 0           .
       01  WS-PREVIEW-BASE-DISPLAY     PIC Z(04)9                 .
       01  WS-PREVIEW-CHILDREN-DISPLAY PIC Z(04)9                 .
       01  WS-PREVIEW-TOTAL-DISPLAY    PIC Z(04)9                 .
       01  WS-PREVIEW-DISCOUNT-DISPLAY PIC Z(04)9                 .

      *    [RD] le 15/10/2026 : remises sur cotisation (discount.cbl)
       01  WS-DISCOUNT.
           05 WS-DSC-FUNCTION     PIC X(01).
           05 WS-DSC-UUID         PIC X(36).
           05 WS-DSC-GROSS        PIC 9(05).
           05 WS-DSC-CHILD-COST   PIC 9(05).
           05 WS-DSC-NBCHILDREN   PIC 9(03).
           05 WS-DSC-YEARS        PIC 9(03).
           05 WS-DSC-HOUSEHOLD    PIC 9(03).
           05 WS-DSC-LOYALTY      PIC 9(05).
           05 WS-DSC-FAMILY       PIC 9(05).
           05 WS-DSC-MULTI        PIC 9(05).
           05 WS-DSC-TOTAL        PIC 9(05).
           05 WS-DSC-NET          PIC 9(05).
           05 WS-DSC-RC           PIC X(01).

      ******************************************************************
      * Gestion de sql (fin de lecture et erreur)
      * CURSEUR POUR RECUPERER LES COUTS CONTRAT (meme requete que
      * clascont.cbl, aucune ecriture n'est faite a partir d'ici)
       01  CURS-COUT.
           05 SQL-COUT-NUMBER       PIC 9(02)   VALUE 0           .
           05 SQL-COUT-AGEMIN       PIC 9(02)   VALUE 0           .
           05 SQL-COUT-AGEMAX       PIC 9(02)   VALUE 0           .
           05 SQL-COUT-COST         PIC 9(03)   VALUE 0           .
      *    chargement est donc deplace dans 3100-CALCULATE-QUOTE-START.*
      ******************************************************************
       1100-PREPARE-SCREEN-START.
      *    [RD] le 15/10/2026 : seule la liste des offres est chargee
      *    a l'ouverture (getprod.cbl ouvre sa propre connexion).
           PERFORM 1350-LOAD-OFFERS-START
              THRU END-1350-LOAD-OFFERS.
       END-1100-PREPARE-SCREEN.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Charge les paliers proposes : contrats types (nature 'C')   *
      *    en vente aujourd'hui dans le catalogue PRODUCT, dans leur   *
      *    ordre d'affichage, au plus WS-OFFER-MAX (cf. clascont.cbl). *
      ******************************************************************
       1350-LOAD-OFFERS-START.
           INITIALIZE WS-OFFERS.
           MOVE ZERO TO WS-OFFER-COUNT.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-MAX
              INITIALIZE WS-PRODUCT
              MOVE 'V' TO WS-PRD-FUNCTION
              MOVE 'C' TO WS-PRD-KIND
              MOVE WS-OFFER-IDX TO WS-PRD-RANK
              CALL 'getprod' USING WS-PRODUCT
              END-CALL
              IF WS-PRD-RC EQUAL '0'
                 ADD 1 TO WS-OFFER-COUNT
                 MOVE WS-PRD-CODE TO WS-OFR-CODE(WS-OFFER-COUNT)
                 MOVE WS-PRD-GRID-NUM
                    TO WS-OFR-GRID-NUM(WS-OFFER-COUNT)
                 MOVE WS-PRD-LABEL TO WS-OFR-LABEL(WS-OFFER-COUNT)
              END-IF
           END-PERFORM.
       END-1350-LOAD-OFFERS.
           EXIT.

      ******************************************************************
      *    [RD] - le 09/08/2026                                        *
      *    Determine la zone de tarification a partir de la reponse    *

           EXEC SQL
              DECLARE CRSCOUT CURSOR FOR
                 SELECT   cr.CLASSIC_REIMBURSEMENT_NUMBER,
                          cc.COST_CONDITION_AGEMIN,
                          cc.COST_CONDITION_AGEMAX,
                          cc.COST_CONDITION_COST,
           EXEC SQL
              FETCH CRSCOUT
              INTO
              :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN, :SQL-COUT-AGEMAX,
              :SQL-COUT-COST, :SQL-COUT-CHILDREN
           END-EXEC.
           IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXEC SQL
                 FETCH CRSCOUT
                 INTO
                    :SQL-COUT-NUMBER, :SQL-COUT-AGEMIN,
                    :SQL-COUT-AGEMAX,
                    :SQL-COUT-COST, :SQL-COUT-CHILDREN
           END-EXEC
              IF  (SQLCODE NOT = ZERO) AND (SQLCODE NOT = FIN) THEN
           EXIT.

       1650-CHARGE-CRS-COUT-SCREEN-START.
      *    [RD] le 15/10/2026 : grille rattachee aux offres par son
      *    numero (PRODUCT_GRID_NUM).
           MOVE SQL-COUT-CHILDREN TO WS-CHILDREN-COST.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
              IF WS-OFR-GRID-NUM(WS-OFFER-IDX) EQUAL SQL-COUT-NUMBER
                 IF (SQL-COUT-AGEMIN EQUAL 30) THEN
                    MOVE SQL-COUT-COST TO WS-OFR-COST(WS-OFFER-IDX)
                 ELSE
                    IF (SQL-COUT-AGEMAX EQUAL 30) THEN
                       MOVE SQL-COUT-COST
                          TO WS-OFR-COST-30(WS-OFFER-IDX)
                    ELSE
                       MOVE SQL-COUT-COST
                          TO WS-OFR-COST-65(WS-OFFER-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       END-1650-CHARGE-CRS-COUT-SCREEN.
           EXIT.


           ELSE IF FUNCTION UPPER-CASE(SC-BUTTON-QUOTE) EQUAL 'O' THEN

               PERFORM 3050-SELECTED-OFFER-START
                  THRU END-3050-SELECTED-OFFER
               IF WS-OFFER-SEL > ZERO THEN

      *           [RD] - le 09/08/2026
      *           La zone (DOM/METRO) depend de la reponse saisie par
       END-3000-WITCH-CHOICE.
           EXIT.

      *    [RD] le 15/10/2026 : premiere offre cochee, dans l'ordre
      *    d'affichage.
       3050-SELECTED-OFFER-START.
           MOVE ZERO TO WS-OFFER-SEL.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                   UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
                      OR WS-OFFER-SEL > ZERO
              IF FUNCTION UPPER-CASE(SC-BUTTON-OFFER(WS-OFFER-IDX))
                 EQUAL 'O' THEN
                 MOVE WS-OFFER-IDX TO WS-OFFER-SEL
              END-IF
           END-PERFORM.
       END-3050-SELECTED-OFFER.
           EXIT.

      ******************************************************************
      *    [RD] Calcule la cotisation de base (selon l'age saisi et le *
      *    palier choisi), la cotisation enfants et le total, a partir *
      *    nombre d'enfants sont saisis directement par l'utilisateur. *
      ******************************************************************
       3100-CALCULATE-QUOTE-START.
      *    [RD] le 15/10/2026 : offre cochee (3050) ; le devis garde le
      *    code produit, repris a la conversion par prospect.cbl.
           MOVE WS-OFR-CODE(WS-OFFER-SEL) TO WS-CONTRACT.

           IF (WS-AGE < 30) THEN
              MOVE WS-OFR-COST-30(WS-OFFER-SEL) TO WS-PREVIEW-BASE-COST
           ELSE IF (WS-AGE > 65) THEN
                   MOVE WS-OFR-COST-65(WS-OFFER-SEL)
                         TO WS-PREVIEW-BASE-COST
                ELSE
                   MOVE WS-OFR-COST(WS-OFFER-SEL)
                         TO WS-PREVIEW-BASE-COST
                END-IF
           END-IF.

           MULTIPLY WS-NBCHILDREN BY WS-CHILDREN-COST
                    GIVING WS-PREVIEW-CHILDREN-COST.
           ADD WS-PREVIEW-BASE-COST WS-PREVIEW-CHILDREN-COST
                    GIVING WS-PREVIEW-TOTAL-COST.

      *    [RD] le 15/10/2026 : remises d'un nouvel adherent (pas
      *    d'anciennete) : famille nombreuse, et multi-contrats si un
      *    membre du foyer est deja adherent. discount.cbl ouvre sa
      *    propre connexion pour lire les regles en vigueur.
           INITIALIZE WS-DISCOUNT.
           MOVE 'C' TO WS-DSC-FUNCTION.
           MOVE WS-PREVIEW-TOTAL-COST TO WS-DSC-GROSS.
           MOVE WS-CHILDREN-COST TO WS-DSC-CHILD-COST.
           MOVE WS-NBCHILDREN TO WS-DSC-NBCHILDREN.
           MOVE ZERO TO WS-DSC-YEARS.
           IF  FUNCTION UPPER-CASE(WS-HOUSEHOLD) EQUAL 'O' THEN
               MOVE 2 TO WS-DSC-HOUSEHOLD
           ELSE
               MOVE 1 TO WS-DSC-HOUSEHOLD
           END-IF.
           CALL 'discount' USING WS-DISCOUNT
           END-CALL.
           MOVE WS-DSC-NET TO WS-PREVIEW-TOTAL-COST.

           MOVE WS-PREVIEW-BASE-COST     TO WS-PREVIEW-BASE-DISPLAY.
           MOVE WS-PREVIEW-CHILDREN-COST TO WS-PREVIEW-CHILDREN-DISPLAY.
           MOVE WS-PREVIEW-TOTAL-COST    TO WS-PREVIEW-TOTAL-DISPLAY.
           MOVE WS-DSC-TOTAL             TO WS-PREVIEW-DISCOUNT-DISPLAY.
       END-3100-CALCULATE-QUOTE.
           EXIT.

