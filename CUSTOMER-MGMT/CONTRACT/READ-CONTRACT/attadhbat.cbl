      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Tout prefixe du catalogue PRODUCT est     *
      *    accepte (getprod.cbl), pas seulement ALL/MOD/EXC/SPE.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attadhbat RECURSIVE.
       01  FIN                  PIC S9(9) VALUE 100.

       01  SC-TIER              PIC X(03) VALUE SPACES.
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
       01  WS-NB-ATT            PIC 9(05) VALUE ZERO.
       01  WS-Z-NB-ATT          PIC Z(04)9.
       01  WS-ATT-UUID          PIC X(36) VALUE SPACES.
           INITIALIZE WS-ERROR-MESSAGE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-TIER))
               TO SC-TIER.
      *    [RD] le 15/10/2026 : prefixe controle au catalogue.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE SC-TIER TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC NOT = '0' THEN
               MOVE 'Prefixe absent du catalogue des produits.'
                   TO WS-ERROR-MESSAGE
               GO TO 2000-RUN-BATCH-START-EXIT
           END-IF.
