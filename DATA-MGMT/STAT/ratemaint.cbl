      *    avant/apres au journal d'audit des parametres               *
      *    (PARAM_AUDIT, consultable via audparam.cbl) ; la saisie de  *
      *    l'identifiant utilisateur est obligatoire.                  *
      * MAJ RD le 15/10/2026 : le palier saisi est une grille          *
      *    rattachee a un produit du catalogue PRODUCT (getprod.cbl),  *
      *    et non plus seulement 1, 2 ou 3.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ratemaint RECURSIVE.

       01  WS-Z-FUTURE         PIC Z(03)9.

      *    [RD] le 15/10/2026 : controle de la grille au catalogue.
       01  WS-PRD-IDX          PIC 9(02)   VALUE ZERO .
       01  WS-PRD-FOUND        PIC X(01)   VALUE 'N' .
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

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .

      ******************************************************************
       1600-SAVE-RATE-START.
           INITIALIZE SC-MESSAGE.
           PERFORM 1650-CHECK-GRID-START
              THRU END-1650-CHECK-GRID.
           IF  WS-PRD-FOUND NOT = 'O'
              MOVE 'Palier sans produit au catalogue PRODUCT.'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-RATE
           END-IF.
       END-1600-SAVE-RATE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : la grille saisie doit etre celle d'un
      *    produit du catalogue PRODUCT (produits fermes compris).
      ******************************************************************
       1650-CHECK-GRID-START.
           MOVE 'N' TO WS-PRD-FOUND.
           IF  SC-TIER < 1
              GO TO END-1650-CHECK-GRID
           END-IF.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 98 OR WS-PRD-FOUND = 'O'
              INITIALIZE WS-PRODUCT
              MOVE 'R' TO WS-PRD-FUNCTION
              MOVE WS-PRD-IDX TO WS-PRD-RANK
              CALL 'getprod' USING WS-PRODUCT
              END-CALL
              IF  WS-PRD-RC NOT = '0'
                 MOVE 98 TO WS-PRD-IDX
              ELSE
                 IF  WS-PRD-GRID-NUM = SC-TIER
                    MOVE 'O' TO WS-PRD-FOUND
                 END-IF
              END-IF
           END-PERFORM.
       END-1650-CHECK-GRID.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : ecrit la ligne d'audit avant/apres au
      *    journal des parametres (PARAM_AUDIT), signee de
