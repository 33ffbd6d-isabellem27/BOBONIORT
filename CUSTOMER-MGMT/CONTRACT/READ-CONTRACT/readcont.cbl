       01  WS-ATT-UUID             PIC X(36).
      *01  WS-MODIFY-CONTRACT      PIC X(01).
       01  WS-COUNT-CUS-REIM       PIC 9(05).
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

       01  WS-CUS-REIMBURSEMENT.
           03 WS-REIM-NUM          PIC X(10).  
      *    contrat.                                                    *
      ****************************************************************** 
       4000-START-CONTRACT-TYPE. 
      *    [RD] le 15/10/2026 : libelle lu dans le catalogue PRODUCT
      *    (getprod.cbl) a partir du prefixe.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE WS-REIM-NUM(1:3) TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0'
               MOVE WS-PRD-LABEL TO WS-REIM-TYPE
           ELSE
               MOVE 'Inconnu' TO WS-REIM-TYPE
           END-IF.
       END-4000-CONTRACT-TYPE.
           EXIT.
