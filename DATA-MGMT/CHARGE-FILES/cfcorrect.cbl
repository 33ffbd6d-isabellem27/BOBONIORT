      * MAJ [RD] le 09/08/2026 Le SQLCODE est desormais capture     *
      *    avant tout ROLLBACK TO SAVEPOINT (qui l'ecrasait) pour   *
      *    que le rapport de rejets affiche le vrai motif du rejet. *
      * MAJ [RD] le 15/10/2026 Une correction d'adresse, de code    *
      *    postal ou de ville leve la marque NPAI de l'adherent     *
      *    (npaiupd.cbl, origine CORRECTION).                       *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfcorrect RECURSIVE.
       01  WS-REJECT-SQLCODE    PIC -(9)                   .
       01  WS-CORRECTION-SQLCODE PIC S9(09)                .

      *    [RD] le 15/10/2026 : levee de la marque NPAI (npaiupd.cbl).
       01  WS-NPAI.
           05 WS-NPAI-ACTION      PIC X(01)                .
           05 WS-NPAI-CUS-UUID    PIC X(36)                .
           05 WS-NPAI-DATE        PIC X(10)                .
           05 WS-NPAI-DOCUMENT    PIC X(60)                .
           05 WS-NPAI-SOURCE      PIC X(10)                .
           05 WS-NPAI-CHANNEL     PIC X(10)                .
           05 WS-NPAI-RC          PIC X(01)                .

      *    [RD] Compte-rendu de fin de traitement, sur le meme modele
      *    que celui du chargement complet.
       01  WS-NOTIFY-PATH.
                 THRU END-2040-WRITE-REJECT
           ELSE
              ADD 1 TO WS-NB-APPLIED
      *       [RD] le 15/10/2026 : adresse corrigee, marque NPAI levee.
              IF  SQL-ADRESS NOT = SPACES
                  OR SQL-ZIPCODE NOT = SPACES
                  OR SQL-TOWN NOT = SPACES THEN
                 INITIALIZE WS-NPAI
                 MOVE 'C'          TO WS-NPAI-ACTION
                 MOVE SQL-UUID     TO WS-NPAI-CUS-UUID
                 MOVE 'CORRECTION' TO WS-NPAI-SOURCE
                 CALL 'npaiupd' USING WS-NPAI
                 END-CALL
              END-IF
           END-IF.
       END-2030-UPDATE-CUSTOMER.
           EXIT.
