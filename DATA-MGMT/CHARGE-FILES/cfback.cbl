      *    (accepte ou rejete avec code motif) plus les totaux du     *
      *    lot, au point-virgule pour le format maison et en          *
      *    longueurs fixes pour le format partenaire.                 *
      * MAJ RD le 15/10/2026 Date de traitement lue dans              *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un     *
      *    rattrapage, date systeme sinon.                            *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfback RECURSIVE.
      *    [RD] Une seule date de traitement pour toute la nuit : sert
      *    a marquer l'historique de BOBO_CUSTOMER et a nommer le
      *    rapport de rejets.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO SQL-BATCH-DATE.

      *    [RD] La connexion est ouverte par l'appelant (cffront.cbl
