      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rembanom RECURSIVE.
      *    les demandes, ouverture du rapport d'anomalies.             *
      ******************************************************************
       1000-INITIALIZATION-START.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-ANOM-DATE.
           MOVE WS-BATCH-DATE(1:6) TO SQL-MONTH-PREFIX(1:6).
           MOVE '%' TO SQL-MONTH-PREFIX(7:1).
