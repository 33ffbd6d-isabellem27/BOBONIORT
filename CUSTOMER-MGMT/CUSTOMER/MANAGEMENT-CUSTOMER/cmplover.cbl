      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmplover RECURSIVE.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (batsched.cbl), comme pour claimpay.cbl.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-REPORT-DATE.
           INITIALIZE SQL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
