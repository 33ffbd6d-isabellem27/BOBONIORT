      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audcust RECURSIVE.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (batsched.cbl), comme bilinvo.cbl.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-REPORT-DATE.

           OPEN OUTPUT F-REPORT.
