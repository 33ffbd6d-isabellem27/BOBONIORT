      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deltaexp RECURSIVE.
      *    volet M en creation < borne) re-exportent le jour
      *    frontiere plutot que de perdre les changements faits plus
      *    tard le jour d'un passage.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-DELTA-DATE.
           MOVE WS-TODAY TO SQL-TODAY.

