      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Demandes lues dans la vue                 *
      *    CUSTOMER_CLAIM_ALL (clmhist.cbl) : un releve reste complet  *
      *    quand l'annee a ete deplacee en historique (claimarch.cbl). *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relevann RECURSIVE.
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-SQL-LIB           PIC X(80).
      *    [RD] le 15/10/2026 : retour de clmhist.cbl.
       01  WS-CH-RC             PIC X(01) VALUE SPACE.
       01  FIN                  PIC S9(9) VALUE 100.

       01  WS-RUN-YEAR          PIC 9(04) VALUE ZERO.
               MOVE LK-YEAR TO WS-RUN-YEAR
               GO TO END-1000-RESOLVE-YEAR
           END-IF.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           IF  WS-TODAY(5:2) NOT = '01'
               DISPLAY 'RELEVE ANNUEL : HORS JANVIER, PAS DE RUN.'
               GO TO END-1000-RESOLVE-YEAR
           STRING WS-RUN-YEAR '%' DELIMITED BY SIZE
               INTO SQL-YEAR-PREFIX
           END-STRING.
      *    [RD] le 15/10/2026 : demandes courantes et historiques.
           CALL 'clmhist' USING WS-CH-RC
           END-CALL.

           EXEC SQL
               DECLARE CRSREL CURSOR FOR
                      C.CUSTOMER_TOWN
               FROM CUSTOMER C
               WHERE EXISTS
                   (SELECT 1 FROM CUSTOMER_CLAIM_ALL CC
                     WHERE CC.UUID_CUSTOMER = C.UUID_CUSTOMER
                       AND CC.CLAIM_DATE LIKE :SQL-YEAR-PREFIX)
               ORDER BY C.CUSTOMER_LASTNAME
           MOVE WS-PRINT-PATH TO SQL-DOC-PATH.
           MOVE WS-NB-REL TO SQL-DOC-REF.
           INITIALIZE SQL-DOC-DATE.
           STRING WS-TODAY-YEAR '-'
                  WS-TODAY-MMDD(1:2) '-'
                  WS-TODAY-MMDD(3:2)
                  DELIMITED BY SIZE INTO SQL-DOC-DATE
           END-STRING.
           EXEC SQL
                      CLAIM_AMOUNT,
                      COALESCE(CLAIM_CPAM_PART, 0),
                      CLAIM_OWED
               FROM CUSTOMER_CLAIM_ALL
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CLAIM_DATE LIKE :SQL-YEAR-PREFIX
                 AND CLAIM_STATUS <> 'REFUSE'
