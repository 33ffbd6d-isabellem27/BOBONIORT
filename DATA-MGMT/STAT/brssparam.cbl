      *    avant/apres au journal d'audit des parametres               *
      *    (PARAM_AUDIT, consultable via audparam.cbl) ; la saisie de  *
      *    l'identifiant utilisateur est obligatoire.                  *
      * MAJ RD le 15/10/2026 : prestation aide auditive (HEARING_AID)  *
      *    au referentiel amorce ; chaque enregistrement fait refaire  *
      *    la fiche des exemples de remboursement (rembexam.cbl) si    *
      *    les bases ont change.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. brssparam RECURSIVE.
      *    Gestion de sql (fin de lecture et erreur)
       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .
      *    [RD] le 15/10/2026 : fiche des exemples (rembexam.cbl).
       01  WS-EX-RC                PIC X(01)   VALUE SPACE    .
       01  WS-EX-LINES             PIC 9(05)   VALUE ZERO     .

      ******************************************************************
      * Declaration des variables correspondant a sql
                 ('PROGRESSIVE_GLASSES', 24, 60),
                 ('MOLAR_CROWNS', 120, 70),
                 ('NON_MOLAR_CROWNS', 107, 70),
                 ('DESCALINGS', 28, 70),
                 ('HEARING_AID', 400, 60)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'AMORCAGE BRSS_PARAM' TO WS-SQL-LIB
           PERFORM 8000-WRITE-PARAM-AUDIT-START
                 THRU END-8000-WRITE-PARAM-AUDIT.
           EXEC SQL COMMIT WORK END-EXEC.
      *    [RD] le 15/10/2026 : fiche des exemples de remboursement
      *    refaite avec la nouvelle base.
           CALL 'rembexam' USING WS-EX-RC WS-EX-LINES
           END-CALL.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
           INITIALIZE SC-MESSAGE.
