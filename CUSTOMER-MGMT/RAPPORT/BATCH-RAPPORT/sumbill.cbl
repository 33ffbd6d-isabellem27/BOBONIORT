      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 03/09/2026                                    *
      * MAJ RD le 15/10/2026 Mesure Q : annulation d'un paiement de    *
      *    prestations (lettre-cheque annulee ou perimee,              *
      *    chqcancel.cbl), deduite des prestations payees du mois.     *
      * MAJ RD le 15/10/2026 Mesure Q aussi pour un virement de        *
      *    prestations rejete par la banque, et mesure C pour un       *
      *    remboursement de credit rejete (virback.cbl).               *
      * MAJ RD le 15/10/2026 Dimension employeur (SUM_GROUP_SIRET) :   *
      *    les mouvements d'une facture collective sont passes avec le *
      *    SIRET du groupe (14 chiffres) a la place de l'UUID de       *
      *    l'adherent et cumules sur une ligne propre au groupe, pour  *
      *    l'etude de renouvellement des contrats collectifs           *
      *    (grprenew.cbl). Les lignes adherents gardent un SIRET vide. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  SQL-SB-AMOUNT        PIC 9(09)V99.
       01  SQL-SB-NB            PIC 9(01).
       01  SQL-SB-UUID          PIC X(36).
       01  SQL-SB-SIRET         PIC X(14).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                   SUM_COLLECTED   NUMERIC(13,2) DEFAULT 0,
                   SUM_CREDITED    NUMERIC(13,2) DEFAULT 0,
                   SUM_CLAIMS_PAID NUMERIC(13,2) DEFAULT 0,
                   SUM_NB_INVOICE  NUMERIC(8)    DEFAULT 0,
                   SUM_GROUP_SIRET VARCHAR(14)   DEFAULT ''
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE BILLING_SUMMARY
               ADD COLUMN IF NOT EXISTS SUM_GROUP_SIRET VARCHAR(14)
                   DEFAULT ''
           END-EXEC.

           INITIALIZE SQL-SB-MONTH.
           STRING FUNCTION CURRENT-DATE(1:4)
      *    l'adherent n'est pas connu de l'appelant.
           MOVE '---' TO SQL-SB-TIER.
           MOVE '00' TO SQL-SB-REGION.
           MOVE SPACES TO SQL-SB-SIRET.
      *    [RD] le 15/10/2026 : SIRET d'un employeur a la place de
      *    l'UUID : mouvement de facture collective, ligne du groupe.
           IF LK-SB-UUID(1:14) IS NUMERIC
              AND LK-SB-UUID(15:22) = SPACES
               MOVE LK-SB-UUID(1:14) TO SQL-SB-SIRET
           END-IF.
           IF LK-SB-UUID NOT = SPACES AND SQL-SB-SIRET = SPACES
               MOVE LK-SB-UUID TO SQL-SB-UUID
               EXEC SQL
                   SELECT SUBSTRING(COALESCE(
                       WHERE SUM_MONTH = :SQL-SB-MONTH
                         AND SUM_TIER = :SQL-SB-TIER
                         AND SUM_REGION = :SQL-SB-REGION
                         AND COALESCE(SUM_GROUP_SIRET, '')
                             = TRIM(:SQL-SB-SIRET)
                   END-EXEC
               WHEN 'C'
                   EXEC SQL
                       WHERE SUM_MONTH = :SQL-SB-MONTH
                         AND SUM_TIER = :SQL-SB-TIER
                         AND SUM_REGION = :SQL-SB-REGION
                         AND COALESCE(SUM_GROUP_SIRET, '')
                             = TRIM(:SQL-SB-SIRET)
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                       WHERE SUM_MONTH = :SQL-SB-MONTH
                         AND SUM_TIER = :SQL-SB-TIER
                         AND SUM_REGION = :SQL-SB-REGION
                         AND COALESCE(SUM_GROUP_SIRET, '')
                             = TRIM(:SQL-SB-SIRET)
                   END-EXEC
               WHEN 'P'
                   EXEC SQL
                       WHERE SUM_MONTH = :SQL-SB-MONTH
                         AND SUM_TIER = :SQL-SB-TIER
                         AND SUM_REGION = :SQL-SB-REGION
                         AND COALESCE(SUM_GROUP_SIRET, '')
                             = TRIM(:SQL-SB-SIRET)
                   END-EXEC
               WHEN 'R'
                   EXEC SQL
                       WHERE SUM_MONTH = :SQL-SB-MONTH
                         AND SUM_TIER = :SQL-SB-TIER
                         AND SUM_REGION = :SQL-SB-REGION
                         AND COALESCE(SUM_GROUP_SIRET, '')
                             = TRIM(:SQL-SB-SIRET)
                   END-EXEC
      *        [RD] le 15/10/2026 : paiement de prestations annule.
               WHEN 'Q'
                   EXEC SQL
                       UPDATE BILLING_SUMMARY
                       SET SUM_CLAIMS_PAID = SUM_CLAIMS_PAID
                               - :SQL-SB-AMOUNT
                       WHERE SUM_MONTH = :SQL-SB-MONTH
                         AND SUM_TIER = :SQL-SB-TIER
                         AND SUM_REGION = :SQL-SB-REGION
                         AND COALESCE(SUM_GROUP_SIRET, '')
                             = TRIM(:SQL-SB-SIRET)
                   END-EXEC
               WHEN OTHER
                   MOVE 100 TO SQLCODE
                           (SUM_MONTH, SUM_TIER, SUM_REGION,
                            SUM_EMITTED, SUM_COLLECTED,
                            SUM_CREDITED, SUM_CLAIMS_PAID,
                            SUM_NB_INVOICE, SUM_GROUP_SIRET)
                       VALUES (:SQL-SB-MONTH, :SQL-SB-TIER,
                           :SQL-SB-REGION, :SQL-SB-AMOUNT,
                           0, 0, 0, 1,
                           TRIM(:SQL-SB-SIRET))
                   END-EXEC
               WHEN 'C'
                   EXEC SQL
                           (SUM_MONTH, SUM_TIER, SUM_REGION,
                            SUM_EMITTED, SUM_COLLECTED,
                            SUM_CREDITED, SUM_CLAIMS_PAID,
                            SUM_NB_INVOICE, SUM_GROUP_SIRET)
                       VALUES (:SQL-SB-MONTH, :SQL-SB-TIER,
                           :SQL-SB-REGION, 0, :SQL-SB-AMOUNT,
                           0, 0, 0,
                           TRIM(:SQL-SB-SIRET))
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                           (SUM_MONTH, SUM_TIER, SUM_REGION,
                            SUM_EMITTED, SUM_COLLECTED,
                            SUM_CREDITED, SUM_CLAIMS_PAID,
                            SUM_NB_INVOICE, SUM_GROUP_SIRET)
                       VALUES (:SQL-SB-MONTH, :SQL-SB-TIER,
                           :SQL-SB-REGION, 0, 0, :SQL-SB-AMOUNT,
                           0, 0,
                           TRIM(:SQL-SB-SIRET))
                   END-EXEC
               WHEN 'P'
                   EXEC SQL
                           (SUM_MONTH, SUM_TIER, SUM_REGION,
                            SUM_EMITTED, SUM_COLLECTED,
                            SUM_CREDITED, SUM_CLAIMS_PAID,
                            SUM_NB_INVOICE, SUM_GROUP_SIRET)
                       VALUES (:SQL-SB-MONTH, :SQL-SB-TIER,
                           :SQL-SB-REGION, 0, 0, 0,
                           :SQL-SB-AMOUNT, 0,
                           TRIM(:SQL-SB-SIRET))
                   END-EXEC
               WHEN 'R'
                   EXEC SQL
                           (SUM_MONTH, SUM_TIER, SUM_REGION,
                            SUM_EMITTED, SUM_COLLECTED,
                            SUM_CREDITED, SUM_CLAIMS_PAID,
                            SUM_NB_INVOICE, SUM_GROUP_SIRET)
                       VALUES (:SQL-SB-MONTH, :SQL-SB-TIER,
                           :SQL-SB-REGION, 0,
                           0 - :SQL-SB-AMOUNT, 0, 0, 0,
                           TRIM(:SQL-SB-SIRET))
                   END-EXEC
               WHEN 'Q'
                   EXEC SQL
                       INSERT INTO BILLING_SUMMARY
                           (SUM_MONTH, SUM_TIER, SUM_REGION,
                            SUM_EMITTED, SUM_COLLECTED,
                            SUM_CREDITED, SUM_CLAIMS_PAID,
                            SUM_NB_INVOICE, SUM_GROUP_SIRET)
                       VALUES (:SQL-SB-MONTH, :SQL-SB-TIER,
                           :SQL-SB-REGION, 0, 0, 0,
                           0 - :SQL-SB-AMOUNT, 0,
                           TRIM(:SQL-SB-SIRET))
                   END-EXEC
           END-EVALUATE.
       1000-INSERT-ROW-START-EXIT.
