      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Contrats sur mesure reconnus par leur     *
      *    produit au catalogue PRODUCT (nature 'S').                  *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      * MAJ RD le 15/10/2026 Contrats C2S (nature 'R') exclus comme    *
      *    les contrats sur mesure : participation fixee par l'Etat.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ageband RECURSIVE.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant
      *    (batsched.cbl), comme bilinvo.cbl.
           CALL 'procdate' USING BY CONTENT 'L',
               BY REFERENCE WS-BATCH-DATE
           END-CALL.
           MOVE WS-BATCH-DATE TO WS-REPORT-DATE.

           PERFORM 1000-LOAD-LASTRUN-START
               WHERE CUSTOMER.CUSTOMER_ACTIVE = '1'
                 AND COALESCE(CUSTOMER_REIMBURSEMENT.
                     REIMBURSEMENT_STATUS, 'EN_COURS') = 'EN_COURS'
      *          [RD] le 15/10/2026 : contrats sur mesure exclus
      *          d'apres le catalogue PRODUCT (nature 'S'), ainsi
      *          que les contrats C2S au bareme reglemente ('R').
                 AND NOT EXISTS
                     (SELECT 1 FROM PRODUCT
                      WHERE PRODUCT.PRODUCT_PREFIX =
                            SUBSTRING(CUSTOMER_REIMBURSEMENT.
                            REIMBURSEMENT_NUM, 1, 3)
                        AND PRODUCT.PRODUCT_KIND IN ('S', 'R'))
           END-EXEC.

           EXEC SQL
