      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 22/08/2026                                    *
      * MAJ RD le 15/10/2026 Pas d'echeancier sur une facture ANNULEE  *
      *    (retractation, termcont.cbl).                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planfront RECURSIVE.
               FROM INVOICE
               WHERE UUID_CUSTOMER = :LK-CUS-UUID
                 AND COALESCE(INVOICE_TYPE, 'FACTURE') <> 'AVOIR'
                 AND INVOICE_STATUS NOT IN ('PAID', 'PAID_LATE',
                                            'ANNULEE')
               ORDER BY INVOICE_CREATE_DATE DESC,
                        INVOICE_NUMBER DESC
               LIMIT 1
