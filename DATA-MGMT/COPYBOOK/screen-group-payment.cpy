       01 SCREEN-GROUP-PAYMENT FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(26) VALUE 'REGLEMENT D''UN EMPLOYEUR'
           LINE 6 COL 85
           FOREGROUND-COLOR IS 3.

      ******************************************************************
      *    [RD] RECHERCHE DE LA FACTURE EMPLOYEUR.                     *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'SIRET de l''employeur       :'
           LINE 10 COL 45
           FOREGROUND-COLOR IS 3.
           05 PIC X(14) USING SC-SIRET
           LINE 10 COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'ou numero de facture       :'
           LINE 12 COL 45
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-INVOICE-PICK
           LINE 12 COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Charger'
           LINE 12 COL 145
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING WS-LOAD-CHOICE
           LINE 12 COL 154
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] FACTURE ET SOLDE.                                      *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'Employeur                  :'
           LINE 15 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(40) FROM WS-GROUP-NAME
           LINE 15 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Facture chargee            :'
           LINE 16 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(08) FROM WS-Z-INVOICE-NUM
           LINE 16 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Echeance                   :'
           LINE 17 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) FROM WS-DUE-DATE
           LINE 17 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Montant de la facture      :'
           LINE 18 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(13) FROM WS-Z-TOTAL
           LINE 18 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Deja encaisse (journal)    :'
           LINE 19 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(13) FROM WS-Z-PAID
           LINE 19 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Solde restant du           :'
           LINE 20 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(13) FROM WS-Z-RESIDUAL
           LINE 20 COL 132
           FOREGROUND-COLOR IS 3.

      ******************************************************************
      *    [RD] SAISIE DU REGLEMENT.                                   *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'Montant regle              :'
           LINE 23 COL 45
           FOREGROUND-COLOR IS 3.
           05 PIC 9(07).99 USING SC-AMOUNT
           LINE 23 COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Mode (CHEQUE/VIREMENT)     :'
           LINE 25 COL 45
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-METHOD
           LINE 25 COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
           FOREGROUND-COLOR IS 8.

      *    [RD] Bouton enregistrer le reglement.
           05 FILLER PIC X(7) VALUE 'Valider'
           LINE 34 COL 38
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING WS-SAVE-CHOICE
           COL 47
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      *    [RD] Bouton retour au menu.
           05 PIC X(01) USING WS-MENU-RETURN LINE 34 COL 170
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour au menu' LINE 34 COL 172
           FOREGROUND-COLOR IS 3.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
