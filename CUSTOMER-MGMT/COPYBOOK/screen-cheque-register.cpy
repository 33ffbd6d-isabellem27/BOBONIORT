       01  SCREEN-CHEQUE-REGISTER FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Emission des lettres-cheques du jour
           05 FILLER PIC X(50)
           VALUE 'Emettre les lettres-cheques (sans IBAN)  :'
           LINE 11 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-RUN
           COL 64
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] - Registre des cheques
           05 FILLER PIC X(40)
           VALUE 'Registre des cheques emis'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Numero du cheque         :'
           LINE 16 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(07) USING SC-CHQ-NUM
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Date operation (AAAAMMJJ):'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-CHQ-DATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(40)
           VALUE '(vide : date du jour)'
           COL 63
           FOREGROUND-COLOR IS 3.

      * [RD] - Cheque consulte et cheques en circulation
           05 FILLER PIC X(70) FROM SC-INFO
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(70) FROM SC-OUTSTANDING
           LINE 22 COL 20
           FOREGROUND-COLOR IS 3.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 24 COL 20
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

      * [RD] - boutons consulter, encaisse, annule et retour
           05 FILLER PIC X(09) VALUE 'Consulter'
           LINE 35 COL 28
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-INQUIRE
           COL 39
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(08) VALUE 'Encaisse'
           LINE 35 COL 47
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-CASHED
           COL 57
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(06) VALUE 'Annule'
           LINE 35 COL 65
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-CANCEL
           COL 73
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 PIC X(1) USING SC-RETURN
           COL 163
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour au menu'
           COL 165
           FOREGROUND-COLOR IS 3.

      * [RD] - Gestion du cadre et titre
           05 FILLER PIC X(182) VALUE SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(40)
           VALUE  'LETTRES-CHEQUES DE REMBOURSEMENT'
           LINE 6 COL 80
           FOREGROUND-COLOR IS  3.
           05 FILLER PIC X(182) VALUE SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 5 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 6 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 7 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 9 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 10 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 11 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 12 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 13 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 14 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 15 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 16 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 17 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 18 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 19 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 20 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 21 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 22 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 23 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 24 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 25 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 26 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 27 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 28 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 29 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 30 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 31 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 32 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 33 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 34 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 35 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' LINE 36 COL 10
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(2) VALUE  '  ' COL  190
           BACKGROUND-COLOR IS  3.
           05 FILLER PIC X(182) VALUE SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS  3.
