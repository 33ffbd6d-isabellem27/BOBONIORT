           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - factures ouvertes de l'adherent, la plus
      * ancienne d'abord ; une marque choisit les factures a regler,
      * sans marque le paiement est reparti dans l'ordre affiche.
           05 FILLER PIC X(33) VALUE 'Factures ouvertes (X = a regler)'
           LINE 10 COL 158
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M01
           LINE 12 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O01
           LINE 12 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M02
           LINE 13 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O02
           LINE 13 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M03
           LINE 14 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O03
           LINE 14 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M04
           LINE 15 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O04
           LINE 15 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M05
           LINE 16 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O05
           LINE 16 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M06
           LINE 17 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O06
           LINE 17 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M07
           LINE 18 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O07
           LINE 18 COL 160
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-M08
           LINE 19 COL 158
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) FROM WS-O08
           LINE 19 COL 160
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) VALUE 'Total du           :'
           LINE 21 COL 158
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-Z-OPEN-TOTAL
           LINE 21 COL 180
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
