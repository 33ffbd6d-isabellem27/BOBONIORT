           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - regle de renouvellement (0 = aucune)
           05 FILLER PIC X(32) VALUE 'Renouvellement : nb articles  :'
           LINE 28 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(02) USING SC-FREQ-COUNT
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(32) VALUE '  par periode de (mois)       :'
           LINE 29 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-FREQ-MONTHS
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(32) VALUE '  periode enfant -16 ans (mois):'
           LINE 30 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-FREQ-CHILD
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(32) VALUE '  periode chgt correction(mois):'
           LINE 31 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-FREQ-RX
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - grille du reseau de soins (0 = aucun)
           05 FILLER PIC X(32) VALUE 'Reseau : prix negocie (euros) :'
           LINE 28 COL 90
           FOREGROUND-COLOR IS 3.
           05 PIC 9(04) USING SC-NET-PRICE
           COL 123
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(32) VALUE '  bonification de taux (pct)  :'
           LINE 29 COL 90
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-NET-BONUS
           COL 123
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 25 COL 20
