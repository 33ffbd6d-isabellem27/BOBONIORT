      * [RD] - Hausse hypothetique par palier, en pourcentage
      *    (0 a 99.9), appliquee au portefeuille en cours sans
      *    aucune ecriture en base.
      * [RD] le 15/10/2026 - un palier par produit du catalogue
           05 FILLER PIC X(20) FROM WS-SIM-LABEL(1)
           LINE 16 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE '(pct)    :'
           COL 41
           FOREGROUND-COLOR IS 3.
           05 PIC 99.9 USING SC-PCT(1)
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(20) FROM WS-SIM-LABEL(2)
           LINE 17 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE '(pct)    :'
           COL 41
           FOREGROUND-COLOR IS 3.
           05 PIC 99.9 USING SC-PCT(2)
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(20) FROM WS-SIM-LABEL(3)
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE '(pct)    :'
           COL 41
           FOREGROUND-COLOR IS 3.
           05 PIC 99.9 USING SC-PCT(3)
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(20) FROM WS-SIM-LABEL(4)
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE '(pct)    :'
           COL 41
           FOREGROUND-COLOR IS 3.
           05 PIC 99.9 USING SC-PCT(4)
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(20) FROM WS-SIM-LABEL(5)
           LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE '(pct)    :'
           COL 41
           FOREGROUND-COLOR IS 3.
           05 PIC 99.9 USING SC-PCT(5)
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(20) FROM WS-SIM-LABEL(6)
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE '(pct)    :'
           COL 41
           FOREGROUND-COLOR IS 3.
           05 PIC 99.9 USING SC-PCT(6)
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 23 COL 20
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

