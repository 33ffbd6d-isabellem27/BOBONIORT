           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Jour de prelevement choisi par l'adherent
           05 FILLER PIC X(32) VALUE 'Jour de prelevement      :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(02) USING SC-DEBIT-DAY
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(50)
           VALUE '(1 a 28, 0 = date de collecte standard)'
           COL 58
           FOREGROUND-COLOR IS 3.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 25 COL 20
