           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - reseau de soins et dates de convention
           05 FILLER PIC X(32) VALUE 'Partenaire reseau (O/N)  :'
           LINE 20 COL 90
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-NETWORK
           COL 123
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(32) VALUE 'Debut convention (AAAA-MM-JJ):'
           LINE 22 COL 90
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-NET-START
           COL 123
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(32) VALUE 'Fin convention (vide=sans)   :'
           LINE 24 COL 90
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-NET-END
           COL 123
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 26 COL 20
