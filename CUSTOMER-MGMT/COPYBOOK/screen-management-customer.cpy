           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - transfert du contrat
           05 FILLER PIC X(25) VALUE 'Transfert du contrat :'
           LINE 29 COL 90
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-TRANSFER-CHOICE
           LINE 29 COL 116
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] le 03/09/2026 - payeurs du contrat
           05 FILLER PIC X(20) VALUE 'Payeurs :'
           LINE 33 COL 155
