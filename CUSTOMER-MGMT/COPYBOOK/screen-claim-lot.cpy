           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(08) VALUE 'Soins' LINE 13 COL 38
           FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : prestation ou code acte officiel.
           05 FILLER PIC X(20) VALUE 'Prestation/Code acte'
           LINE 13 COL 48
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(07) VALUE 'Montant' LINE 13 COL 70
           FOREGROUND-COLOR IS 2.
