           LINE 6 COL 95 
           FOREGROUND-COLOR IS 2. 

      *    [RD] le 15/10/2026 : mesure de protection en vigueur.
           05 FILLER PIC X(120) FROM WS-REP-LINE
           LINE 10 COL 45
           HIGHLIGHT
           FOREGROUND-COLOR IS 4.

      ******************************************************************
      *    [SK] CHAMPS DE SAISIS.                                   *
      ******************************************************************
