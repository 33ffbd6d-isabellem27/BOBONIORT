           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : bouton recours contre tiers.
           05 FILLER PIC X(40) VALUE
           'Recours contre tiers (accidents)'
           LINE 27 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-RECOURSE LINE 27 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [SK] Bouton retour au menu.
           05 FILLER PIC X(01) TO WS-MENU-RETURN LINE 34 COL 170
           BACKGROUND-COLOR IS 2
