           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(4)9 FROM WS-OPEN-OWED LINE 20 COL 132
           FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : feuille de soins et rang de la ligne.
           05 FILLER PIC X(12) VALUE 'Feuille    :' LINE 21 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(07)9 FROM WS-OPEN-SHEET LINE 21 COL 60
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(07) VALUE 'Ligne :' LINE 21 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC ZZ9 FROM WS-OPEN-LINE LINE 21 COL 78
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DECISION DU GESTIONNAIRE.                              *
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : decision etendue a toutes les lignes
      *    a decider de la feuille de soins.
           05 FILLER PIC X(30) VALUE 'Toute la feuille (O)       :'
           LINE 24 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-WHOLE-SHEET
           COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Motif du refus             :'
           LINE 25 COL 45
           FOREGROUND-COLOR IS 2.
