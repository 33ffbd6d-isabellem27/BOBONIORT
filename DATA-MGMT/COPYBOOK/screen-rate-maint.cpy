           LINE 11 COL 20
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(35) VALUE 'Palier (grille du produit):'
           LINE 13 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(01) USING SC-TIER
