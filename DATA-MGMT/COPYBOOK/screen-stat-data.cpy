           05 FILLER PIC X(31) VALUE 'Repartition par palier contrat'
           LINE 10 COL 15
           FOREGROUND-COLOR IS 3.
      * [RD] le 15/10/2026 - un poste par produit du catalogue
           05 PIC X(12) FROM SC-STAT-TIER-LABEL(1)
           COL 52
           FOREGROUND-COLOR IS 3.
           05 PIC ZZ9 FROM SC-STAT-TIER-NB(1)
           COL 65
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) FROM SC-STAT-TIER-LABEL(2)
           COL 68
           FOREGROUND-COLOR IS 3.
           05 PIC ZZ9 FROM SC-STAT-TIER-NB(2)
           COL 81
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) FROM SC-STAT-TIER-LABEL(3)
           COL 84
           FOREGROUND-COLOR IS 3.
           05 PIC ZZ9 FROM SC-STAT-TIER-NB(3)
           COL 97
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) FROM SC-STAT-TIER-LABEL(4)
           COL 100
           FOREGROUND-COLOR IS 3.
           05 PIC ZZ9 FROM SC-STAT-TIER-NB(4)
           COL 113
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) FROM SC-STAT-TIER-LABEL(5)
           COL 116
           FOREGROUND-COLOR IS 3.
           05 PIC ZZ9 FROM SC-STAT-TIER-NB(5)
           COL 129
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) FROM SC-STAT-TIER-LABEL(6)
           COL 132
           FOREGROUND-COLOR IS 3.
           05 PIC ZZ9 FROM SC-STAT-TIER-NB(6)
           COL 145
           FOREGROUND-COLOR IS 3.
      * Répartition géographique
           05 FILLER PIC X(06) VALUE 'Region'
