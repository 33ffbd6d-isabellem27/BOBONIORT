      *    [RD] CRITERES CUMULABLES (VIDE = SANS EFFET).               *
      ******************************************************************
           05 FILLER PIC X(34)
           VALUE 'Palier (prefixe du produit)     :'
           LINE 10 COL 30
           FOREGROUND-COLOR IS 2.
           05 PIC X(03) USING SC-TIER
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : contrats signes, pas encore en vigueur.
           05 FILLER PIC X(34)
           VALUE 'Effet a venir (O)               :'
           LINE 15 COL 30
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-STARTING
           LINE 15 COL 66
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : courrier revenu, adresse a rechercher.
           05 FILLER PIC X(34)
           VALUE 'Adresse NPAI a rechercher (O)   :'
           LINE 16 COL 30
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-NPAI
           LINE 16 COL 66
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : rappels promis par l'operateur, echus.
           05 FILLER PIC X(34)
           VALUE 'Mes rappels de contact dus (O)  :'
           LINE 10 COL 80
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-FOLLOWUP
           LINE 10 COL 116
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] RESULTAT (8 PREMIERES LIGNES + TOTAL).                 *
      ******************************************************************
