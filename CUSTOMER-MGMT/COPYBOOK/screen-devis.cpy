           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 - remise multi-contrats du devis.
           05 FILLER PIC X(27) VALUE 'Foyer deja adherent (O/N)'
           LINE 16 COL 70
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) VALUE ":"
           LINE 16 COL 100.

           05 PIC X(01) USING WS-HOUSEHOLD
           LINE 16 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] CHOIX DU PALIER A SIMULER.                              *
      ******************************************************************
      * [RD] le 15/10/2026 - libelles lus dans le catalogue PRODUCT
           05 FILLER PIC X(12) FROM WS-OFR-LABEL(1)
           LINE 17 COL 70
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-BUTTON-OFFER(1)
           LINE 17 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(12) FROM WS-OFR-LABEL(2)
           LINE 18 COL 70
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-BUTTON-OFFER(2)
           LINE 18 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(12) FROM WS-OFR-LABEL(3)
           LINE 19 COL 70
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-BUTTON-OFFER(3)
           LINE 19 COL 132
           BACKGROUND-COLOR IS 0.

           05 FILLER PIC X(12) FROM WS-OFR-LABEL(4)
           LINE 20 COL 70
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-BUTTON-OFFER(4)
           LINE 20 COL 132
           BACKGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] RESULTAT DE LA SIMULATION.                              *
      ******************************************************************
           LINE 23 COL 91
           FOREGROUND-COLOR IS 7.

      *    [RD] le 15/10/2026 - remises deduites, total decale en
      *    ligne 25.
           05 FILLER PIC X(20) VALUE 'Remises deduites   :'
           LINE 24 COL 70
           FOREGROUND-COLOR IS 7.
           05 FILLER PIC Z(04)9 FROM WS-PREVIEW-DISCOUNT-DISPLAY
           LINE 24 COL 91
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(22) VALUE 'Total mensuel       :'
           LINE 25 COL 70
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC Z(04)9 FROM WS-PREVIEW-TOTAL-DISPLAY
           LINE 25 COL 91
           FOREGROUND-COLOR IS 3.

      ******************************************************************
