           05 FILLER PIC Z(04)9 FROM WS-PREVIEW-CHILDREN-DISPLAY
           LINE 12 COL 109
           FOREGROUND-COLOR IS 7.
      * [RD] - le 15/10/2026 - remises deduites du total mensuel.
           05 FILLER PIC X(09) VALUE 'Remises :'
           LINE 12 COL 116
           FOREGROUND-COLOR IS 7.
           05 FILLER PIC Z(04)9 FROM WS-PREVIEW-DISCOUNT-DISPLAY
           LINE 12 COL 126
           FOREGROUND-COLOR IS 7.

      * [RD] - le 09/08/2026 - champ elargi a X(21) : la literal fait
      *        21 caracteres, X(20) tronquait le ':' final.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] - le 15/10/2026: ancien assureur a resilier (RIA)
           05 FILLER PIC X(24) VALUE 'Ancien assureur (RIA) :'
           LINE 24 COL 88
           FOREGROUND-COLOR IS 2.
           05 PIC X(30) USING SC-PREV-INSURER
           LINE 24 COL 112
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(24) VALUE 'Contrat ancien assureur:'
           LINE 25 COL 88
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-PREV-CONTRACT
           LINE 25 COL 112
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] - le 15/10/2026: date d'effet (vide = aujourd'hui)
           05 FILLER PIC X(26) VALUE 'Date d''effet (AAAAMMJJ)  :'
           LINE 26 COL 88
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-START-DATE
           LINE 26 COL 115
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] - le 15/10/2026: signature electronique du dossier
           05 FILLER PIC X(26) VALUE 'Signature electr. (O/N)  :'
           LINE 27 COL 88
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-ESIGN
           LINE 27 COL 115
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      * [RD] - le 22/08/2026: periodicite de facturation M/T/A
           05 FILLER PIC X(26) VALUE 'Periodicite (M/T/A)      :'
           LINE 17 COL 88
