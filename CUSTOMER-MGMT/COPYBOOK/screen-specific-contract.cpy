           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] - le 15/10/2026: date d'effet du contrat (AAAAMMJJ)
           05 FILLER PIC X(26) VALUE 'Date d''effet (AAAAMMJJ)  :'
           LINE 31 COL 85
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-START-DATE
           COL 113
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] - le 03/09/2026: code apporteur (courtier/commercial)
           05 FILLER PIC X(26) VALUE 'Code apporteur           :'
           LINE 33 COL 85
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] - le 15/10/2026: signature electronique du dossier
           05 FILLER PIC X(23) VALUE 'Signature electr.(O/N):'
           LINE 35 COL 38
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-ESIGN
           COL 62
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [AL] - Gestion des boutons
           05 FILLER PIC X(20) VALUE 'Valider mes choix :'
           LINE 30 COL 85
