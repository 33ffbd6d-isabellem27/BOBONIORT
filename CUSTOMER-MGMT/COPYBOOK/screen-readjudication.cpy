           LINE 22 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-UNCHANGED
           LINE 22 COL 44 FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : demandes sous dossier de fraude.
           05 FILLER PIC X(21) VALUE 'Ecartees (fraude)   :'
           LINE 23 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-FRAUD
           LINE 23 COL 44 FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : indus issus du controle qualite.
           05 FILLER PIC X(21) VALUE 'Indus ctrl qualite  :'
           LINE 24 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-QA
           LINE 24 COL 44 FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
