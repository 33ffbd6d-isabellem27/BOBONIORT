           LINE 14 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
      *    [RD] le 15/10/2026 : pour une RIA ou une retractation,
      *    date de reception de la demande.
           05 FILLER PIC X(32) VALUE '(RIA/RETRACT : date reception)'
           LINE 15 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(42)
           VALUE 'Motif (DEMANDE/IMPAYES/DECES/RIA/RETRACT):'
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(10) USING SC-REASON
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : organisme demandeur d'une RIA.
           05 FILLER PIC X(32) VALUE 'Organisme demandeur (RIA)      :'
           LINE 23 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(30) USING SC-INSURER
           LINE 23 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
