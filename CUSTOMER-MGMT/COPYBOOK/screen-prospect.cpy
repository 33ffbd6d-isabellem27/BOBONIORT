           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : envoi de la fiche des exemples de
      *    remboursement au prospect.
           05 FILLER PIC X(30) VALUE 'Fiche exemples au prospect   :'
           LINE 27 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(05) USING SC-EX-NUM
           LINE 27 COL 54
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(09) VALUE 'Envoyer :'
           LINE 27 COL 66
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-EXAMPLE-CHOICE
           LINE 27 COL 77
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 20 AUTO
