           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] DUPLICATA DES CONDITIONS PARTICULIERES A UNE DATE.     *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'En vigueur au (AAAAMMJJ) :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-REPRINT-DATE
           LINE 25 COL 52
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Reediter conditions partic.'
           LINE 27 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-REPRINT-CHOICE
           LINE 27 COL 52
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 20 AUTO
