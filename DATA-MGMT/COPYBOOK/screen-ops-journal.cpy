           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(09) VALUE 'Produites' LINE 10 COL 127
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(11) VALUE 'Jour traite' LINE 10 COL 137
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(120) FROM WS-J01 LINE 12 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J02 LINE 13 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J03 LINE 14 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J04 LINE 15 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J05 LINE 16 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J06 LINE 17 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J07 LINE 18 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J08 LINE 19 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J09 LINE 20 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-J10 LINE 21 COL 30
           FOREGROUND-COLOR IS 2.

      ******************************************************************
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] DERNIERES ALERTES DES FICHIERS ATTENDUS.               *
      ******************************************************************
           05 FILLER PIC X(40)
           VALUE 'Dernieres alertes fichiers attendus :'
           LINE 26 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-A01 LINE 27 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-A02 LINE 28 COL 30
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-A03 LINE 29 COL 30
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
