           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(08) VALUE 'Demande' LINE 10 COL 138
           FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : adherent ou ayant droit concerne.
           05 FILLER PIC X(12) VALUE 'Beneficiaire' LINE 10 COL 150
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(15) FROM WS-Q1-SECU LINE 12 COL 45
           FOREGROUND-COLOR IS 2.
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-Q1-DATE LINE 12 COL 138
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(30) FROM WS-Q1-FOR LINE 12 COL 150
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(15) FROM WS-Q2-SECU LINE 14 COL 45
           FOREGROUND-COLOR IS 2.
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-Q2-DATE LINE 14 COL 138
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(30) FROM WS-Q2-FOR LINE 14 COL 150
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(15) FROM WS-Q3-SECU LINE 16 COL 45
           FOREGROUND-COLOR IS 2.
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-Q3-DATE LINE 16 COL 138
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(30) FROM WS-Q3-FOR LINE 16 COL 150
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DECISION.                                              *
