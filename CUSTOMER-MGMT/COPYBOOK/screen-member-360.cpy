           05 FILLER PIC X(110) FROM WS-CONSENT-LINE
           LINE 11 COL 20
           FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : mesure de protection en evidence.
           05 FILLER PIC X(110) FROM WS-REP-LINE
           LINE 12 COL 20
           HIGHLIGHT
           FOREGROUND-COLOR IS 4.
           05 FILLER PIC X(110) FROM WS-CT-LINE
           LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-DEP-LINE
           LINE 16 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-NOEMIE-LINE
           LINE 17 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) VALUE 'Dernieres demandes :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-CLM3-LINE
           LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : adresse invalide (NPAI) en evidence.
           05 FILLER PIC X(110) FROM WS-NPAI-LINE
           LINE 22 COL 20
           HIGHLIGHT
           FOREGROUND-COLOR IS 4.
           05 FILLER PIC X(110) FROM WS-PLAN-LINE
           LINE 23 COL 20
           FOREGROUND-COLOR IS 2.
           LINE 26 COL 99
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Representant :'
           LINE 26 COL 108
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-GO-REP
           LINE 26 COL 124
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(13) VALUE 'Retour NPAI :'
           LINE 26 COL 133
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-GO-NPAI
           LINE 26 COL 148
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
      *    [RD] le 15/10/2026 : journal des contacts.
           05 FILLER PIC X(10) VALUE 'Contacts :'
           LINE 26 COL 157
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-GO-CONTACT
           LINE 26 COL 168
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : trois derniers contacts.
           05 FILLER PIC X(110) FROM WS-CTC1-LINE
           LINE 27 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-CTC2-LINE
           LINE 28 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-CTC3-LINE
           LINE 29 COL 20
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
