           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(05) VALUE 'Reste' LINE 14 COL 92
           FOREGROUND-COLOR IS 2.
      *    [RD] le 15/10/2026 : prochaine date de renouvellement.
           05 FILLER PIC X(16) VALUE 'Prochain renouv.' LINE 14 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Consultation medecin'
           LINE 15 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R1-LEFT
           LINE 15 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R1-NEXT
           LINE 15 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Auxiliaire medical'
           LINE 16 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R2-LEFT
           LINE 16 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R2-NEXT
           LINE 16 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Hospitalisation'
           LINE 17 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R3-LEFT
           LINE 17 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R3-NEXT
           LINE 17 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Lunettes simples'
           LINE 18 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R4-LEFT
           LINE 18 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R4-NEXT
           LINE 18 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Lunettes progressives'
           LINE 19 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R5-LEFT
           LINE 19 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R5-NEXT
           LINE 19 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Couronne molaire'
           LINE 20 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R6-LEFT
           LINE 20 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R6-NEXT
           LINE 20 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Couronne non molaire'
           LINE 21 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R7-LEFT
           LINE 21 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R7-NEXT
           LINE 21 COL 100
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Detartrage'
           LINE 22 COL 45
           05 FILLER PIC Z(4)9 FROM WS-R8-LEFT
           LINE 22 COL 92
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R8-NEXT
           LINE 22 COL 100
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
