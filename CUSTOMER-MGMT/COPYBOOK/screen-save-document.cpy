           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : justificatif chomage (portabilite).
           05 FILLER PIC X(30) VALUE 'Justificatif chomage        :'
           LINE 18 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) USING WS-DOC-UNEMPLOYMENT
           COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] REFERENCE DU FICHIER.                                  *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'Nom du fichier              :'
           LINE 21 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(50) USING WS-DOC-FILENAME
           COL 132
