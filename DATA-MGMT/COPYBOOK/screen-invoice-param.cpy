           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - Taux de TSA des contrats non
      *    responsables (respchk.cbl), declare par tsadecl.cbl.
           05 FILLER PIC X(35) VALUE 'Taux TSA non responsable    :'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 99.99 USING SC-TSA-RATE-NR
           COL 51
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 03/09/2026 - identifiant pour l'audit des parametres
           05 FILLER PIC X(26) VALUE 'Votre identifiant        :'
           LINE 22 COL 20
