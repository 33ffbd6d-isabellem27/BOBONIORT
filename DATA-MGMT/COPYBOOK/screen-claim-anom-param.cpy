           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - Taux (en %) des demandes payees tirees
      *    chaque semaine pour le controle qualite (qasample.cbl).
           05 FILLER PIC X(38) VALUE 'Echantillon qualite (%)        :'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-QA-RATE
           COL 55
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - Delais cibles (en jours) de la reception
      *    a la decision et de la decision au paiement (slarpt.cbl).
           05 FILLER PIC X(38) VALUE 'Delai cible decision (jours)   :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-SLA-DECISION
           COL 55
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(38) VALUE 'Delai cible paiement (jours)   :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-SLA-PAYMENT
           COL 55
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] le 15/10/2026 - Anciennete (en jours) des lignes CPAM en
      *    suspens a relancer aupres de la caisse (cpamsusp.cbl).
           05 FILLER PIC X(38) VALUE 'Relance suspens CPAM (jours)   :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-SUSP-AGE
           COL 55
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 24 COL 20
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

