           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : code acte officiel (CCAM, NGAP ou
      *    LPP) ; saisi, il determine seul la prestation.
           05 FILLER PIC X(21) VALUE 'Code acte CCAM/NGAP :'
           LINE 10 COL 140
           FOREGROUND-COLOR IS 2.
           05 PIC X(13) USING WS-CLAIM-ACT-CODE
           LINE 10 COL 162
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Auxiliaire medical         :'
           LINE 12 COL 45
           FOREGROUND-COLOR IS 2.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : changement de correction justifie
      *    (periode de renouvellement reduite de la prestation).
           05 FILLER PIC X(31) VALUE 'Chgt correction justifie (O):'
           LINE 17 COL 140
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-CLAIM-RX-CHANGE
           LINE 17 COL 172
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : soins recus a l'etranger : devise ISO
      *    (vide = EUR), montant en devise converti au taux de la
      *    date des soins, base du remboursement (F = acte francais
      *    equivalent, S = sans base Securite sociale).
           05 FILLER PIC X(31) VALUE 'Soins etranger - devise ISO :'
           LINE 12 COL 140
           FOREGROUND-COLOR IS 2.
           05 PIC X(03) USING WS-CLAIM-CURRENCY
           LINE 12 COL 172
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) VALUE 'Montant en devise           :'
           LINE 13 COL 140
           FOREGROUND-COLOR IS 2.
           05 PIC 9(07).99 USING WS-CLAIM-FX-AMOUNT
           LINE 13 COL 172
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) VALUE 'Base etranger (F/S)         :'
           LINE 14 COL 140
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-CLAIM-ABROAD
           LINE 14 COL 172
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(31) VALUE 'Taux applique (pour 1 EUR)  :'
           LINE 15 COL 140
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(12) FROM WS-Z-FX-RATE
           LINE 15 COL 172.

      *    [RD] le 15/10/2026 : accident cause par un tiers (O),
      *    pour le recours contre le tiers responsable.
           05 FILLER PIC X(31) VALUE 'Accident cause par tiers (O) :'
           LINE 16 COL 140
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-CLAIM-ACCIDENT
           LINE 16 COL 172
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Lunettes progressives      :'
           LINE 18 COL 45
           FOREGROUND-COLOR IS 2.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] le 15/10/2026 : feuille de soins : chaque validation
      *    ajoute une ligne a la feuille en cours ; O pour en ouvrir
      *    une nouvelle (sinon automatique au changement de
      *    beneficiaire, de praticien ou de date des soins).
           05 FILLER PIC X(21) VALUE 'Nouvelle feuille (O):'
           LINE 26 COL 150
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-CLAIM-NEW-SHEET
           LINE 26 COL 172
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(09) VALUE 'Feuille :'
           LINE 27 COL 150
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(07)9 FROM WS-SHEET-NUM
           LINE 27 COL 160
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(07) VALUE 'Ligne :'
           LINE 27 COL 170
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC ZZ9 FROM WS-SHEET-LINE
           LINE 27 COL 178
           FOREGROUND-COLOR IS 2.

      *    [RD] Bouton valider la demande.
           05 FILLER PIC X(7) VALUE 'Valider'
           LINE 34 COL 38
