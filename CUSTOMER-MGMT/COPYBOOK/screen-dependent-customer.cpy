      *    [RD] Bouton retour au menu.
      *    [RD] le 22/08/2026 : cloture d'un ayant droit (date et
      *    motif) ; l'ayant droit est designe par nom et prenom.
      *    [RD] le 15/10/2026 : le meme nom et prenom designent
      *    l'enfant dont le certificat de scolarite est saisi.
           05 FILLER PIC X(22) VALUE 'Ayant droit : nom   :'
           LINE 26 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-END-LASTNAME
           LINE 28 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
      *    [RD] le 15/10/2026 : certificat de scolarite recu.
           05 FILLER PIC X(24) VALUE 'Certificat scolaire :'
           LINE 28 COL 95
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(08) VALUE 'rentree'
           LINE 28 COL 120
           FOREGROUND-COLOR IS 2.
           05 PIC 9(04) USING SC-CERT-YEAR
           LINE 28 COL 128
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(12) VALUE 'Enregistrer'
           LINE 28 COL 135
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-DEP-CERT
           LINE 28 COL 148
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
      *    [RD] le 15/10/2026 : IBAN propre de l'ayant droit, soumis
      *    a approbation (ibanappr.cbl).
           05 FILLER PIC X(22) VALUE 'IBAN ayant droit    :'
           LINE 29 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(34) USING SC-DEP-IBAN
           LINE 29 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(12) VALUE 'Demander'
           LINE 29 COL 135
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-DEP-IBAN
           LINE 29 COL 148
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(01) TO WS-MENU-RETURN LINE 34 COL 170
           BACKGROUND-COLOR IS 2
