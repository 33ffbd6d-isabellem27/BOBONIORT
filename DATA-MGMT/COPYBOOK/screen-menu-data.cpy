           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - lettres-cheques (adherents sans IBAN)
           05 FILLER PIC X(34)
           VALUE  'Lettres-cheques                 :'
           LINE 19 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-CHEQUE
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - rejets des virements emis (retour banque)
           05 FILLER PIC X(34)
           VALUE  'Rejets de virements             :'
           LINE 18 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-VIR-REJECT
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - referentiel des codes actes CCAM/NGAP/LPP
           05 FILLER PIC X(34)
           VALUE  'Referentiel des actes           :'
           LINE 17 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-ACT-CODE
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - taux de change des soins a l'etranger
           05 FILLER PIC X(34)
           VALUE  'Taux de change                  :'
           LINE 16 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-FX-RATE
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - dossiers d'enquete fraude
           05 FILLER PIC X(34)
           VALUE  'Dossiers de fraude              :'
           LINE 15 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-FRAUD-CASE
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - controle qualite des demandes payees
           05 FILLER PIC X(34)
           VALUE  'Controle qualite des paiements  :'
           LINE 14 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-QA-REVIEW
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - delais de traitement des demandes
           05 FILLER PIC X(34)
           VALUE  'Delais de traitement (SLA)      :'
           LINE 13 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-SLA-REPORT
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - lignes du flux CPAM en suspens
           05 FILLER PIC X(34)
           VALUE  'Suspens du flux CPAM            :'
           LINE 12 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-CPAM-SUSP
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - liaisons NOEMIE avec la CPAM
           05 FILLER PIC X(34)
           VALUE  'Liaisons NOEMIE CPAM            :'
           LINE 11 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-NOEMIE
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - rapport annuel du reseau de soins
           05 FILLER PIC X(34)
           VALUE  'Rapport reseau de soins         :'
           LINE 10 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-NET-REPORT
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - regles du contrat responsable
           05 FILLER PIC X(40)
           VALUE  'Regles du contrat responsable       :'
           LINE 19 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-RESP-PARAM
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - etats annuels ACPR
           05 FILLER PIC X(40)
           VALUE  'Etats annuels ACPR / Solvabilite II :'
           LINE 18 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-ACPR
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - reglements des employeurs
           05 FILLER PIC X(40)
           VALUE  'Reglements des employeurs (groupes)  :'
           LINE 17 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-GROUP-PAY
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - renouvellement des contrats collectifs
           05 FILLER PIC X(40)
           VALUE  'Renouvellement contrats collectifs   :'
           LINE 16 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-GROUP-RENEW
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - suivi des resiliations infra-annuelles
           05 FILLER PIC X(40)
           VALUE  'Resiliations infra-annuelles (RIA)   :'
           LINE 15 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-INSURER-SWITCH
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - catalogue des produits
           05 FILLER PIC X(40)
           VALUE  'Catalogue des produits               :'
           LINE 14 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-PRODUCT-PARAM
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - migration des adherents d'un produit ferme
           05 FILLER PIC X(40)
           VALUE  'Migration d''un produit ferme         :'
           LINE 13 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-PRODUCT-MIGR
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - regles de remise sur cotisation
           05 FILLER PIC X(40)
           VALUE  'Regles de remise sur cotisation      :'
           LINE 12 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-DISCOUNT-PARAM
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - registre du courrier entrant
           05 FILLER PIC X(40)
           VALUE  'Registre du courrier entrant         :'
           LINE 11 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-MAIL-REGISTER
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - demandes du portail adherent
           05 FILLER PIC X(40)
           VALUE  'Demandes du portail a traiter        :'
           LINE 10 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-PORTAL-QUEUE
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - calendrier des fichiers attendus
           05 FILLER PIC X(40)
           VALUE  'Calendrier des fichiers attendus     :'
           LINE 9 COL 55
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-FILE-WATCH
           COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - paquets de parametres test/production
           05 FILLER PIC X(34)
           VALUE  'Paquets de parametres           :'
           LINE 9 COL 14
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-PARAM-PACKAGE
           COL 50
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] le 15/10/2026 - declaration trimestrielle au fonds C2S
           05 FILLER PIC X(25)
           VALUE  'Declaration C2S       :'
           LINE 38 COL 140
           FOREGROUND-COLOR IS  3.
           05 PIC X(1) USING  WS-C2S-DECL
           COL 166
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(7) VALUE  "Valider"
           LINE 34 COL 38
           FOREGROUND-COLOR IS  3.
