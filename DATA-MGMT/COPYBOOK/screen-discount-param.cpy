       01  SCREEN-DISCOUNT-PARAM FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Sous-titre
           05 FILLER PIC X(40)
           VALUE 'Fiche de la regle de remise'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Code de la regle         :'
           LINE 12 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-CODE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(08) VALUE 'Charger'
           LINE 12 COL 70
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-LOAD
           COL 79
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(32) VALUE 'Type                     :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-TYPE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(30)
           VALUE '(FIDELITE, FAMILLE, MULTI)'
           COL 65
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Libelle (facture)        :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(30) USING SC-LABEL
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Seuil                    :'
           LINE 16 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-CONDITION
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(50)
           VALUE '(annees, rang d''enfant, contrats du foyer)'
           COL 60
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Pourcentage              :'
           LINE 17 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-PCT
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Montant fixe (eur/mois)  :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(04) USING SC-AMOUNT
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Valable du (AAAAMMJJ)    :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-VALID-FROM
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Au (AAAAMMJJ, 0 = ouvert):'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-VALID-TO
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Cumulable (O/N)          :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-COMBINE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Active (O/N)             :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-ACTIVE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Identifiant utilisateur  :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-AUDIT-USER
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Regles enregistrees (* = suspendue ou hors validite)
           05 FILLER PIC X(40)
           VALUE 'Regles enregistrees :'
           LINE 10 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-1
           LINE 12 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-2
           LINE 13 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-3
           LINE 14 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-4
           LINE 15 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-5
           LINE 16 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-6
           LINE 17 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-7
           LINE 18 COL 90
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-RULE-8
           LINE 19 COL 90
           FOREGROUND-COLOR IS 3.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 30 COL 20
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

      * [RD] - boutons valider et quitter
           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 35 COL 38
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-VALIDATE
           COL 47
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 PIC X(1) USING SC-RETURN
           COL 170
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Quitter'
           COL 172
           FOREGROUND-COLOR IS 3.

      * [RD] - Gestion du cadre et titre
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(40)
           VALUE  'REGLES DE REMISE SUR COTISATION'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
