       01  SCREEN-PRODUCT-PARAM FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Sous-titre
           05 FILLER PIC X(40)
           VALUE 'Fiche du produit'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Code produit             :'
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

           05 FILLER PIC X(32) VALUE 'Prefixe du n. de contrat :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(03) USING SC-PREFIX
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Libelle                  :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(20) USING SC-LABEL
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'En vente du (AAAAMMJJ)   :'
           LINE 16 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-START-DATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Au (AAAAMMJJ, 0 = ouvert):'
           LINE 17 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-END-DATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Ordre d''affichage        :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(02) USING SC-ORDER
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Nature (C type/S mesure/R C2S) :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-KIND
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Grille garanties/tarif   :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(02) USING SC-GRID-NUM
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(40)
           VALUE '(numero CLASSIC_REIMBURSEMENT)'
           COL 60
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Colonne de taux (0 a 4)  :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(01) USING SC-RATE-SLOT
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(60)
           VALUE '(1 ALL 2 MOD 3 EXC 4 SPE, 0 = taux ci-dessous)'
           COL 60
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Taux prestations (pct)   :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-BENEFIT-RATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Taux commission (pct)    :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(03) USING SC-COMM-RATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Compte de produits       :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-ACCOUNT
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Identifiant utilisateur  :'
           LINE 27 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-AUDIT-USER
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

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
           VALUE  'CATALOGUE DES PRODUITS'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
