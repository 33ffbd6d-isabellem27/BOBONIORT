       01  SCREEN-PRODUCT-MIGRATION FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Sous-titre
           05 FILLER PIC X(50)
           VALUE 'Campagne de migration d''un produit ferme'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Produit ferme (code)     :'
           LINE 12 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-FROM-CODE
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

           05 FILLER PIC X(32) VALUE 'Produit de remplacement  :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-TO-CODE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Date d''effet (AAAAMMJJ)  :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-EFFECT-DATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

      * [RD] - Etat de la campagne
           05 FILLER PIC X(32) VALUE 'Statut de la campagne    :'
           LINE 17 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) FROM SC-CAMP-STATUS
           COL 53
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Adherents concernes      :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC Z(04)9 FROM SC-NB-MEMBERS
           COL 53
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Avises/opposes/migres    :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC Z(04)9 FROM SC-NB-AVISE
           COL 53
           FOREGROUND-COLOR IS 3.
           05 PIC Z(04)9 FROM SC-NB-OPPOSE
           COL 60
           FOREGROUND-COLOR IS 3.
           05 PIC Z(04)9 FROM SC-NB-MIGRE
           COL 67
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Ecart de cotisations/mois:'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC +(08)9 FROM SC-MOVEMENT
           COL 53
           FOREGROUND-COLOR IS 3.

      * [RD] - Actions de la campagne
           05 FILLER PIC X(45)
           VALUE 'Simuler l''impact tarifaire par adherent   :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-SIMULATE
           COL 79
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(45)
           VALUE 'Generer les avis de preavis aux adherents :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-NOTIFY
           COL 79
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(32) VALUE 'Opposition : n. contrat  :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-OBJECT-NUM
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(08) VALUE 'Noter'
           LINE 25 COL 70
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-OBJECT
           COL 79
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [RD] - Zone de message
           05 FILLER PIC X(70) FROM SC-MESSAGE
           LINE 30 COL 20
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

      * [RD] - bouton quitter
           05 PIC X(1) USING SC-RETURN
           LINE 35 COL 170
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Quitter'
           COL 172
           FOREGROUND-COLOR IS 3.

      * [RD] - Gestion du cadre et titre
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(40)
           VALUE  'MIGRATION D''UN PRODUIT FERME'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
