       01  SCREEN-REPRESENTATIVE FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Adherent et mesure en vigueur, mis en evidence
           05 FILLER PIC X(80) FROM SC-MEMBER-LINE
           LINE 10 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(120) FROM SC-STATUS-LINE
           LINE 11 COL 20
           HIGHLIGHT
           FOREGROUND-COLOR IS 4.

           05 FILLER PIC X(08) VALUE 'Charger'
           LINE 10 COL 110
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING SC-LOAD
           COL 119
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(32) VALUE 'Type de mesure           :'
           LINE 13 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) USING SC-TYPE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(60)
           VALUE '(MINEUR TUTELLE CURATELLE HABILITATION SAUVEGARDE)'
           COL 67
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Nom du representant      :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(40) USING SC-NAME
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Adresse                  :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(50) USING SC-ADRESS1
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 PIC X(50) USING SC-ADRESS2
           LINE 16 COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Code postal / Ville      :'
           LINE 17 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(15) USING SC-ZIPCODE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 PIC X(30) USING SC-TOWN
           COL 70
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Telephone                :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-PHONE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Mail                     :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(50) USING SC-MAIL
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Reference decision juge  :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(30) USING SC-COURT-REF
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'En vigueur du (AAAAMMJJ) :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-VALID-FROM
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Au (AAAAMMJJ, 0 = ouvert):'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-VALID-TO
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Etendue du pouvoir       :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-SCOPE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(70)
           VALUE '(R representation, A assistance, B biens seulement)'
           COL 57
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Decision scannee (fichier):'
           LINE 26 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(50) USING SC-DOC-FILE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(20) VALUE 'Document classe n. '
           LINE 27 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC 9(08) FROM SC-DOC-NUM
           COL 53
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
           VALUE  'REPRESENTANT LEGAL DE L''ADHERENT'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
