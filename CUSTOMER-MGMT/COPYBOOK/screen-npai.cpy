       01  SCREEN-NPAI FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Adherent, adresse en base et etat NPAI mis en evidence
           05 FILLER PIC X(80) FROM SC-MEMBER-LINE
           LINE 10 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-ADDRESS-LINE
           LINE 11 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(120) FROM SC-STATUS-LINE
           LINE 12 COL 20
           HIGHLIGHT
           FOREGROUND-COLOR IS 4.

      * [RD] - Saisie du courrier revenu
           05 FILLER PIC X(32) VALUE 'Courrier revenu (document):'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(60) USING SC-DOCUMENT
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Date du retour (AAAAMMJJ) :'
           LINE 16 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-RETURN-DATE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(40)
           VALUE '(0 = date du jour)'
           COL 63
           FOREGROUND-COLOR IS 3.

      * [RD] - Derniers retours enregistres
           05 FILLER PIC X(40) VALUE 'Derniers retours :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-R01 LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-R02 LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-R03 LINE 22 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-R04 LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(100) FROM SC-R05 LINE 24 COL 20
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
           VALUE  'COURRIER REVENU NPAI'
           LINE 6 COL 88
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
