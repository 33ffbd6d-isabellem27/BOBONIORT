       01  SCREEN-CONTACT FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      * [RD] - Adherent et rappels dus
           05 FILLER PIC X(80) FROM SC-MEMBER-LINE
           LINE 10 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(120) FROM SC-STATUS-LINE
           LINE 11 COL 20
           HIGHLIGHT
           FOREGROUND-COLOR IS 4.

      * [RD] - Historique, du plus recent au plus ancien
           05 FILLER PIC X(40) VALUE 'Historique (du plus recent) :'
           LINE 13 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H01
           LINE 14 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H02
           LINE 15 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H03
           LINE 16 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H04
           LINE 17 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H05
           LINE 18 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H06
           LINE 19 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H07
           LINE 20 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(160) FROM SC-H08
           LINE 21 COL 20
           FOREGROUND-COLOR IS 3.

      * [RD] - Saisie d'un nouveau contact
           05 FILLER PIC X(32) VALUE 'Canal                    :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-CHANNEL
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(50)
           VALUE '(TELEPHONE COURRIEL GUICHET COURRIER)'
           COL 67
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Motif                    :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(10) USING SC-REASON
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(60)
           VALUE '(REMB COTIS CONTRAT ATTEST COORD RECLAM RESIL AUTRE)'
           COL 67
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Note                     :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(100) USING SC-NOTE1
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 PIC X(100) USING SC-NOTE2
           LINE 26 COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.

           05 FILLER PIC X(32) VALUE 'Rappel le (AAAAMMJJ)     :'
           LINE 27 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-FOLLOWUP
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(20) VALUE '(0 = aucun rappel)'
           COL 67
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(32) VALUE 'Objet concerne / numero  :'
           LINE 28 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC X(12) USING SC-LINK-TYPE
           COL 53
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 PIC 9(08) USING SC-LINK-REF
           COL 67
           FOREGROUND-COLOR IS 0
           BACKGROUND-COLOR IS 7.
           05 FILLER PIC X(40)
           VALUE '(DEMANDE FACTURE RECLAMATION)'
           COL 77
           FOREGROUND-COLOR IS 3.

      * [RD] - Rappel traite
           05 FILLER PIC X(32) VALUE 'Rappel traite, contact n.:'
           LINE 32 COL 20
           FOREGROUND-COLOR IS 3.
           05 PIC 9(08) USING SC-DONE-NUM
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
           VALUE  'CONTACTS AVEC L''ADHERENT'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
