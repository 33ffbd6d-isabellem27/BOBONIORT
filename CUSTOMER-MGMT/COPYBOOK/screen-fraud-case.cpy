       01  SCREEN-FRAUD-CASE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(40) VALUE
           'DOSSIERS D ENQUETE FRAUDE'
           LINE 6 COL 80
           FOREGROUND-COLOR IS 2.

      *    [RD] ouverture d'un dossier, depuis une ligne du rapport
      *    des anomalies ou une inscription en liste noire.
           05 FILLER PIC X(22) VALUE 'OUVERTURE D UN DOSSIER'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(34) VALUE
           'Origine (A anomalie / L liste n.):'
           LINE 11 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-FC-ORIGIN
           LINE 11 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(32) VALUE 'Inscription liste noire numero :'
           LINE 11 COL 66
           FOREGROUND-COLOR IS 2.
           05 PIC 9(05) USING SC-FC-BL-NUM
           LINE 11 COL 100
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Anomalie (type de ligne)         :'
           LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(30) USING SC-FC-ORIGIN-REF
           LINE 12 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Suspect (A adherent / P prat.)   :'
           LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-FC-TYPE
           LINE 13 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Code secu (adherent)             :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(15) USING SC-FC-SECU
           LINE 14 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(32) VALUE 'RPPS (praticien)               :'
           LINE 14 COL 76
           FOREGROUND-COLOR IS 2.
           05 PIC X(11) USING SC-FC-RPPS
           LINE 14 COL 110
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Enqueteur                        :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-FC-INVESTIGATOR
           LINE 15 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(08) VALUE 'Ouvrir :'
           LINE 15 COL 80
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-OPEN-CHOICE
           LINE 15 COL 90
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] suivi d'un dossier existant.
           05 FILLER PIC X(18) VALUE 'SUIVI D UN DOSSIER'
           LINE 17 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(34) VALUE
           'Numero du dossier                :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(05) USING SC-FC-NUM
           LINE 18 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(45) VALUE
           'Action (D dem. / N note / E enq. / C clot.) :'
           LINE 18 COL 66
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-FC-ACTION
           LINE 18 COL 112
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Demande concernee (numero)       :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-FC-CLAIM-NUM
           LINE 19 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Note                             :'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(60) USING SC-FC-NOTE
           LINE 20 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Issue de la cloture              :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-FC-OUTCOME
           LINE 21 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(50) VALUE
           '(N non fonde / I indu / L liste noire / P plainte)'
           LINE 21 COL 60
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(09) VALUE 'Valider :'
           LINE 21 COL 120
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-ACTION-CHOICE
           LINE 21 COL 130
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] rapport mensuel des dossiers.
           05 FILLER PIC X(34) VALUE
           'Rapport mensuel (AAAAMM)         :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(06) USING SC-FC-MONTH
           LINE 23 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(08) VALUE 'Editer :'
           LINE 23 COL 66
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-REPORT-CHOICE
           LINE 23 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Dossiers en cours :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F1-LINE
           LINE 25 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F2-LINE
           LINE 26 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F3-LINE
           LINE 27 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F4-LINE
           LINE 28 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F5-LINE
           LINE 29 COL 20
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 20 AUTO
           FOREGROUND-COLOR IS 8.

      *    [RD] Bouton retour.
           05 PIC X(01) USING WS-MENU-RETURN LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Quitter' LINE 34 COL 172
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 5 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 5 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 6 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 6 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 7 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 7 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 9 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 9 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 10 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 10 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 11 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 11 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 12 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 12 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 13 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 13 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 14 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 14 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 15 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 15 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 16 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 16 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 17 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 17 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 18 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 18 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 19 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 19 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 20 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 20 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 21 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 21 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 22 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 22 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 23 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 23 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 24 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 24 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 25 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 25 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 26 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 26 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 27 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 27 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 28 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 28 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 29 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 29 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 30 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 30 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 31 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 31 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 32 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 32 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 33 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 33 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 34 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 34 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 35 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 35 COL 190
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 36 COL 10
           BACKGROUND-COLOR IS 2.
           05 FILLER PIC X(02) VALUE ALL SPACES LINE 36 COL 190
           BACKGROUND-COLOR IS 2.
