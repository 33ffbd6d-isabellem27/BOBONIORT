       01  SCREEN-CPAM-SUSPENSE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(40) VALUE
           'LIGNES DU FLUX CPAM EN SUSPENS'
           LINE 6 COL 80
           FOREGROUND-COLOR IS 2.

      *    [RD] recherche de l'adherent ou de l'ayant droit.
           05 FILLER PIC X(23) VALUE 'RECHERCHE D UN ADHERENT'
           LINE 9 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(34) VALUE
           'Code secu (ou ancien NIR)        :'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(15) USING SC-CS-SECU
           LINE 10 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(32) VALUE
           'Nom (debut du nom)             :'
           LINE 10 COL 76
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-CS-NAME
           LINE 10 COL 110
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Date de naissance (AAAAMMJJ)     :'
           LINE 11 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(08) USING SC-CS-BIRTH
           LINE 11 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(10) VALUE 'Chercher :'
           LINE 11 COL 76
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-SEARCH-CHOICE
           LINE 11 COL 88
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(110) FROM WS-M1-LINE
           LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-D1-LINE
           LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-M2-LINE
           LINE 14 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-D2-LINE
           LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-M3-LINE
           LINE 16 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-D3-LINE
           LINE 17 COL 20
           FOREGROUND-COLOR IS 2.

      *    [RD] rattachement ou cloture d'une ligne en suspens.
           05 FILLER PIC X(22) VALUE 'TRAITEMENT D UNE LIGNE'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(34) VALUE
           'Ligne en suspens (numero)        :'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-CS-SUSP-NUM
           LINE 20 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(32) VALUE
           'Action (R rattacher / C clore) :'
           LINE 20 COL 76
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-CS-ACTION
           LINE 20 COL 110
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Code secu de l adherent          :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(15) USING SC-CS-ATT-SECU
           LINE 21 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(32) VALUE
           'Ayant droit (numero, 0 = adh.) :'
           LINE 21 COL 76
           FOREGROUND-COLOR IS 2.
           05 PIC 9(02) USING SC-CS-DEP-NUM
           LINE 21 COL 110
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Gestionnaire                     :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(10) USING SC-CS-USER
           LINE 22 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(34) VALUE
           'Commentaire (motif de cloture)   :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(60) USING SC-CS-COMMENT
           LINE 23 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(09) VALUE 'Valider :'
           LINE 23 COL 120
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-ACTION-CHOICE
           LINE 23 COL 130
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] liste des lignes a relancer aupres de la caisse.
           05 FILLER PIC X(34) VALUE
           'Lignes a relancer aupres caisse  :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(08) VALUE 'Editer :'
           LINE 25 COL 56
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-REPORT-CHOICE
           LINE 25 COL 66
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] lignes a traiter, les plus anciennes d'abord.
           05 FILLER PIC X(110) FROM WS-LIST-HEAD
           LINE 26 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F1-LINE
           LINE 27 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F2-LINE
           LINE 28 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F3-LINE
           LINE 29 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F4-LINE
           LINE 30 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(110) FROM WS-F5-LINE
           LINE 31 COL 20
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 33 COL 20 AUTO
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
