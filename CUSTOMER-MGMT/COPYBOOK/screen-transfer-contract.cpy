       01 SCREEN-TRANSFER-CONTRACT FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(41)
           VALUE 'TRANSFERT DU CONTRAT A UN NOUVEL ADHERENT'
           LINE 6 COL 80
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ADHERENT CEDANT ET CONTRAT.                            *
      ******************************************************************
           05 FILLER PIC X(32) VALUE 'Adherent actuel                :'
           LINE 10 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM LK-CUS-FIRSTNAME
           LINE 10 COL 132
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM LK-CUS-LASTNAME
           LINE 10 COL 153
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] NOUVEL ADHERENT ET DATE DU TRANSFERT.                  *
      ******************************************************************
           05 FILLER PIC X(32) VALUE 'No ayant droit (0 = adherent)  :'
           LINE 13 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC 9(02) USING SC-DEP-NUM
           LINE 13 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(32) VALUE 'Code secu du nouvel adherent   :'
           LINE 15 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC 9(15) USING SC-NEW-SECU
           LINE 15 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(32) VALUE 'Date du transfert (AAAAMMJJ)   :'
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-TRANS-DATE
           LINE 17 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Charger'
           LINE 17 COL 148
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-LOAD-CHOICE
           LINE 17 COL 157
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] CONTROLE AVANT VALIDATION.                             *
      ******************************************************************
           05 FILLER PIC X(32) VALUE 'Nouvel adherent                :'
           LINE 20 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(42) FROM WS-NEW-NAME
           LINE 20 COL 132
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(32) VALUE 'Fiche adherent                 :'
           LINE 21 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM WS-NEW-MODE-LABEL
           LINE 21 COL 132
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(32) VALUE 'Contrat en vigueur depuis le   :'
           LINE 22 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM SQL-CONTRACT-START
           LINE 22 COL 132
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(32) VALUE 'Ayants droit transferes        :'
           LINE 23 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC ZZ9 FROM SQL-NB-DEP
           LINE 23 COL 132
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
           FOREGROUND-COLOR IS 8.

      *    [RD] Bouton valider.
           05 FILLER PIC X(7) VALUE 'Valider'
           LINE 34 COL 38
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) USING WS-SAVE-CHOICE
           COL 47
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] Bouton retour au menu.
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
