       01  SCREEN-PORTAL-QUEUE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(40) VALUE
           'DEMANDES DU PORTAIL A TRAITER'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 2.

      *    [RD] cinq demandes a traiter les plus anciennes.
           05 FILLER PIC X(36) VALUE
           'Demandes a traiter                 :'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-PENDING
           LINE 10 COL 60 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(45) VALUE
           'Reference            Recue le   Type'
           LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(30) VALUE
           'NIR             Valeurs'
           LINE 12 COL 65
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(150) FROM WS-Q-LINE-1
           LINE 13 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(150) FROM WS-Q-LINE-2
           LINE 14 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(150) FROM WS-Q-LINE-3
           LINE 15 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(150) FROM WS-Q-LINE-4
           LINE 16 COL 20 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(150) FROM WS-Q-LINE-5
           LINE 17 COL 20 FOREGROUND-COLOR IS 2.

      *    [RD] cloture d'une demande.
           05 FILLER PIC X(36) VALUE
           'Reference de la demande            :'
           LINE 20 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-REF
           LINE 20 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Decision (T=traitee / R=rejetee)   :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-DECISION
           LINE 21 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Motif rendu a l''adherent           :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(60) USING SC-REASON
           LINE 22 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 22 COL 122
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-DECIDE-CHOICE
           LINE 22 COL 130
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

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
