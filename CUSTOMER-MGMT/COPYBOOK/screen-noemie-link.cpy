       01  SCREEN-NOEMIE-LINK FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(40) VALUE
           'LIAISONS NOEMIE AVEC LA CPAM'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(36) VALUE
           'Generer le fichier de liaison      :'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-OUT-CHOICE
           LINE 10 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36) VALUE
           'Fichier d accuse de reception      :'
           LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(60) USING SC-ACK-PATH
           LINE 13 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Charger l accuse de reception      :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-LOAD-CHOICE
           LINE 14 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36) VALUE
           'Liste des liaisons en attente      :'
           LINE 16 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-LIST-CHOICE
           LINE 16 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36) VALUE
           'Renvoyer la liaison rejetee numero :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-RESEND-NUM
           LINE 18 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 18 COL 72
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-RESEND-CHOICE
           LINE 18 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] etat de la file des liaisons.
           05 FILLER PIC X(22) VALUE 'Liaisons a envoyer   :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-TO-SEND
           LINE 21 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Envoyees sans accuse :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-WAITING
           LINE 22 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Rejetees par la CPAM :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-REJECTED
           LINE 23 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Liaisons actives     :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-ACTIVE
           LINE 24 COL 45 FOREGROUND-COLOR IS 2.

      *    [RD] compte-rendu du dernier traitement.
           05 FILLER PIC X(22) VALUE 'Lignes emises        :'
           LINE 21 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-SENT
           LINE 21 COL 95 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Accuses charges      :'
           LINE 22 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-LOADED
           LINE 22 COL 95 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Dont rejets          :'
           LINE 23 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-KO
           LINE 23 COL 95 FOREGROUND-COLOR IS 2.

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
