       01  SCREEN-INSURER-SWITCH FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(40) VALUE
           'RESILIATIONS INFRA-ANNUELLES (RIA)'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(36) VALUE
           'Editer les demandes a envoyer      :'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-SEND-CHOICE
           LINE 10 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36) VALUE
           'Editer les relances (30 jours)     :'
           LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-REMIND-CHOICE
           LINE 12 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] reponse de l'ancien assureur.
           05 FILLER PIC X(36) VALUE
           'Reponse recue pour la demande      :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-SWITCH-NUM
           LINE 15 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Date fin ancien contrat (AAAAMMJJ) :'
           LINE 16 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-OLD-END-DATE
           LINE 16 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 16 COL 72
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-REPLY-CHOICE
           LINE 16 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] etat de la file des demandes.
           05 FILLER PIC X(22) VALUE 'Demandes a envoyer   :'
           LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-TO-SEND
           LINE 21 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Envoyees sans reponse:'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-WAITING
           LINE 22 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Dont a relancer      :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-LATE
           LINE 23 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Repondues            :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-ANSWERED
           LINE 24 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Demandes recues      :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-RECEIVED
           LINE 25 COL 45 FOREGROUND-COLOR IS 2.

      *    [RD] compte-rendu du dernier traitement.
           05 FILLER PIC X(22) VALUE 'Demandes editees     :'
           LINE 21 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-SENT
           LINE 21 COL 95 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Relances editees     :'
           LINE 22 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM WS-NB-REMINDED
           LINE 22 COL 95 FOREGROUND-COLOR IS 2.

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
