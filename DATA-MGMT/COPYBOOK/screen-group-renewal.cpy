       01 SCREEN-GROUP-RENEWAL FOREGROUND-COLOR IS 3.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(34)
           VALUE 'RENOUVELLEMENT D''UN CONTRAT GROUPE'
           LINE 6 COL 81
           FOREGROUND-COLOR IS 3.

      ******************************************************************
      *    [RD] SELECTION DU GROUPE EMPLOYEUR.                         *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'SIRET de l''employeur       :'
           LINE 10 COL 45
           FOREGROUND-COLOR IS 3.
           05 PIC X(14) USING SC-SIRET
           LINE 10 COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Etudier'
           LINE 10 COL 148
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING WS-LOAD-CHOICE
           LINE 10 COL 157
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ETUDE DE SINISTRALITE.                                 *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'Employeur                  :'
           LINE 12 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(30) FROM WS-GROUP-NAME
           LINE 12 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Periode etudiee            :'
           LINE 13 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(16) FROM WS-PERIOD-LABEL
           LINE 13 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Cotisations emises nettes  :'
           LINE 14 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(14) FROM WS-Z-PREMIUM
           LINE 14 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Prestations (sinistres)    :'
           LINE 15 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(14) FROM WS-Z-CLAIMS
           LINE 15 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Ratio sinistres/primes (%) :'
           LINE 16 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(08) FROM WS-Z-LOSS-RATIO
           LINE 16 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Salaries couverts          :'
           LINE 17 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(06) FROM WS-Z-HEADCOUNT
           LINE 17 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Credibilite                :'
           LINE 18 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(06) FROM WS-Z-CREDIBILITY
           LINE 18 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Ajustement propose (%)     :'
           LINE 19 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(07) FROM WS-Z-PROPOSED
           LINE 19 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Coefficient en vigueur     :'
           LINE 20 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(06) FROM WS-Z-CUR-FACTOR
           LINE 20 COL 132
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Coefficient en attente     :'
           LINE 21 COL 45
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(06) FROM WS-Z-NEXT-FACTOR
           LINE 21 COL 132
           FOREGROUND-COLOR IS 3.

      ******************************************************************
      *    [RD] DECISION DU GESTIONNAIRE.                              *
      ******************************************************************
           05 FILLER PIC X(30) VALUE 'Ajustement retenu (+/-)    :'
           LINE 24 COL 45
           FOREGROUND-COLOR IS 3.
           05 PIC X(01) USING SC-ADJ-SIGN
           LINE 24 COL 132
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 PIC 99.99 USING SC-ADJ-PCT
           LINE 24 COL 134
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(01) VALUE '%'
           LINE 24 COL 140
           FOREGROUND-COLOR IS 3.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
           FOREGROUND-COLOR IS 8.

      *    [RD] Bouton approuver l'ajustement.
           05 FILLER PIC X(7) VALUE 'Valider'
           LINE 34 COL 38
           FOREGROUND-COLOR IS 3.
           05 PIC X(1) USING WS-SAVE-CHOICE
           COL 47
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      *    [RD] Bouton retour au menu.
           05 PIC X(01) USING WS-MENU-RETURN LINE 34 COL 170
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour au menu' LINE 34 COL 172
           FOREGROUND-COLOR IS 3.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 3.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 3.
