       01  SCREEN-RECOURSE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(36) VALUE
           'RECOURS CONTRE TIERS DE L ADHERENT'
           LINE 6 COL 80
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] OUVERTURE D'UN DOSSIER DE RECOURS.                     *
      ******************************************************************
           05 FILLER PIC X(34) VALUE 'Ouverture d''un dossier :'
           LINE 10 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Tiers responsable          :'
           LINE 11 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(40) USING SC-THIRD-PARTY
           LINE 11 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Assureur du tiers          :'
           LINE 12 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(30) USING SC-INSURER
           LINE 12 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(16) VALUE 'Reference      :'
           LINE 12 COL 114
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-POLICY-REF
           LINE 12 COL 132
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Date accident (AAAAMMJJ)   :'
           LINE 13 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-ACCIDENT-DATE
           LINE 13 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(11) VALUE 'Ouvrir'
           LINE 14 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-OPEN-CHOICE
           LINE 14 COL 58
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] SUIVI D'UN DOSSIER.                                    *
      ******************************************************************
           05 FILLER PIC X(34) VALUE 'Suivi d''un dossier      :'
           LINE 16 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Numero du dossier          :'
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-FILE-NUM
           LINE 17 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Action (D/L/A/R/E/C)       :'
           LINE 18 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING SC-ACTION
           LINE 18 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(70) VALUE
           'D=demande L=lettre A=accord R=refus E=encaissement C=clos'
           LINE 18 COL 90
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Numero de demande (D)      :'
           LINE 19 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-CLAIM-NUM
           LINE 19 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(16) VALUE 'Montant (E)    :'
           LINE 19 COL 90
           FOREGROUND-COLOR IS 2.
           05 PIC 9(07).99 USING SC-RECOVERED
           LINE 19 COL 108
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Reponse / observation (A/R):'
           LINE 20 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(40) USING SC-ANSWER
           LINE 20 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 21 COL 45
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-ACTION-CHOICE
           LINE 21 COL 54
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] DOSSIERS NON CLOS DE L'ADHERENT.                       *
      ******************************************************************
           05 FILLER PIC X(08) VALUE 'Numero' LINE 23 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) VALUE 'Statut' LINE 23 COL 56
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) VALUE 'Accident' LINE 23 COL 68
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(05) VALUE 'Tiers' LINE 23 COL 80
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(07) VALUE 'Verse' LINE 23 COL 104
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(08) VALUE 'Recupere' LINE 23 COL 118
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(08) FROM WS-R1-NUM LINE 24 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R1-STATUS LINE 24 COL 56
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R1-DATE LINE 24 COL 68
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM WS-R1-THIRD LINE 24 COL 80
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R1-PAID
           LINE 24 COL 104
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R1-RECOVERED
           LINE 24 COL 118
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(08) FROM WS-R2-NUM LINE 25 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R2-STATUS LINE 25 COL 56
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R2-DATE LINE 25 COL 68
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM WS-R2-THIRD LINE 25 COL 80
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R2-PAID
           LINE 25 COL 104
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R2-RECOVERED
           LINE 25 COL 118
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(08) FROM WS-R3-NUM LINE 26 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R3-STATUS LINE 26 COL 56
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R3-DATE LINE 26 COL 68
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM WS-R3-THIRD LINE 26 COL 80
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R3-PAID
           LINE 26 COL 104
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R3-RECOVERED
           LINE 26 COL 118
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(08) FROM WS-R4-NUM LINE 27 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R4-STATUS LINE 27 COL 56
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R4-DATE LINE 27 COL 68
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM WS-R4-THIRD LINE 27 COL 80
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R4-PAID
           LINE 27 COL 104
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R4-RECOVERED
           LINE 27 COL 118
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC 9(08) FROM WS-R5-NUM LINE 28 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R5-STATUS LINE 28 COL 56
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM WS-R5-DATE LINE 28 COL 68
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(20) FROM WS-R5-THIRD LINE 28 COL 80
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R5-PAID
           LINE 28 COL 104
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(06)9.99 FROM WS-R5-RECOVERED
           LINE 28 COL 118
           FOREGROUND-COLOR IS 2.

      *    [RD] zone message d'erreur ou de confirmation.
           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE
           LINE 30 COL 45 AUTO
           FOREGROUND-COLOR IS 8.

      *    [RD] Bouton retour au menu.
           05 PIC X(01) USING WS-MENU-RETURN LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Quitter' LINE 34 COL 172
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************

      *    [RD] Bordure du haut pour le cadre.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

      *    [RD] Bordure de separation entre le HEADER et le BODY.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 8 COL 10
           BACKGROUND-COLOR IS 2.

      *    [RD] Bordure du bas pour le cadre.
           05 FILLER PIC X(182) VALUE ALL SPACES LINE 37 COL 10
           BACKGROUND-COLOR IS 2.

      *    [RD] Cote du cadre (Ligne 5 a 36).
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

