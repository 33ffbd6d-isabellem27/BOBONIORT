       01  SCREEN-MAIL-REGISTER FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(40) VALUE
           'REGISTRE DU COURRIER ENTRANT'
           LINE 6 COL 82
           FOREGROUND-COLOR IS 2.

      *    [RD] enregistrement d'un pli a l'ouverture.
           05 FILLER PIC X(36) VALUE
           'NIR de l''adherent                  :'
           LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(15) USING SC-NIR
           LINE 10 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'ou nom / prenom                    :'
           LINE 11 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-LASTNAME
           LINE 11 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 PIC X(20) USING SC-FIRSTNAME
           LINE 11 COL 82
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Expediteur (si non adherent)       :'
           LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(40) USING SC-SENDER
           LINE 12 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Type de pli                        :'
           LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(10) USING SC-TYPE
           LINE 13 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(50) VALUE
           '(REMB CHEQUE RECLAM RESIL DOCUMENT AUTRE)'
           LINE 13 COL 72
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(36) VALUE
           'Nombre de pages                    :'
           LINE 14 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(03) USING SC-PAGES
           LINE 14 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Recu le (AAAAMMJJ, 0 = ce jour)    :'
           LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-RECEIVED-DATE
           LINE 15 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 15 COL 72
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-ADD-CHOICE
           LINE 15 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] dernier adherent identifie.
           05 FILLER PIC X(80) FROM WS-MEMBER-LINE
           LINE 16 COL 20
           FOREGROUND-COLOR IS 2.

      *    [RD] cloture manuelle d'un pli (type AUTRE, traitement hors
      *    application).
           05 FILLER PIC X(36) VALUE
           'Pli traite, numero                 :'
           LINE 18 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(08) USING SC-CLOSE-NUM
           LINE 18 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(36) VALUE
           'Reference du traitement            :'
           LINE 19 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING SC-CLOSE-REF
           LINE 19 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 19 COL 82
           FOREGROUND-COLOR IS 2.
           05 PIC X(01) USING WS-CLOSE-CHOICE
           LINE 19 COL 90
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] plis ouverts par file de traitement.
           05 FILLER PIC X(40) VALUE
           'Plis non traites par file :'
           LINE 22 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Lots de demandes     :'
           LINE 23 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-REMB
           LINE 23 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Encaissements        :'
           LINE 24 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-CHEQUE
           LINE 24 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Reclamations         :'
           LINE 25 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-RECLAM
           LINE 25 COL 45 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Resiliations         :'
           LINE 23 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-RESIL
           LINE 23 COL 95 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Documents            :'
           LINE 24 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-DOCUMENT
           LINE 24 COL 95 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Autres (manuel)      :'
           LINE 25 COL 70
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC Z(04)9 FROM SQL-NB-OTHER
           LINE 25 COL 95 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Plus ancien recu le  :'
           LINE 27 COL 20
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(10) FROM SQL-OLDEST
           LINE 27 COL 45 FOREGROUND-COLOR IS 2.

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
