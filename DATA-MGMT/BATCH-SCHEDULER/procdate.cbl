      ******************************************************************
      *    [RD] Service commun de date de traitement.                  *
      *    Chaque traitement de nuit prenait la date systeme : apres   *
      *    une panne, impossible de rejouer la nuit manquee pour son   *
      *    propre jour (echeances, preavis et fichiers dates du jour   *
      *    de la relance). L'ordonnanceur (batsched.cbl) fixe ici la   *
      *    date a traiter avant de lancer la chaine d'une journee ;    *
      *    les traitements la relisent au lieu de la date systeme.    *
      *    Sans date fixee (traitement lance seul), la lecture rend    *
      *    la date systeme : le fonctionnement habituel est inchange.  *
      *    La date est conservee dans la WORKING-STORAGE du            *
      *    sous-programme, commune a toute l'unite d'execution.        *
      *    Actions : 'F' fixe la date recue (AAAAMMJJ), 'R' revient    *
      *    a la date systeme, 'L' (ou autre) rend la date courante.    *
      *    Aucune connexion base n'est utilisee.                       *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. procdate RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] date forcee par l'ordonnanceur (zero = date systeme).
       01  WS-FORCED-DATE       PIC 9(08) VALUE ZERO.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-PD-ACTION         PIC X(01).
       01  LK-PD-DATE           PIC 9(08).

      ******************************************************************

       PROCEDURE DIVISION USING LK-PD-ACTION, LK-PD-DATE.
       0000-MAIN-START.
           EVALUATE LK-PD-ACTION
               WHEN 'F'
                   MOVE LK-PD-DATE TO WS-FORCED-DATE
               WHEN 'R'
                   MOVE ZERO TO WS-FORCED-DATE
                   ACCEPT LK-PD-DATE FROM DATE YYYYMMDD
               WHEN OTHER
                   IF WS-FORCED-DATE EQUAL ZERO THEN
                       ACCEPT LK-PD-DATE FROM DATE YYYYMMDD
                   ELSE
                       MOVE WS-FORCED-DATE TO LK-PD-DATE
                   END-IF
           END-EVALUATE.
       END-0000-MAIN.
           GOBACK.
