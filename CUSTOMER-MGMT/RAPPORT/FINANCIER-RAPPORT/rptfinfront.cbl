      *    dans la synthese est affiche dans le message de l'ecran.    *
      * Auteur: Remi                                                   *
      * Date de creation : le 09/08/2026                                *
      * MAJ RD le 15/10/2026 rptfin.cbl recoit aussi le bloc d'appel   *
      *    de la chaine de cloture mensuelle, ici en mode 'E' (mois    *
      *    en cours).                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptfinfront RECURSIVE.
           05 WS-VALIDATE          PIC X(01)                     .
           05 WS-RETURN            PIC X(01)                     .
       01  WS-NB-TIER              PIC 9(05)      VALUE ZERO     .
      *    [RD] le 15/10/2026 : bloc d'appel de rptfin.cbl partage
      *    avec la chaine de cloture (closchain.cbl).
       01  WS-CLOSE-STEP.
           05 WS-CS-MODE           PIC X(01)      VALUE 'E'      .
           05 WS-CS-PERIOD         PIC X(06)      VALUE SPACES   .
           05 WS-CS-RC             PIC X(01)      VALUE SPACE    .
           05 WS-CS-OUTPUT         PIC X(200)     VALUE SPACES   .
           05 WS-CS-MESSAGE        PIC X(70)      VALUE SPACES   .
       01  SC-MESSAGE              PIC X(70)      VALUE SPACES   .

       01 WS-MESSAGE.
      *     affiche le nombre de paliers qui y figurent.
      ******************************************************************
       1200-RUN-BATCH-START.
           CALL 'rptfin' USING BY REFERENCE WS-NB-TIER,
               BY REFERENCE WS-CLOSE-STEP
           END-CALL.
           MOVE WS-NB-TIER TO WS-REPORT-MESSAGE2.
           INITIALIZE SC-MESSAGE.
