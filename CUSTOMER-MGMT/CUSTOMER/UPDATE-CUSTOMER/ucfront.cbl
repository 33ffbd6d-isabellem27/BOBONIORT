      *    sociale a la saisie : cle de verification (modulo 97) et   *
      *    coherence du sexe et de l'annee/mois de naissance avec la  *
      *    fiche, en plus du simple controle numerique.               *
      * MAJ RD le 15/10/2026 Mesure de protection en vigueur           *
      *    (representant legal, getrep.cbl) affichee en evidence en    *
      *    tete du formulaire.                                         *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ucfront RECURSIVE.
       AUTHOR. Safaa.
       01  WS-POSTAL-OK         PIC X(01) VALUE 'O'.
       01  WS-POSTAL-TOWN       PIC X(30) VALUE SPACES.

      *    [RD] le 15/10/2026 : mesure de protection en vigueur
      *    (getrep.cbl).
       01  WS-REP-LINE          PIC X(120) VALUE SPACES.
       01  WS-REPRESENTATIVE.
           05 WS-REP-CUS-UUID     PIC X(36).
           05 WS-REP-DATE         PIC X(10).
           05 WS-REP-TYPE         PIC X(12).
           05 WS-REP-TYPE-LABEL   PIC X(30).
           05 WS-REP-NAME         PIC X(40).
           05 WS-REP-ADRESS1      PIC X(50).
           05 WS-REP-ADRESS2      PIC X(50).
           05 WS-REP-ZIPCODE      PIC X(15).
           05 WS-REP-TOWN         PIC X(30).
           05 WS-REP-PHONE        PIC X(10).
           05 WS-REP-MAIL         PIC X(50).
           05 WS-REP-COURT-REF    PIC X(30).
           05 WS-REP-VALID-FROM   PIC X(10).
           05 WS-REP-VALID-TO     PIC X(10).
           05 WS-REP-SCOPE        PIC X(01).
           05 WS-REP-SCOPE-LABEL  PIC X(30).
           05 WS-REP-DOC-NUM      PIC 9(08).
           05 WS-REP-RC           PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME               PIC X(11) VALUE SPACES.
       01  USERNAME             PIC X(05) VALUE SPACES.
           MOVE LK-CUS-BIRTH-DATE(6:2) TO WS-CUB-MONTH.  
           MOVE LK-CUS-BIRTH-DATE(9:2) TO WS-CUB-DAY.   

      *    [RD] le 15/10/2026 : mesure de protection en vigueur.
           PERFORM 9180-LOAD-REP-START
              THRU END-9180-LOAD-REP.

           PERFORM 1000-START-INITIALIZATION
              THRU END-1000-INITIALIZATION.
       END-0000-MAIN.
       END-9170-CHECK-DOCTOR.
           EXIT.

      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    Lit la mesure de protection en vigueur (getrep.cbl) pour    *
      *    l'afficher en tete du formulaire : les courriers partent    *
      *    alors au representant, pas a l'adresse de la fiche.         *
      ******************************************************************
       9180-LOAD-REP-START.
           MOVE SPACES TO WS-REP-LINE.
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO END-9180-LOAD-REP
           END-IF.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE LK-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF WS-REP-RC EQUAL '0'
               STRING '*** ' FUNCTION TRIM(WS-REP-TYPE-LABEL)
                   ' - courriers adresses a '
                   FUNCTION TRIM(WS-REP-NAME)
                   ' - ' FUNCTION TRIM(WS-REP-SCOPE-LABEL) ' ***'
                   DELIMITED BY SIZE INTO WS-REP-LINE
               END-STRING
           END-IF.
           EXEC SQL DISCONNECT ALL END-EXEC.
       END-9180-LOAD-REP.
           EXIT.

      ******************************************************************
      *    [RD] le 03/09/2026 : charge la connexion depuis la          *
      *    configuration centralisee (getconf.cbl), une seule fois     *
