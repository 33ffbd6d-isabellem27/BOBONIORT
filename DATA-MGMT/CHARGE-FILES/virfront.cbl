      ******************************************************************
      * Traitement du compte-rendu de la banque sur les virements      *
      * emis (remboursements de prestations et de credits adherent).   *
      *    Programme precedent: menu des fonctionnalites annexes       *
      *                         (menudata.cbl)                         *
      *    Programme suivant : virback.cbl puis menudata.cbl           *
      *    L'ecran affiche le nom du fichier a charger, un bouton      *
      *    valider et un bouton retour au menu.                        *
      * Auteur: RD                                                     *
      * Date de creation : le 15/10/2026                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. virfront RECURSIVE.
       AUTHOR. RD.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] connexion lue dans la configuration d'exploitation
      *    centralisee (getconf.cbl).
       01  WS-CONF-KEY          PIC X(20) VALUE SPACES.
       01  WS-CONF-VALUE        PIC X(60) VALUE SPACES.
       01  WS-CONF-RC           PIC X(01) VALUE SPACE.
       01  WS-CONF-DONE         PIC X(01) VALUE 'N'.
       01  WS-BUTTONS-SCREEN.
           05 WS-VALIDATE          PIC X(01)                     .
           05 WS-RETURN            PIC X(01)                     .
       01  SC-FILE                 PIC X(100)                    .
       01  SC-MESSAGE              PIC X(70)      VALUE SPACES   .

       01 WS-MESSAGE.
           05 WS-MESSAGE1          PIC X(31)
               VALUE 'ERREUR DE SAISIE, VEUILLEZ SELE'           .
           05 WS-MESSAGE2          PIC X(31)
               VALUE 'CTIONNER VOTRE CHOIX AVEC "O".'            .

       01 WS-SELECT-OPTION         PIC X(05)      VALUE 'FALSE'  .

       01  WS-SQL-LIB              PIC X(80)      VALUE SPACES   .

      *    [RD] Connexion ouverte par virfront.cbl autour de l'appel
      *    a virback.cbl, qui ne gere pas lui-meme sa connexion
      *    (meme modele que retfront.cbl/retback.cbl).
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE SPACES.
       01  USERNAME PIC  X(05) VALUE SPACES.
       01  PASSWD   PIC  X(10) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-charge-retour-vir.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-START-MAIN.
           MOVE './CHARGE-FILES/RetourVirements.csv' TO SC-FILE.
           PERFORM 1000-CONTROL-IMPUT-START
           THRU END-1000-CONTROL-IMPUT.
       END-0000-MAIN.
           STOP RUN.

      ******************************************************************
      *    [RD] Boucle d'affichage de la gestion de l'ecran en cas
      *    d'erreur de saisie de l'utilisateur
      ******************************************************************
       1000-CONTROL-IMPUT-START.
           INITIALIZE WS-BUTTONS-SCREEN SC-MESSAGE.
           PERFORM UNTIL WS-SELECT-OPTION = 'TRUE'
              ACCEPT SCREEN-CHARGE-RETOUR-VIR
              PERFORM 1100-CHECK-CHOICE-START
              THRU END-1100-CHECK-CHOICE
           END-PERFORM.
       END-1000-CONTROL-IMPUT.
           EXIT.

      ******************************************************************
      *     [RD] Verifie la saisie utilisateur : 'O' dans l'input
      *     et appelle le programme correspondant.
      ******************************************************************
       1100-CHECK-CHOICE-START.
            IF FUNCTION UPPER-CASE(WS-VALIDATE)
            EQUAL 'O' THEN
               PERFORM 1200-SQL-CONNECTION-START
                  THRU END-1200-SQL-CONNECTION
               CALL 'virback' USING BY REFERENCE SC-FILE
               END-CALL
               PERFORM 1300-SQL-DISCONNECTION-START
                  THRU END-1300-SQL-DISCONNECTION
               CALL 'menudata'
            ELSE IF FUNCTION UPPER-CASE(WS-RETURN)
                 EQUAL 'O' THEN
                    CALL 'menudata'
                 ELSE
                    PERFORM 9200-ERROR-MESSAGE-START
                    THRU END-9200-ERROR-MESSAGE
            END-IF.
       END-1100-CHECK-CHOICE.
           EXIT.

      ******************************************************************
      *    [RD] Ouvre la connexion utilisee par virback.cbl : il ne
      *    la gere pas lui-meme, pour pouvoir aussi etre appele depuis
      *    inboxproc.cbl sur une connexion deja ouverte.
      ******************************************************************
       1200-SQL-CONNECTION-START.
      *    [RD] parametres de connexion lus dans la configuration
      *    centralisee (getconf.cbl).
           PERFORM 0050-LOAD-CONFIG-START
              THRU END-0050-LOAD-CONFIG.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CONNECTION BASE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1200-SQL-CONNECTION.
           EXIT.

      ******************************************************************
      *    [RD] Valide et ferme la connexion ouverte en 1200 une fois
      *    le traitement de virback.cbl termine.
      ******************************************************************
       1300-SQL-DISCONNECTION-START.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'DISCONNECTION BASE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1300-SQL-DISCONNECTION.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS                       *
      ******************************************************************
      ******************************************************************
      *    [RD] - le 15/10/2026                                        *
      *    J'envoie un message si erreur de saisie et efface la saisie *
      ******************************************************************
       9200-ERROR-MESSAGE-START.
           INITIALIZE SC-MESSAGE.
           STRING
               'ERREUR DE SAISIE, VEUILLEZ SELECTIONNER VOTRE CHOIX'
               SPACE 'AVEC "O"'
               DELIMITED BY SIZE
               INTO SC-MESSAGE
           END-STRING.
       END-9200-ERROR-MESSAGE.
           EXIT.

      ******************************************************************
      *                      GESTION DES ERREURS SQL                   *
      ******************************************************************
       9020-ERROR-SQL-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY WS-SQL-LIB SPACE "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
           STOP RUN.

      ******************************************************************

      ******************************************************************
      *    [RD] Charge la connexion depuis la configuration            *
      *    centralisee (getconf.cbl), une seule fois par execution ;   *
      *    sans configuration, refus clair de demarrer.                *
      ******************************************************************
       0050-LOAD-CONFIG-START.
           IF WS-CONF-DONE EQUAL 'O'
               GO TO END-0050-LOAD-CONFIG
           END-IF.
           MOVE 'DBNAME' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CONFIGURATION CONFIG/boboniort.conf ABSENTE'
               DISPLAY 'OU CLE DBNAME MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO DBNAME.
           MOVE 'DBUSER' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBUSER MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO USERNAME.
           MOVE 'DBPASS' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC NOT = '0'
               DISPLAY 'CLE DBPASS MANQUANTE - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-CONF-VALUE TO PASSWD.
           MOVE 'O' TO WS-CONF-DONE.
       END-0050-LOAD-CONFIG.
           EXIT.
