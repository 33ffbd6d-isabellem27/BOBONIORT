      ******************************************************************
      *    [RD] Motifs de contact des adherents, par mois.             *
      *    Lit le journal des contacts CONTACT_LOG (ecrit par          *
      *    contlog.cbl depuis contfront.cbl) et ecrit, par code motif, *
      *    le nombre de contacts, leur repartition par canal           *
      *    (telephone, courriel, guichet, courrier), les rappels       *
      *    promis et ceux deja traites, pour le mois demande puis pour *
      *    les douze mois qui s'y terminent, dans                      *
      *    CONTACTS-MOTIF-AAAAMM.txt.                                  *
      *    Mois a zero : mode ordonnanceur (batsched.cbl), rapport du  *
      *    mois precedent, refait a chaque passage pour prendre en     *
      *    compte les rappels traites apres la fin du mois.            *
      *    Appele par batsched.cbl, dans une connexion deja ouverte    *
      *    par l'appelant, comme dbtrej.cbl.                           *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Date de traitement lue dans               *
      *    procdate.cbl : jour force par l'ordonnanceur lors d'un      *
      *    rattrapage, date systeme sinon.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contrept RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRINT ASSIGN TO WS-PRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRINT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  R-PRINT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-PATH.
           03 WS-PRINT-FOLDER   PIC X(25)
           VALUE './RAPPORT/CONTACTS-MOTIF-'.
           03 WS-PRINT-MONTH    PIC 9(06).
           03 WS-PRINT-FORMAT   PIC X(04) VALUE '.txt'.

       01  WS-SQL-LIB           PIC X(80).
       01  FIN                  PIC S9(9) VALUE 100.

       01  WS-RUN-MONTH.
           03 WS-RUN-YEAR       PIC 9(04) VALUE ZERO.
           03 WS-RUN-MM         PIC 9(02) VALUE ZERO.
       01  WS-RUN-MONTH-N REDEFINES WS-RUN-MONTH PIC 9(06).
       01  WS-FROM-MONTH.
           03 WS-FROM-YEAR      PIC 9(04) VALUE ZERO.
           03 WS-FROM-MM        PIC 9(02) VALUE ZERO.
       01  WS-TODAY.
           03 WS-TODAY-YEAR     PIC 9(04).
           03 WS-TODAY-MM       PIC 9(02).
           03 WS-TODAY-DD       PIC 9(02).
       01  WS-NB-LINES          PIC 9(05) VALUE ZERO.
       01  WS-BLOCK-LINES       PIC 9(05) VALUE ZERO.

      *    [RD] totaux du bloc, tous motifs confondus.
       01  WS-TOTALS.
           03 WS-T-TOTAL        PIC 9(07) VALUE ZERO.
           03 WS-T-PHONE        PIC 9(07) VALUE ZERO.
           03 WS-T-MAIL         PIC 9(07) VALUE ZERO.
           03 WS-T-DESK         PIC 9(07) VALUE ZERO.
           03 WS-T-POST         PIC 9(07) VALUE ZERO.
           03 WS-T-FOLLOWUP     PIC 9(07) VALUE ZERO.
           03 WS-T-DONE         PIC 9(07) VALUE ZERO.

       01  WS-REPORT.
           03 WS-R-DASH         PIC X(80) VALUE ALL '-'.
           03 WS-R-SPACES-ALL   PIC X(80) VALUE SPACES.
           03 WS-R-TITLE        PIC X(50)
           VALUE 'MOTIFS DE CONTACT DES ADHERENTS'.
           03 WS-R-COL-HEAD.
              05 FILLER PIC X(10) VALUE 'Motif'.
              05 FILLER PIC X(10) VALUE '   Total'.
              05 FILLER PIC X(10) VALUE ' Telephone'.
              05 FILLER PIC X(10) VALUE '  Courriel'.
              05 FILLER PIC X(10) VALUE '   Guichet'.
              05 FILLER PIC X(10) VALUE '  Courrier'.
              05 FILLER PIC X(10) VALUE '   Rappels'.
              05 FILLER PIC X(10) VALUE '   Traites'.
           03 WS-R-LINE.
              05 WS-R-REASON    PIC X(10).
              05 WS-R-TOTAL     PIC Z(07)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-PHONE     PIC Z(07)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-MAIL      PIC Z(07)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-DESK      PIC Z(07)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-POST      PIC Z(07)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-FOLLOWUP  PIC Z(07)9.
              05 FILLER         PIC X(02) VALUE SPACES.
              05 WS-R-DONE      PIC Z(07)9.

      *    [RD] appel sans adherent de contlog.cbl : table garantie.
       01  WS-CONTACT.
           05 WS-CTC-ACTION       PIC X(01).
           05 WS-CTC-CUS-UUID     PIC X(36).
           05 WS-CTC-NUM          PIC 9(08).
           05 WS-CTC-CHANNEL      PIC X(10).
           05 WS-CTC-OPERATOR     PIC X(10).
           05 WS-CTC-REASON       PIC X(10).
           05 WS-CTC-NOTE         PIC X(200).
           05 WS-CTC-FOLLOWUP     PIC X(10).
           05 WS-CTC-LINK-TYPE    PIC X(12).
           05 WS-CTC-LINK-REF     PIC X(20).
           05 WS-CTC-RC           PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-DATE-FROM        PIC X(10).
       01  SQL-DATE-TO          PIC X(10).
       01  SQL-REASON           PIC X(10).
       01  SQL-NB-TOTAL         PIC 9(07).
       01  SQL-NB-PHONE         PIC 9(07).
       01  SQL-NB-MAIL          PIC 9(07).
       01  SQL-NB-DESK          PIC 9(07).
       01  SQL-NB-POST          PIC 9(07).
       01  SQL-NB-FOLLOWUP      PIC 9(07).
       01  SQL-NB-DONE          PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       LINKAGE SECTION.
       01  LK-MONTH             PIC 9(06).
       01  LK-NB-PRODUCED       PIC 9(05).

      ******************************************************************

       PROCEDURE DIVISION USING LK-MONTH, LK-NB-PRODUCED.
       0000-MAIN-START.
      *    [RD] La connexion est ouverte par l'appelant (batsched.cbl),
      *    comme pour dbtrej.cbl.
           MOVE ZERO TO WS-NB-LINES.
           PERFORM 1000-RESOLVE-MONTH-START
              THRU END-1000-RESOLVE-MONTH.
           IF  WS-RUN-MONTH-N EQUAL ZERO
               MOVE ZERO TO LK-NB-PRODUCED
               GO TO END-0000-MAIN
           END-IF.

           INITIALIZE WS-CONTACT.
           CALL 'contlog' USING WS-CONTACT
           END-CALL.
           PERFORM 2000-WRITE-REPORT-START
              THRU END-2000-WRITE-REPORT.

           MOVE WS-NB-LINES TO LK-NB-PRODUCED.
           DISPLAY 'MOTIFS DE CONTACT PRODUIT : ' WS-PRINT-PATH.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Mois a traiter : celui recu en parametre (AAAAMM), ou, *
      *    en mode ordonnanceur (mois a zero), le mois precedent.      *
      ******************************************************************
       1000-RESOLVE-MONTH-START.
           MOVE ZERO TO WS-RUN-MONTH-N.
           IF  LK-MONTH NOT = ZERO
               MOVE LK-MONTH TO WS-RUN-MONTH-N
               IF  WS-RUN-MM < 1 OR WS-RUN-MM > 12
                   DISPLAY 'MOTIFS DE CONTACT : MOIS INVALIDE ' LK-MONTH
                   MOVE ZERO TO WS-RUN-MONTH-N
               END-IF
               GO TO END-1000-RESOLVE-MONTH
           END-IF.
           CALL 'procdate' USING BY CONTENT 'L', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY-YEAR TO WS-RUN-YEAR.
           MOVE WS-TODAY-MM TO WS-RUN-MM.
           IF  WS-RUN-MM EQUAL 1
               MOVE 12 TO WS-RUN-MM
               SUBTRACT 1 FROM WS-RUN-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RUN-MM
           END-IF.
       END-1000-RESOLVE-MONTH.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le rapport : bloc du mois, puis bloc des douze   *
      *    mois glissants qui se terminent avec lui.                   *
      ******************************************************************
       2000-WRITE-REPORT-START.
           MOVE WS-RUN-MONTH-N TO WS-PRINT-MONTH.
           OPEN OUTPUT F-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           INITIALIZE R-PRINT.
           STRING '    ' WS-R-TITLE
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.

      *    [RD] mois demande : du premier au dernier jour possible.
           INITIALIZE SQL-DATE-FROM SQL-DATE-TO.
           STRING WS-RUN-YEAR '-' WS-RUN-MM '-01'
               DELIMITED BY SIZE INTO SQL-DATE-FROM
           END-STRING.
           STRING WS-RUN-YEAR '-' WS-RUN-MM '-31'
               DELIMITED BY SIZE INTO SQL-DATE-TO
           END-STRING.
           INITIALIZE R-PRINT.
           STRING 'Contacts enregistres en ' WS-RUN-MM '/'
               WS-RUN-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           PERFORM 3000-WRITE-BLOCK-START
              THRU END-3000-WRITE-BLOCK.

      *    [RD] douze mois glissants.
           MOVE WS-RUN-YEAR TO WS-FROM-YEAR.
           MOVE WS-RUN-MM TO WS-FROM-MM.
           IF  WS-FROM-MM EQUAL 12
               MOVE 1 TO WS-FROM-MM
           ELSE
               ADD 1 TO WS-FROM-MM
               SUBTRACT 1 FROM WS-FROM-YEAR
           END-IF.
           INITIALIZE SQL-DATE-FROM.
           STRING WS-FROM-YEAR '-' WS-FROM-MM '-01'
               DELIMITED BY SIZE INTO SQL-DATE-FROM
           END-STRING.
           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           INITIALIZE R-PRINT.
           STRING 'Douze mois du ' WS-FROM-MM '/' WS-FROM-YEAR
               ' au ' WS-RUN-MM '/' WS-RUN-YEAR
               DELIMITED BY SIZE INTO R-PRINT
           END-STRING.
           WRITE R-PRINT.
           PERFORM 3000-WRITE-BLOCK-START
              THRU END-3000-WRITE-BLOCK.

           WRITE R-PRINT FROM WS-R-SPACES-ALL.
           MOVE 'Rappels = rappels promis a l''adherent ; traites = ceux
      -        ' deja effectues.' TO R-PRINT.
           WRITE R-PRINT.
           WRITE R-PRINT FROM WS-R-DASH.
           CLOSE F-PRINT.
       END-2000-WRITE-REPORT.
           EXIT.

      ******************************************************************
      *    [RD] Une ligne par code motif pour les contacts dates de    *
      *    SQL-DATE-FROM a SQL-DATE-TO, puis la ligne des totaux.      *
      ******************************************************************
       3000-WRITE-BLOCK-START.
           MOVE ZERO TO WS-BLOCK-LINES.
           INITIALIZE WS-TOTALS.
           WRITE R-PRINT FROM WS-R-COL-HEAD.
           WRITE R-PRINT FROM WS-R-DASH.

           EXEC SQL
               DECLARE CRSCONTREPT CURSOR FOR
               SELECT COALESCE(CONTACT_REASON, 'AUTRE'),
                      COUNT(*),
                      SUM(CASE WHEN CONTACT_CHANNEL = 'TELEPHONE'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CONTACT_CHANNEL = 'COURRIEL'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CONTACT_CHANNEL = 'GUICHET'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CONTACT_CHANNEL = 'COURRIER'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CONTACT_FOLLOWUP_DATE IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CONTACT_FOLLOWUP_DATE IS NOT NULL
                                AND CONTACT_FOLLOWUP_DONE = 'O'
                               THEN 1 ELSE 0 END)
               FROM CONTACT_LOG
               WHERE CONTACT_DATE >= :SQL-DATE-FROM
                 AND CONTACT_DATE <= :SQL-DATE-TO
               GROUP BY COALESCE(CONTACT_REASON, 'AUTRE')
               ORDER BY 2 DESC, 1
           END-EXEC.

           EXEC SQL OPEN CRSCONTREPT END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCONTREPT
                   INTO :SQL-REASON, :SQL-NB-TOTAL,
                        :SQL-NB-PHONE, :SQL-NB-MAIL,
                        :SQL-NB-DESK, :SQL-NB-POST,
                        :SQL-NB-FOLLOWUP, :SQL-NB-DONE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM 3100-WRITE-REASON-LINE-START
                          THRU END-3100-WRITE-REASON-LINE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR FETCHING CURSOR CRSCONTREPT :'
                       SPACE SQLCODE
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSCONTREPT END-EXEC.

           IF  WS-BLOCK-LINES EQUAL ZERO
               MOVE 'Aucun contact sur la periode.' TO R-PRINT
               WRITE R-PRINT
           ELSE
               WRITE R-PRINT FROM WS-R-DASH
               MOVE 'TOTAL' TO WS-R-REASON
               MOVE WS-T-TOTAL TO WS-R-TOTAL
               MOVE WS-T-PHONE TO WS-R-PHONE
               MOVE WS-T-MAIL TO WS-R-MAIL
               MOVE WS-T-DESK TO WS-R-DESK
               MOVE WS-T-POST TO WS-R-POST
               MOVE WS-T-FOLLOWUP TO WS-R-FOLLOWUP
               MOVE WS-T-DONE TO WS-R-DONE
               WRITE R-PRINT FROM WS-R-LINE
           END-IF.
           WRITE R-PRINT FROM WS-R-DASH.
       END-3000-WRITE-BLOCK.
           EXIT.

      ******************************************************************
      *    [RD] Ligne du code motif courant.                           *
      ******************************************************************
       3100-WRITE-REASON-LINE-START.
           ADD 1 TO WS-BLOCK-LINES.
           ADD 1 TO WS-NB-LINES.
           MOVE SQL-REASON TO WS-R-REASON.
           MOVE SQL-NB-TOTAL TO WS-R-TOTAL.
           MOVE SQL-NB-PHONE TO WS-R-PHONE.
           MOVE SQL-NB-MAIL TO WS-R-MAIL.
           MOVE SQL-NB-DESK TO WS-R-DESK.
           MOVE SQL-NB-POST TO WS-R-POST.
           MOVE SQL-NB-FOLLOWUP TO WS-R-FOLLOWUP.
           MOVE SQL-NB-DONE TO WS-R-DONE.
           WRITE R-PRINT FROM WS-R-LINE.
           ADD SQL-NB-TOTAL TO WS-T-TOTAL.
           ADD SQL-NB-PHONE TO WS-T-PHONE.
           ADD SQL-NB-MAIL TO WS-T-MAIL.
           ADD SQL-NB-DESK TO WS-T-DESK.
           ADD SQL-NB-POST TO WS-T-POST.
           ADD SQL-NB-FOLLOWUP TO WS-T-FOLLOWUP.
           ADD SQL-NB-DONE TO WS-T-DONE.
       END-3100-WRITE-REASON-LINE.
           EXIT.

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
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       END-9020-ERROR-SQL.
      *    [RD] Rend la main a l'appelant au lieu d'arreter tout le
      *    run unit.
           GOBACK.
