      *    convention que menuinvo.cbl/rptbord.cbl), sans quoi une    *
      *    facture regeneree faisait compter deux fois le meme        *
      *    adherent dans la synthese.                                 *
      * MAJ RD le 15/10/2026 Libelle du palier lu dans le catalogue   *
      *    PRODUCT (getprod.cbl).                                     *
      * MAJ RD le 15/10/2026 Etape de la chaine de cloture            *
      *    mensuelle (closchain.cbl) : second parametre LK-CLOSE-STEP.*
      *    En mode 'B' la synthese porte sur le mois AAAAMM recu au   *
      *    lieu du mois en cours, et le fichier produit et le code    *
      *    retour sont rendus a la chaine ; rptfinfront.cbl passe le  *
      *    mode 'E' (mois en cours, comme avant).                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptfin RECURSIVE.

       01  WS-TIER-CODE            PIC X(03).
       01  WS-TIER-LABEL           PIC X(15).
      *    lecture du catalogue PRODUCT (getprod.cbl)
       01  WS-PRODUCT.
           05 WS-PRD-FUNCTION     PIC X(01).
           05 WS-PRD-RANK         PIC 9(02).
           05 WS-PRD-CODE         PIC X(10).
           05 WS-PRD-PREFIX       PIC X(03).
           05 WS-PRD-LABEL        PIC X(20).
           05 WS-PRD-START-DATE   PIC X(10).
           05 WS-PRD-END-DATE     PIC X(10).
           05 WS-PRD-ORDER        PIC 9(02).
           05 WS-PRD-KIND         PIC X(01).
           05 WS-PRD-GRID-NUM     PIC 9(02).
           05 WS-PRD-RATE-SLOT    PIC 9(01).
           05 WS-PRD-BENEFIT-RATE PIC 9(03).
           05 WS-PRD-COMM-RATE    PIC 9(03).
           05 WS-PRD-ACCOUNT      PIC X(10).
           05 WS-PRD-ACTIVE       PIC X(01).
           05 WS-PRD-RC           PIC X(01).
       01  WS-TIER-EXPECTED        PIC 9(09)V99.
       01  WS-TIER-COLLECTED       PIC 9(09)V99.
       01  WS-TIER-NB-INVOICE      PIC 9(05).

       LINKAGE SECTION.
       01  LK-NB-TIER              PIC 9(05).
      *    [RD] le 15/10/2026 : appel par la chaine de cloture
      *    mensuelle (closchain.cbl) en mode 'B', ou par
      *    rptfinfront.cbl en mode 'E'.
       01  LK-CLOSE-STEP.
           05 LK-CS-MODE           PIC X(01).
           05 LK-CS-PERIOD         PIC X(06).
           05 LK-CS-RC             PIC X(01).
           05 LK-CS-OUTPUT         PIC X(200).
           05 LK-CS-MESSAGE        PIC X(70).

      ******************************************************************

       PROCEDURE DIVISION USING LK-NB-TIER, LK-CLOSE-STEP.
       0000-MAIN-START.
      *    [RD] le 03/09/2026 : parametres de connexion lus dans la
      *    configuration centralisee (getconf.cbl).
           END-IF.

           MOVE WS-NB-TIER TO LK-NB-TIER.
           IF  LK-CS-MODE = 'B'
               MOVE '0' TO LK-CS-RC
               MOVE WS-RECAP-PATH TO LK-CS-OUTPUT
               INITIALIZE LK-CS-MESSAGE
               STRING 'SYNTHESE PRODUITE - PALIERS : ' WS-NB-TIER
                   DELIMITED BY SIZE INTO LK-CS-MESSAGE
               END-STRING
           END-IF.
       END-0000-MAIN.
           GOBACK.

           MOVE WS-RECAP-DATE(1:4) TO WS-RECAP-YEAR.
           MOVE WS-RECAP-DATE(5:2) TO WS-RECAP-MONTH.
           MOVE WS-RECAP-DATE(7:2) TO WS-RECAP-DAY.
      *    [RD] le 15/10/2026 : en chaine de cloture, mois clos recu
      *    de closchain.cbl ; le fichier garde la date du jour.
           IF  LK-CS-MODE = 'B'
               MOVE LK-CS-PERIOD(1:4) TO WS-RECAP-YEAR
               MOVE LK-CS-PERIOD(5:2) TO WS-RECAP-MONTH
           END-IF.

           STRING
               WS-RECAP-YEAR '-' WS-RECAP-MONTH '%'
      *    recapitulatif.                                              *
      ******************************************************************
       3100-ECRIS-UN-PALIER-START.
      *    [RD] le 15/10/2026 : libelle du catalogue PRODUCT.
           INITIALIZE WS-PRODUCT.
           MOVE 'P' TO WS-PRD-FUNCTION.
           MOVE WS-TIER-CODE TO WS-PRD-PREFIX.
           CALL 'getprod' USING WS-PRODUCT.
           IF WS-PRD-RC EQUAL '0'
               MOVE WS-PRD-LABEL TO WS-TIER-LABEL
           ELSE
               MOVE 'Inconnu' TO WS-TIER-LABEL
           END-IF.
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      *    [RD] le 15/10/2026 : en chaine de cloture, l'echec est
      *    rendu a closchain.cbl qui arrete la chaine.
           IF  LK-CS-MODE = 'B'
               MOVE '1' TO LK-CS-RC
               MOVE WS-SQL-LIB TO LK-CS-MESSAGE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.
       END-9020-ERROR-SQL.
           STOP RUN.

