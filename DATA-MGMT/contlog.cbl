      ******************************************************************
      *    [RD] Journal des contacts avec l'adherent (appels,          *
      *    courriels, visites au guichet, courriers).                  *
      *    La table CONTACT_LOG porte une ligne par contact :          *
      *      CONTACT_NUM           numero du contact (MAX + 1) ;       *
      *      UUID_CUSTOMER         adherent concerne ;                 *
      *      CONTACT_DATE / _TIME  date (AAAA-MM-JJ) et heure (HH:MM)  *
      *                            de l'enregistrement ;               *
      *      CONTACT_CHANNEL       TELEPHONE, COURRIEL, GUICHET,       *
      *                            COURRIER ou PORTAIL ;               *
      *      CONTACT_OPERATOR      operateur (compte de session USER   *
      *                            par defaut, comme accesslog.cbl) ;  *
      *      CONTACT_REASON        code motif (liste ci-dessous) ;     *
      *      CONTACT_NOTE          texte libre ;                       *
      *      CONTACT_FOLLOWUP_DATE date de rappel promise (AAAA-MM-JJ, *
      *      CONTACT_FOLLOWUP_DONE vide si aucune) et rappel traite    *
      *                            (O/N) ;                             *
      *      CONTACT_LINK_TYPE /   objet concerne : DEMANDE (numero de *
      *      CONTACT_LINK_REF      demande), FACTURE (numero de        *
      *                            facture) ou RECLAMATION (numero de  *
      *                            reclamation).                       *
      *    Codes motif : REMB (remboursement), COTIS (cotisation,      *
      *    facture), CONTRAT, ATTEST (attestation, carte), COORD       *
      *    (coordonnees, IBAN), RECLAM (reclamation), RESIL            *
      *    (resiliation), AUTRE.                                       *
      *    Action LK-CTC-ACTION :                                      *
      *      'A' contact ajoute, numero rendu dans LK-CTC-NUM ;        *
      *      'F' rappel du contact LK-CTC-NUM marque traite ;          *
      *      a blanc : les tables sont seulement garanties.            *
      *    Code retour LK-CTC-RC : '0' fait, '1' rien a faire (rappel  *
      *    inconnu ou deja traite), '2' donnee invalide (canal, motif  *
      *    ou objet), '9' erreur SQL.                                  *
      *    Saisie par l'ecran contfront.cbl (vue 360, mem360.cbl) ;    *
      *    rappels dus sur la liste de travail (worklist.cbl) ;        *
      *    rapport mensuel par motif (contrept.cbl).                   *
      *    La connexion et la transaction sont celles de l'appelant ;  *
      *    les tables sont completees au premier appel de l'execution. *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      * MAJ RD le 15/10/2026 Ajout du canal PORTAIL (demandes du       *
      *    portail adherent, portback.cbl).                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. contlog RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] creation des tables une fois par execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  WS-OS-USER           PIC X(20) VALUE SPACES.
       01  FIN                  PIC S9(9) VALUE 100.

      *    [RD] canaux et motifs admis.
       01  WS-CHANNEL           PIC X(10) VALUE SPACES.
           88 WS-CHANNEL-OK     VALUE 'TELEPHONE' 'COURRIEL'
                                      'GUICHET' 'COURRIER'
                                      'PORTAIL'.
       01  WS-REASON            PIC X(10) VALUE SPACES.
           88 WS-REASON-OK      VALUE 'REMB' 'COTIS' 'CONTRAT'
                                      'ATTEST' 'COORD' 'RECLAM'
                                      'RESIL' 'AUTRE'.
       01  WS-LINK-TYPE         PIC X(12) VALUE SPACES.
           88 WS-LINK-TYPE-OK   VALUE 'DEMANDE' 'FACTURE'
                                      'RECLAMATION' SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-CONTACT-NUM      PIC 9(08) VALUE ZERO.
       01  SQL-CHANNEL          PIC X(10) VALUE SPACES.
       01  SQL-OPERATOR         PIC X(10) VALUE SPACES.
       01  SQL-REASON           PIC X(10) VALUE SPACES.
       01  SQL-NOTE             PIC X(200) VALUE SPACES.
       01  SQL-FOLLOWUP         PIC X(10) VALUE SPACES.
       01  SQL-LINK-TYPE        PIC X(12) VALUE SPACES.
       01  SQL-LINK-REF         PIC X(20) VALUE SPACES.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CONTACT.
           05 LK-CTC-ACTION       PIC X(01).
           05 LK-CTC-CUS-UUID     PIC X(36).
           05 LK-CTC-NUM          PIC 9(08).
           05 LK-CTC-CHANNEL      PIC X(10).
           05 LK-CTC-OPERATOR     PIC X(10).
           05 LK-CTC-REASON       PIC X(10).
           05 LK-CTC-NOTE         PIC X(200).
           05 LK-CTC-FOLLOWUP     PIC X(10).
           05 LK-CTC-LINK-TYPE    PIC X(12).
           05 LK-CTC-LINK-REF     PIC X(20).
           05 LK-CTC-RC           PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CONTACT.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-CTC-RC.
      *    [RD] un appel sans adherent ne fait que garantir les tables
      *    (vue 360, liste de travail, rapport mensuel).
           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.
           IF LK-CTC-CUS-UUID EQUAL SPACES
               GO TO END-0000-MAIN
           END-IF.

           MOVE LK-CTC-CUS-UUID TO SQL-CUS-UUID.
           IF LK-CTC-ACTION EQUAL 'A'
               PERFORM 2000-ADD-CONTACT-START
                  THRU END-2000-ADD-CONTACT
           ELSE IF LK-CTC-ACTION EQUAL 'F'
               PERFORM 3000-FOLLOWUP-DONE-START
                  THRU END-3000-FOLLOWUP-DONE
           END-IF
           END-IF.
      *    [RD] jamais d'erreur SQL laissee a l'appelant, qui peut
      *    avoir un curseur ouvert : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table CONTACT_LOG si elle n'existe pas encore. *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTACT_LOG (
                   CONTACT_NUM           INTEGER,
                   UUID_CUSTOMER         VARCHAR(36),
                   CONTACT_DATE          VARCHAR(10),
                   CONTACT_TIME          VARCHAR(5),
                   CONTACT_CHANNEL       VARCHAR(10),
                   CONTACT_OPERATOR      VARCHAR(10),
                   CONTACT_REASON        VARCHAR(10),
                   CONTACT_NOTE          VARCHAR(200),
                   CONTACT_FOLLOWUP_DATE VARCHAR(10),
                   CONTACT_FOLLOWUP_DONE VARCHAR(1) DEFAULT 'N',
                   CONTACT_LINK_TYPE     VARCHAR(12),
                   CONTACT_LINK_REF      VARCHAR(20)
               )
           END-EXEC.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Nouveau contact : canal, motif et objet controles,     *
      *    operateur de la session par defaut, horodatage du serveur.  *
      ******************************************************************
       2000-ADD-CONTACT-START.
           MOVE FUNCTION UPPER-CASE(LK-CTC-CHANNEL) TO WS-CHANNEL.
           MOVE FUNCTION UPPER-CASE(LK-CTC-REASON) TO WS-REASON.
           MOVE FUNCTION UPPER-CASE(LK-CTC-LINK-TYPE) TO WS-LINK-TYPE.
           IF NOT WS-CHANNEL-OK OR NOT WS-REASON-OK
              OR NOT WS-LINK-TYPE-OK
               MOVE '2' TO LK-CTC-RC
               GO TO END-2000-ADD-CONTACT
           END-IF.
           IF WS-LINK-TYPE NOT EQUAL SPACES
              AND LK-CTC-LINK-REF EQUAL SPACES
               MOVE '2' TO LK-CTC-RC
               GO TO END-2000-ADD-CONTACT
           END-IF.

           IF LK-CTC-OPERATOR EQUAL SPACES
               MOVE SPACES TO WS-OS-USER
               ACCEPT WS-OS-USER FROM ENVIRONMENT 'USER'
               IF WS-OS-USER EQUAL SPACES
                   MOVE '(inconnu)' TO WS-OS-USER
               END-IF
               MOVE WS-OS-USER(1:10) TO LK-CTC-OPERATOR
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-CTC-OPERATOR) TO SQL-OPERATOR.
           MOVE WS-CHANNEL TO SQL-CHANNEL.
           MOVE WS-REASON TO SQL-REASON.
           MOVE WS-LINK-TYPE TO SQL-LINK-TYPE.
           MOVE LK-CTC-LINK-REF TO SQL-LINK-REF.
           MOVE LK-CTC-NOTE TO SQL-NOTE.
           MOVE LK-CTC-FOLLOWUP TO SQL-FOLLOWUP.

           EXEC SQL
               SELECT pg_advisory_xact_lock(hashtext('CONTACT'))
           END-EXEC.
           MOVE ZERO TO SQL-CONTACT-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(CONTACT_NUM), 0) + 1
               INTO :SQL-CONTACT-NUM
               FROM CONTACT_LOG
           END-EXEC.
           EXEC SQL
               INSERT INTO CONTACT_LOG
                   (CONTACT_NUM, UUID_CUSTOMER, CONTACT_DATE,
                    CONTACT_TIME, CONTACT_CHANNEL, CONTACT_OPERATOR,
                    CONTACT_REASON, CONTACT_NOTE,
                    CONTACT_FOLLOWUP_DATE, CONTACT_FOLLOWUP_DONE,
                    CONTACT_LINK_TYPE, CONTACT_LINK_REF)
               VALUES
                   (:SQL-CONTACT-NUM, :SQL-CUS-UUID,
                    TO_CHAR(CURRENT_TIMESTAMP, 'YYYY-MM-DD'),
                    TO_CHAR(CURRENT_TIMESTAMP, 'HH24:MI'),
                    TRIM(:SQL-CHANNEL), TRIM(:SQL-OPERATOR),
                    TRIM(:SQL-REASON), TRIM(:SQL-NOTE),
                    NULLIF(TRIM(:SQL-FOLLOWUP), ''), 'N',
                    NULLIF(TRIM(:SQL-LINK-TYPE), ''),
                    NULLIF(TRIM(:SQL-LINK-REF), ''))
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CTC-RC
               GO TO END-2000-ADD-CONTACT
           END-IF.
           MOVE SQL-CONTACT-NUM TO LK-CTC-NUM.
           MOVE '0' TO LK-CTC-RC.
       END-2000-ADD-CONTACT.
           EXIT.

      ******************************************************************
      *    [RD] Rappel traite : seul un rappel encore ouvert de cet    *
      *    adherent est concerne.                                      *
      ******************************************************************
       3000-FOLLOWUP-DONE-START.
           MOVE LK-CTC-NUM TO SQL-CONTACT-NUM.
           EXEC SQL
               UPDATE CONTACT_LOG
               SET CONTACT_FOLLOWUP_DONE = 'O'
               WHERE CONTACT_NUM = :SQL-CONTACT-NUM
                 AND UUID_CUSTOMER = :SQL-CUS-UUID
                 AND CONTACT_FOLLOWUP_DATE IS NOT NULL
                 AND COALESCE(CONTACT_FOLLOWUP_DONE, 'N') = 'N'
           END-EXEC.
           IF SQLCODE EQUAL FIN
               GO TO END-3000-FOLLOWUP-DONE
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               MOVE '9' TO LK-CTC-RC
               GO TO END-3000-FOLLOWUP-DONE
           END-IF.
           IF SQLERRD(3) EQUAL ZERO
               GO TO END-3000-FOLLOWUP-DONE
           END-IF.
           MOVE '0' TO LK-CTC-RC.
       END-3000-FOLLOWUP-DONE.
           EXIT.
