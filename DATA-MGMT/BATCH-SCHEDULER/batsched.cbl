      *    son fichier par defaut.                                     *
      * MAJ RD le 03/09/2026 Ajout de la liste quotidienne des         *
      *    reclamations en retard de reponse (cmplover.cbl).           *
      * MAJ RD le 15/10/2026 Ajout des lettres-cheques pour les        *
      *    adherents sans IBAN (claimchq.cbl), juste apres le paiement *
      *    des demandes par virement.                                  *
      * MAJ RD le 15/10/2026 Ajout du compte-rendu bancaire des        *
      *    virements emis (virback.cbl via inboxproc.cbl), avant le    *
      *    paiement des demandes pour ecarter les IBAN rejetes.        *
      * MAJ RD le 15/10/2026 Ajout des echanges bancaires EBICS        *
      *    (ebicsxfr.cbl) : reception des fichiers de la banque en     *
      *    tete de chaine, envoi des remises de virements apres le     *
      *    paiement des demandes et des remises de prelevements apres  *
      *    la collecte.                                                *
      * MAJ RD le 15/10/2026 Ajout de l'echantillon hebdomadaire du    *
      *    controle qualite des demandes payees (qasample.cbl), qui    *
      *    ne tire qu'une fois par semaine.                            *
      * MAJ RD le 15/10/2026 Ajout du fichier quotidien des droits     *
      *    pour l'operateur de tiers payant (tpdroits.cbl), precede    *
      *    du traitement de ses accuses (tpack.cbl via inboxproc.cbl). *
      * MAJ RD le 15/10/2026 Ajout du controle nocturne contrat        *
      *    responsable de tous les contrats (respchk.cbl).             *
      * MAJ RD le 15/10/2026 Ajout de la fiche des exemples de         *
      *    remboursement (rembexam.cbl), refaite si les taux ont       *
      *    change.                                                     *
      * MAJ RD le 15/10/2026 Ajout de la limite d'age mensuelle des    *
      *    enfants ayants droit (depage.cbl) : demandes de certificat  *
      *    de scolarite, clotures et liste de rentree.                 *
      * MAJ RD le 15/10/2026 Ajout du suivi quotidien des periodes de  *
      *    portabilite (portabat.cbl), juste apres le chargement des   *
      *    mouvements de personnel qui les ouvre.                      *
      * MAJ RD le 15/10/2026 Ajout de la migration des adherents des   *
      *    produits fermes (migrbat.cbl), a la date d'effet des        *
      *    campagnes avisees.                                          *
      * MAJ RD le 15/10/2026 Ajout du rapport annuel du cout des       *
      *    remises sur cotisation (dscrept.cbl), produit en janvier.   *
      * MAJ RD le 15/10/2026 Ajout du taux de rejet des prelevements   *
      *    par jour de prelevement du mois precedent (dbtrej.cbl),     *
      *    apres le traitement des retours bancaires.                  *
      * MAJ RD le 15/10/2026 Ajout de la pre-notification SEPA         *
      *    (sepanotif.cbl) avant la collecte ; les avis partent avec   *
      *    l'envoi des documents du jour (maildoc.cbl).                *
      * MAJ RD le 15/10/2026 Ajout des plis non distribues renvoyes    *
      *    par La Poste (npaiback.cbl via inboxproc.cbl), avant la     *
      *    relance et l'envoi des documents qui ecartent les adresses  *
      *    invalides.                                                  *
      * MAJ RD le 15/10/2026 Ajout du rapport mensuel des motifs de    *
      *    contact des adherents du mois precedent (contrept.cbl).     *
      * MAJ RD le 15/10/2026 Ajout de la liste quotidienne du courrier *
      *    recu en attente de traitement (mailage.cbl).                *
      * MAJ RD le 15/10/2026 Ajout du flux d'impression quotidien pour *
      *    le routeur (printstr.cbl) apres la production des documents *
      *    du jour, et du rapprochement de son compte-rendu            *
      *    (prtback.cbl via inboxproc.cbl).                            *
      * MAJ RD le 15/10/2026 Ajout des statuts de signature            *
      *    electronique du prestataire (esigback.cbl via inboxproc.cbl)*
      *    et des relances des signatures en attente (esigbat.cbl).    *
      * MAJ RD le 15/10/2026 Ajout des demandes du portail adherent    *
      *    (portback.cbl via inboxproc.cbl).                           *
      * MAJ RD le 15/10/2026 Date de traitement forcee : un jour ou    *
      *    une periode en argument (AAAAMMJJ [AAAAMMJJ]) rejoue la     *
      *    chaine pour chaque jour ouvre manque, dans l'ordre ; tous   *
      *    les traitements lisent ce jour (procdate.cbl) et le journal *
      *    (BATCH_RUN_JOURNAL) le porte a cote de l'horodatage reel.   *
      * MAJ RD le 15/10/2026 Ajout de la veille des fichiers attendus  *
      *    des partenaires (filewatch.cbl) : fichier en retard,        *
      *    manquant, vide, trop petit ou recu deux fois.               *
      * MAJ RD le 15/10/2026 Ajout du menage des fichiers produits     *
      *    (housekeep.cbl) avant la sauvegarde : archivage et purge    *
      *    selon la duree de conservation de chaque type de sortie.    *
      * MAJ RD le 15/10/2026 Ajout de l'archivage annuel des demandes  *
      *    de remboursement closes (claimarch.cbl) avant la            *
      *    sauvegarde.                                                 *
      * MAJ RD le 15/10/2026 Frequence des traitements (JOB_FREQ :     *
      *    J quotidien, M mensuel, T trimestriel, A annuel) au jour    *
      *    ouvre N du mois (calendrier BANK_HOLIDAY, busdate.cbl),     *
      *    periode traitee calculee et gardee (JOB_LAST_PERIOD) ; ajout*
      *    de la chaine de cloture mensuelle (closchain.cbl).          *
      * MAJ RD le 15/10/2026 Ajout des notifications de droits C2S de  *
      *    la CPAM (c2sback.cbl via inboxproc.cbl) et du suivi des     *
      *    droits C2S : rappel de renouvellement, fin de droits        *
      *    (c2sbat.cbl).                                               *
      * MAJ RD le 15/10/2026 Chaque traitement lance est decharge      *
      *    (CANCEL) au retour : un rattrapage de plusieurs jours le    *
      *    rappelle chaque jour avec ses compteurs et indicateurs de   *
      *    depart.                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batsched RECURSIVE.
           VALUE 'exploitation@boboniort.fr'               .

       01  WS-TODAY                PIC 9(08).
      *    [RD] le 15/10/2026 : periode a traiter (rattrapage).
       01  WS-SYS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DATE-FROM            PIC 9(08) VALUE ZERO.
       01  WS-DATE-TO              PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DAY             PIC 9(08) VALUE ZERO.
       01  WS-BUS-DAYS             PIC 9(03) VALUE 1.
       01  WS-NB-DAYS              PIC 9(03) VALUE ZERO.
       01  WS-CMD-LINE             PIC X(40) VALUE SPACES.
       01  WS-ARG-FROM             PIC X(08) VALUE SPACES.
       01  WS-ARG-TO               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE.
           03 WS-TODAY-YEAR        PIC 9(04).
           03 WS-TODAY-SEP1        PIC X(01) VALUE '-'.

       01  WS-NB-INVOICE           PIC 9(05) VALUE ZERO.
       01  WS-NB-CLAIMPAY          PIC 9(05) VALUE ZERO.
       01  WS-NB-CHEQUE            PIC 9(05) VALUE ZERO.
       01  WS-NB-ANOMALY           PIC 9(05) VALUE ZERO.
       01  WS-NB-QASAMPLE          PIC 9(05) VALUE ZERO.
       01  WS-NB-COLLECT           PIC 9(05) VALUE ZERO.
       01  WS-NB-RENEWED           PIC 9(05) VALUE ZERO.
       01  WS-RENEW-FORCE          PIC X(01) VALUE 'N'.
       01  WS-NB-RERATED           PIC 9(05) VALUE ZERO.
       01  WS-NB-AUDIT             PIC 9(05) VALUE ZERO.
       01  WS-NB-DELTA             PIC 9(05) VALUE ZERO.
       01  WS-NB-TPDROITS          PIC 9(05) VALUE ZERO.
       01  WS-NB-MAILED            PIC 9(05) VALUE ZERO.
       01  WS-NB-RELEVE            PIC 9(05) VALUE ZERO.
       01  WS-RELEVE-YEAR          PIC 9(04) VALUE ZERO.
       01  WS-INBOX-DIR            PIC X(60) VALUE SPACES.
       01  WS-INBOX-LAYOUT         PIC X(01) VALUE SPACE.
       01  WS-NB-INBOX             PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : echanges EBICS (ebicsxfr.cbl).
       01  WS-EBICS-JOB            PIC X(20) VALUE SPACES.
       01  WS-EBICS-MODE           PIC X(01) VALUE SPACE.
       01  WS-NB-EBICS             PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : controle contrat responsable
      *    (respchk.cbl, mode N).
       01  WS-RESP-MODE            PIC X(01) VALUE 'N'.
       01  WS-RESP-UUID            PIC X(36) VALUE SPACES.
       01  WS-NB-RESP-CHECKED      PIC 9(05) VALUE ZERO.
       01  WS-NB-RESP              PIC 9(05) VALUE ZERO.
       01  WS-RESP-REASON          PIC X(40) VALUE SPACES.
       01  WS-RESP-RC              PIC X(01) VALUE SPACE.
      *    [RD] le 15/10/2026 : fiche des exemples de remboursement
      *    (rembexam.cbl).
       01  WS-EX-RC                PIC X(01) VALUE SPACE.
       01  WS-NB-EX-LINES          PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : limite d'age des enfants ayants droit
      *    (depage.cbl).
       01  WS-DEPAGE-FORCE         PIC X(01) VALUE 'N'.
       01  WS-NB-DEPAGE-NOTICE     PIC 9(05) VALUE ZERO.
       01  WS-NB-DEPAGE-ENDED      PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : fin des periodes de portabilite
      *    (portabat.cbl).
       01  WS-NB-PORTA-ENDED       PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : migration des adherents des produits
      *    fermes (migrbat.cbl).
       01  WS-NB-MIGRATED          PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : cout annuel des remises sur cotisation
      *    (dscrept.cbl).
       01  WS-NB-DSCREPT           PIC 9(05) VALUE ZERO.
       01  WS-DSCREPT-YEAR         PIC 9(04) VALUE ZERO.
      *    [RD] le 15/10/2026 : taux de rejet par jour de prelevement
      *    (dbtrej.cbl).
       01  WS-NB-DBTREJ            PIC 9(05) VALUE ZERO.
       01  WS-DBTREJ-MONTH         PIC 9(06) VALUE ZERO.
      *    [RD] le 15/10/2026 : motifs de contact (contrept.cbl).
       01  WS-NB-CONTREPT          PIC 9(05) VALUE ZERO.
       01  WS-CONTREPT-MONTH       PIC 9(06) VALUE ZERO.
       01  WS-NB-MAILAGE           PIC 9(05) VALUE ZERO.
       01  WS-MAILAGE-DATE         PIC 9(08) VALUE ZERO.
      *    [RD] le 15/10/2026 : enveloppes du flux d'impression
      *    (printstr.cbl).
       01  WS-NB-PRINTSTR          PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : relances et annulations des demandes
      *    de signature electronique (esigbat.cbl).
       01  WS-NB-ESIGN-REMIND      PIC 9(05) VALUE ZERO.
       01  WS-NB-ESIGN-CANCEL      PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : avis de pre-notification SEPA
      *    (sepanotif.cbl).
       01  WS-NB-PRENOTIF          PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : alertes de la veille des fichiers
      *    attendus (filewatch.cbl).
       01  WS-NB-FILE-ALERTS       PIC 9(05) VALUE ZERO.
       01  WS-NB-DATPROT           PIC 9(06) VALUE ZERO.
      *    [RD] le 15/10/2026 : fichiers archives ou detruits par le
      *    menage des sorties (housekeep.cbl).
       01  WS-NB-HOUSEKEPT         PIC 9(06) VALUE ZERO.
      *    [RD] le 15/10/2026 : demandes deplacees en historique par
      *    l'archivage annuel (claimarch.cbl).
       01  WS-NB-CLAIM-ARCH        PIC 9(06) VALUE ZERO.
      *    [RD] le 15/10/2026 : rappels de renouvellement et droits
      *    echus des contrats C2S (c2sbat.cbl).
       01  WS-NB-C2S-REMIND        PIC 9(05) VALUE ZERO.
       01  WS-NB-C2S-EXPIRED       PIC 9(05) VALUE ZERO.
      *    [RD] le 15/10/2026 : calendrier des traitements mensuels,
      *    trimestriels et annuels, et chaine de cloture mensuelle
      *    (closchain.cbl).
       01  WS-CAL-DUE              PIC X(01) VALUE 'O'.
       01  WS-CAL-YEAR             PIC 9(04) VALUE ZERO.
       01  WS-CAL-MONTH            PIC 9(02) VALUE ZERO.
       01  WS-CAL-TODAY-MONTH      PIC 9(02) VALUE ZERO.
       01  WS-CAL-RUN-MONTH        PIC 9(02) VALUE ZERO.
       01  WS-CAL-QTR              PIC 9(01) VALUE ZERO.
       01  WS-CAL-FIRST            PIC 9(08) VALUE ZERO.
       01  WS-CAL-FIRST-BUS        PIC 9(08) VALUE ZERO.
       01  WS-CAL-NTH-BUS          PIC 9(08) VALUE ZERO.
       01  WS-CAL-ZERO             PIC 9(03) VALUE ZERO.
       01  WS-CAL-N                PIC 9(03) VALUE ZERO.
       01  WS-CLOSE-BUS-DAY        PIC 9(03) VALUE 3.
       01  WS-CLOSE-RC             PIC X(01) VALUE SPACE.
       01  WS-NB-SAVED             PIC 9(05) VALUE ZERO.
       01  WS-CF-FILE-PATH         PIC X(100) VALUE SPACES.
       01  WS-CF-LAYOUT            PIC X(01)  VALUE SPACE.
       01  SQL-PREREQ-JOB      PIC X(20).
       01  SQL-RUN-START       PIC X(19).
       01  SQL-RUN-OUTCOME     PIC X(10).
       01  SQL-DISPATCH-START  PIC X(19).
       01  SQL-JOB-FREQ        PIC X(01).
       01  SQL-JOB-BUS-DAY     PIC 9(03).
       01  SQL-JOB-MONTH       PIC 9(02).
       01  SQL-JOB-LAST-PERIOD PIC X(06).
       01  SQL-JOB-PERIOD      PIC X(06).
       01  SQL-CLOSE-BUS-DAY   PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM 1000-ENSURE-SCHEDULE-TABLE-START
              THRU END-1000-ENSURE-SCHEDULE-TABLE.

      *    [RD] le 15/10/2026 : jour(s) a traiter lus sur la ligne
      *    de commande ; la chaine complete est deroulee pour chaque
      *    jour ouvre de la periode, le plus ancien en premier.
           PERFORM 1050-READ-RUN-DATES-START
              THRU END-1050-READ-RUN-DATES.

           MOVE WS-DATE-FROM TO WS-TODAY.
           PERFORM UNTIL WS-TODAY > WS-DATE-TO
               PERFORM 1100-LOAD-TODAY-START
                  THRU END-1100-LOAD-TODAY
               PERFORM 1500-RUN-ONE-DAY-START
                  THRU END-1500-RUN-ONE-DAY
               PERFORM 1150-NEXT-DAY-START
                  THRU END-1150-NEXT-DAY
           END-PERFORM.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF WS-CONF-RC = '0'
               MOVE WS-CONF-VALUE(1:30) TO WS-NOTIFY-DEST
           END-IF.
      *    [RD] le 15/10/2026 : jour ouvre du mois de la cloture
      *    mensuelle (3e par defaut).
           MOVE 'MONTH_CLOSE_BUS_DAY' TO WS-CONF-KEY.
           CALL 'getconf' USING WS-CONF-KEY, WS-CONF-VALUE,
               WS-CONF-RC
           END-CALL.
           IF WS-CONF-RC = '0' AND WS-CONF-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONF-VALUE) TO WS-CLOSE-BUS-DAY
           END-IF.
       END-0050-LOAD-CONFIG.
           EXIT.

               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : frequence de chaque traitement (J par
      *    defaut : les traitements existants restent quotidiens),
      *    jour ouvre N du mois, mois de l'annee (annuel) et derniere
      *    periode traitee.
           EXEC SQL
               ALTER TABLE BATCH_SCHEDULE
               ADD COLUMN IF NOT EXISTS JOB_FREQ VARCHAR(1)
                   DEFAULT 'J',
               ADD COLUMN IF NOT EXISTS JOB_BUS_DAY INT DEFAULT 0,
               ADD COLUMN IF NOT EXISTS JOB_MONTH INT DEFAULT 0,
               ADD COLUMN IF NOT EXISTS JOB_LAST_PERIOD VARCHAR(06)
                   DEFAULT ''
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'EVOLUTION BATCH_SCHEDULE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE 'CHARGE-FILE' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'NPAI-RETURN' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'PRINT-RETURN' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'ESIGN-RETURN' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'ESIGN-REMIND' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'PORTAL-REQUEST' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'C2S-NOTIF' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'C2S-RIGHTS' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'OVERDUE-SWEEP' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'EBICS-RECEIVE' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'TRANSFER-RETURN' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'CLAIM-PAYMENT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'CHEQUE-PAYMENT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'EBICS-SEND-VIR' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'CLAIM-ANOMALY' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'QA-SAMPLE' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'SEPA-PRENOTIF' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'COLLECTION' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'EBICS-SEND-PREL' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'RENEWAL' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'PRODUCT-MIGRATION' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'AGE-BAND' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'DEP-AGE-LIMIT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'AUDIT-CUSTOMER' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'DELTA-EXPORT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'TP-RIGHTS-ACK' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'TP-RIGHTS' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'MAIL-DELIVERY' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'ANNUAL-STATEMENT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'DISCOUNT-COST' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'GROUP-MOVEMENT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'PORTABILITY' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'COMPLAINT-SWEEP' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'ACCESS-SWEEP' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'RETURN-LOAD' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'DEBIT-DAY-REJECT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'CONTACT-REPORT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'MAIL-AGED' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'PRINT-STREAM' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'RESP-SWEEP' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'STD-EXAMPLES' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'FILE-WATCH' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'DATA-PROTECT' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'MONTH-CLOSE' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.
      *    [RD] le 15/10/2026 : cloture mensuelle au jour ouvre N du
      *    mois suivant (MONTH_CLOSE_BUS_DAY).
           MOVE WS-CLOSE-BUS-DAY TO SQL-CLOSE-BUS-DAY.
           EXEC SQL
               UPDATE BATCH_SCHEDULE
               SET JOB_FREQ = 'M',
                   JOB_BUS_DAY = :SQL-CLOSE-BUS-DAY
               WHERE JOB_NAME = 'MONTH-CLOSE'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CALENDRIER MONTH-CLOSE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.

           MOVE 'HOUSEKEEPING' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'CLAIM-ARCHIVE' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.

           MOVE 'SAFEGUARD' TO SQL-JOB-NAME.
           PERFORM 1010-SEED-JOB-IF-MISSING-START
              THRU END-1010-SEED-JOB-IF-MISSING.
      *    [RD] Le journal des executions sert aussi au controle des
      *    prerequis : on s'assure de sa presence des le depart.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BATCH_RUN_JOURNAL (
                   RUN_JOB      VARCHAR(20),
                   RUN_START    VARCHAR(19),
                   RUN_END      VARCHAR(19),
                   RUN_OUTCOME  VARCHAR(10),
                   RUN_READ     NUMERIC(6),
                   RUN_INSERTED NUMERIC(6),
                   RUN_REJECTED NUMERIC(6),
                   RUN_PRODUCED NUMERIC(6)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATION BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
      *    [RD] le 15/10/2026 : jour traite de chaque execution,
      *    distinct de l'horodatage reel en cas de rattrapage.
           EXEC SQL
               ALTER TABLE BATCH_RUN_JOURNAL
               ADD COLUMN IF NOT EXISTS RUN_PROC_DATE VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'EVOLUTION BATCH_RUN_JOURNAL' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-1000-ENSURE-SCHEDULE-TABLE.
           EXIT.

       1010-SEED-JOB-IF-MISSING-START.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM BATCH_SCHEDULE
               WHERE JOB_NAME = :SQL-JOB-NAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'COMPTAGE BATCH_SCHEDULE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CNT = 0
               EXEC SQL
                   INSERT INTO BATCH_SCHEDULE
                       (JOB_NAME, JOB_LAST_RUN_DATE)
                       VALUES (:SQL-JOB-NAME, '')
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   MOVE 'AMORCAGE BATCH_SCHEDULE' TO WS-SQL-LIB
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           END-IF.
       END-1010-SEED-JOB-IF-MISSING.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : jours a traiter. Sans argument, le     *
      *    jour meme (fonctionnement habituel). Un argument AAAAMMJJ : *
      *    ce seul jour (rattrapage d'une nuit manquee). Deux          *
      *    arguments AAAAMMJJ AAAAMMJJ : chaque jour ouvre de la       *
      *    periode, dans l'ordre. Date invalide, periode inversee ou   *
      *    date future : refus de demarrer.                            *
      ******************************************************************
       1050-READ-RUN-DATES-START.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYS-DATE TO WS-DATE-FROM.
           MOVE WS-SYS-DATE TO WS-DATE-TO.

           MOVE SPACES TO WS-CMD-LINE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF  WS-CMD-LINE EQUAL SPACES
               GO TO END-1050-READ-RUN-DATES
           END-IF.

           MOVE SPACES TO WS-ARG-FROM.
           MOVE SPACES TO WS-ARG-TO.
           UNSTRING FUNCTION TRIM(WS-CMD-LINE)
               DELIMITED BY ALL SPACE
               INTO WS-ARG-FROM, WS-ARG-TO
           END-UNSTRING.
           IF  WS-ARG-TO EQUAL SPACES
               MOVE WS-ARG-FROM TO WS-ARG-TO
           END-IF.

           IF  WS-ARG-FROM IS NOT NUMERIC
            OR WS-ARG-TO IS NOT NUMERIC
               DISPLAY 'DATE DE TRAITEMENT NON NUMERIQUE : '
                   FUNCTION TRIM(WS-CMD-LINE)
               DISPLAY 'USAGE : batsched [AAAAMMJJ [AAAAMMJJ]] - ARRET.'
               STOP RUN
           END-IF.
           MOVE WS-ARG-FROM TO WS-DATE-FROM.
           MOVE WS-ARG-TO TO WS-DATE-TO.

           IF  FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FROM) NOT = ZERO
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TO) NOT = ZERO
               DISPLAY 'DATE DE TRAITEMENT INVALIDE : '
                   FUNCTION TRIM(WS-CMD-LINE) ' - ARRET.'
               STOP RUN
           END-IF.
           IF  WS-DATE-FROM > WS-DATE-TO
               DISPLAY 'PERIODE DE TRAITEMENT INVERSEE : '
                   WS-DATE-FROM ' > ' WS-DATE-TO ' - ARRET.'
               STOP RUN
           END-IF.
           IF  WS-DATE-TO > WS-SYS-DATE
               DISPLAY 'DATE DE TRAITEMENT FUTURE : '
                   WS-DATE-TO ' - ARRET.'
               STOP RUN
           END-IF.

           DISPLAY 'RATTRAPAGE DU ' WS-DATE-FROM ' AU ' WS-DATE-TO.
       END-1050-READ-RUN-DATES.
           EXIT.

      ******************************************************************
      *    [RD] Construit la date du jour au format AAAA-MM-JJ pour la *
      *    comparer a la derniere date de lancement de chaque          *
      *    traitement (meme methode que rptover.cbl).                  *
      *    le 15/10/2026 : le jour traite (WS-TODAY) est fixe comme    *
      *    date de traitement commune (procdate.cbl) pour tous les     *
      *    traitements lances dans la journee.                         *
      ******************************************************************
       1100-LOAD-TODAY-START.
           CALL 'procdate' USING BY CONTENT 'F', BY REFERENCE WS-TODAY
           END-CALL.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           MOVE WS-TODAY(7:2) TO WS-TODAY-DAY.
           MOVE WS-TODAY-DATE TO SQL-TODAY.
           DISPLAY 'DATE DE TRAITEMENT : ' SQL-TODAY.
       END-1100-LOAD-TODAY.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : passe au jour ouvre suivant            *
      *    (busdate.cbl : week-ends et feries sautes).                 *
      ******************************************************************
       1150-NEXT-DAY-START.
           MOVE 1 TO WS-BUS-DAYS.
           CALL 'busdate' USING BY REFERENCE WS-TODAY, WS-BUS-DAYS,
               WS-NEXT-DAY
           END-CALL.
           MOVE WS-NEXT-DAY TO WS-TODAY.
       END-1150-NEXT-DAY.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : chaine complete des traitements d'une  *
      *    journee, dans l'ordre des dependances ; validee en fin de   *
      *    journee pour qu'un rattrapage interrompu reprenne au jour   *
      *    suivant le dernier termine.                                 *
      ******************************************************************
       1500-RUN-ONE-DAY-START.
           ADD 1 TO WS-NB-DAYS.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CHARGE-FILE' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'INVOICE-BATCH' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : les plis revenus NPAI sont charges
      *    avant la relance, qui ne relance plus une adresse invalide.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'NPAI-RETURN' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'PRINT-RETURN' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'ESIGN-RETURN' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'ESIGN-REMIND' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'PORTAL-REQUEST' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : les droits C2S notifies par la CPAM
      *    sont charges avant les decomptes, qui sont alors regles
      *    au panier de soins C2S.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'C2S-NOTIF' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'C2S-RIGHTS' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'OVERDUE-SWEEP' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CPAM-LOAD' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : les fichiers de la banque sont
      *    recus (EBICS) avant les chargeurs de retours qui les
      *    traitent.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'EBICS-RECEIVE' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : les rejets des virements deja emis
      *    sont traites avant le paiement du soir, qui ne vire plus
      *    sur un IBAN rejete.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'TRANSFER-RETURN' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CLAIM-PAYMENT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : les demandes restees approuvees faute
      *    d'IBAN sont reglees par lettre-cheque apres les virements.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CHEQUE-PAYMENT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : la remise de virements part a la
      *    banque des qu'elle est produite.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'EBICS-SEND-VIR' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CLAIM-ANOMALY' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : echantillon du controle qualite des
      *    demandes payees la semaine precedente.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'QA-SAMPLE' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : les avis de prelevement sont prepares
      *    avant la collecte, qui ne preleve que les factures avisees
      *    dans le delai ; ils partent avec MAIL-DELIVERY.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'SEPA-PRENOTIF' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'COLLECTION' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : la remise de prelevements part a la
      *    banque des qu'elle est produite.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'EBICS-SEND-PREL' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'RENEWAL' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'PRODUCT-MIGRATION' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'AGE-BAND' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'DEP-AGE-LIMIT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'AUDIT-CUSTOMER' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'DELTA-EXPORT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'TP-RIGHTS-ACK' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'TP-RIGHTS' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'MAIL-DELIVERY' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'ANNUAL-STATEMENT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'DISCOUNT-COST' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'GROUP-MOVEMENT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'PORTABILITY' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'COMPLAINT-SWEEP' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'ACCESS-SWEEP' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'RETURN-LOAD' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'DEBIT-DAY-REJECT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CONTACT-REPORT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'MAIL-AGED' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : flux d'impression une fois tous les
      *    documents du jour produits et les courriels partis.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'PRINT-STREAM' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'RESP-SWEEP' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'STD-EXAMPLES' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : veille des fichiers attendus, une fois
      *    toutes les boites d'arrivee du jour traitees.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'FILE-WATCH' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'DATA-PROTECT' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : cloture du mois precedent au jour
      *    ouvre N, une fois les traitements du jour passes ; ses
      *    sorties sont ainsi prises par le menage et la sauvegarde.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'MONTH-CLOSE' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : menage des fichiers produits, une fois
      *    toutes les sorties du jour ecrites et avant la sauvegarde.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'HOUSEKEEPING' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 15/10/2026 : archivage annuel des demandes closes
      *    (janvier, ou reprise d'un passage interrompu), avant la
      *    sauvegarde qui en garde l'etat.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'CLAIM-ARCHIVE' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

      *    [RD] le 03/09/2026 : sauvegarde en toute fin de chaine,
      *    une fois tous les traitements du soir passes.
           MOVE SPACES TO SQL-JOB-NAME.
           MOVE 'SAFEGUARD' TO SQL-JOB-NAME.
           PERFORM 2000-RUN-JOB-IF-DUE-START
              THRU END-2000-RUN-JOB-IF-DUE.

           EXEC SQL COMMIT WORK END-EXEC.
       END-1500-RUN-ONE-DAY.
           EXIT.

      ******************************************************************
      *    [RD] Verifie si le traitement identifie par SQL-JOB-NAME a  *
      *    deja ete execute aujourd'hui ; si non, le lance et met a    *
      *    jour sa date de dernier lancement.                          *
      *    le 15/10/2026 : un traitement non quotidien n'est lance que *
      *    si sa periode est due (2020-CHECK-CALENDAR).                *
      ******************************************************************
       2000-RUN-JOB-IF-DUE-START.
           EXEC SQL
               SELECT JOB_LAST_RUN_DATE,
                      COALESCE(JOB_FREQ, 'J'),
                      COALESCE(JOB_BUS_DAY, 0),
                      COALESCE(JOB_MONTH, 0),
                      COALESCE(JOB_LAST_PERIOD, '')
               INTO :SQL-JOB-LAST-RUN, :SQL-JOB-FREQ,
                    :SQL-JOB-BUS-DAY, :SQL-JOB-MONTH,
                    :SQL-JOB-LAST-PERIOD
               FROM BATCH_SCHEDULE
               WHERE JOB_NAME = :SQL-JOB-NAME
           END-EXEC.
                   THRU END-9020-ERROR-SQL
           END-IF.

           PERFORM 2020-CHECK-CALENDAR-START
              THRU END-2020-CHECK-CALENDAR.

      *    [RD] le 15/10/2026 : un traitement deja passe pour un
      *    jour posterieur n'est pas rejoue par un rattrapage.
           IF  SQL-JOB-LAST-RUN < SQL-TODAY
           AND WS-CAL-DUE EQUAL 'O'
               PERFORM 2040-CHECK-PREREQ-START
                  THRU END-2040-CHECK-PREREQ

               IF  WS-PREREQ-OK EQUAL 'O'
                   PERFORM 2060-STAMP-NOW-START
                      THRU END-2060-STAMP-NOW
                   MOVE SQL-RUN-START TO SQL-DISPATCH-START

                   PERFORM 2100-DISPATCH-JOB-START
                      THRU END-2100-DISPATCH-JOB

      *    [RD] le 15/10/2026 : les executions journalisees par le
      *    traitement recoivent le jour traite.
                   EXEC SQL
                       UPDATE BATCH_RUN_JOURNAL
                       SET RUN_PROC_DATE = :SQL-TODAY
                       WHERE RUN_PROC_DATE IS NULL
                         AND RUN_START >= :SQL-DISPATCH-START
                   END-EXEC
                   IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                       MOVE 'JOUR TRAITE AU JOURNAL' TO WS-SQL-LIB
                       PERFORM 9020-ERROR-SQL-START
                           THRU END-9020-ERROR-SQL
                   END-IF

                   EXEC SQL
                       UPDATE BATCH_SCHEDULE
                       SET JOB_LAST_RUN_DATE = :SQL-TODAY
                           THRU END-9020-ERROR-SQL
                   END-IF

                   IF  SQL-JOB-PERIOD NOT EQUAL SPACES
                       PERFORM 2080-STAMP-PERIOD-START
                          THRU END-2080-STAMP-PERIOD
                   END-IF

                   ADD 1 TO WS-NB-JOB-RUN
               ELSE
                   PERFORM 2050-RECORD-SKIP-START
       END-2000-RUN-JOB-IF-DUE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : calendrier du traitement courant.      *
      *    J (ou vide) : du chaque jour. M : periode = mois precedent. *
      *    T : periode = dernier trimestre termine (mois 03, 06, 09,   *
      *    12), lance le mois qui suit. A : periode = annee precedente *
      *    (mois 12), lance a partir du mois JOB_MONTH (1 par defaut). *
      *    Une periode deja traitee (JOB_LAST_PERIOD) n'est pas        *
      *    relancee ; le mois de lancement, pas avant le jour ouvre N  *
      *    (JOB_BUS_DAY, 1 par defaut) du calendrier BANK_HOLIDAY ;    *
      *    un lancement manque reste du les jours suivants.            *
      *    Periode retenue (AAAAMM) dans SQL-JOB-PERIOD ; traitement   *
      *    pas encore du : WS-CAL-DUE = 'N', sans trace ni alerte.     *
      ******************************************************************
       2020-CHECK-CALENDAR-START.
           MOVE 'O' TO WS-CAL-DUE.
           MOVE SPACES TO SQL-JOB-PERIOD.
           MOVE WS-TODAY(1:4) TO WS-CAL-YEAR.
           MOVE WS-TODAY(5:2) TO WS-CAL-MONTH.
           MOVE WS-TODAY(5:2) TO WS-CAL-TODAY-MONTH.

           EVALUATE SQL-JOB-FREQ
               WHEN 'M'
                   MOVE WS-CAL-TODAY-MONTH TO WS-CAL-RUN-MONTH
                   IF  WS-CAL-MONTH = 1
                       SUBTRACT 1 FROM WS-CAL-YEAR
                       MOVE 12 TO WS-CAL-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-CAL-MONTH
                   END-IF
               WHEN 'T'
                   COMPUTE WS-CAL-QTR = (WS-CAL-MONTH - 1) / 3
                   COMPUTE WS-CAL-RUN-MONTH = WS-CAL-QTR * 3 + 1
                   IF  WS-CAL-QTR = 0
                       SUBTRACT 1 FROM WS-CAL-YEAR
                       MOVE 12 TO WS-CAL-MONTH
                   ELSE
                       COMPUTE WS-CAL-MONTH = WS-CAL-QTR * 3
                   END-IF
               WHEN 'A'
                   MOVE SQL-JOB-MONTH TO WS-CAL-RUN-MONTH
                   IF  WS-CAL-RUN-MONTH < 1 OR WS-CAL-RUN-MONTH > 12
                       MOVE 1 TO WS-CAL-RUN-MONTH
                   END-IF
                   IF  WS-CAL-TODAY-MONTH < WS-CAL-RUN-MONTH
                       MOVE 'N' TO WS-CAL-DUE
                       GO TO END-2020-CHECK-CALENDAR
                   END-IF
                   SUBTRACT 1 FROM WS-CAL-YEAR
                   MOVE 12 TO WS-CAL-MONTH
               WHEN OTHER
                   GO TO END-2020-CHECK-CALENDAR
           END-EVALUATE.

           STRING WS-CAL-YEAR WS-CAL-MONTH
               DELIMITED BY SIZE INTO SQL-JOB-PERIOD
           END-STRING.
           IF  SQL-JOB-LAST-PERIOD NOT EQUAL SPACES
           AND SQL-JOB-LAST-PERIOD NOT < SQL-JOB-PERIOD
               MOVE 'N' TO WS-CAL-DUE
               GO TO END-2020-CHECK-CALENDAR
           END-IF.

      *    [RD] jour ouvre N du mois de lancement : le 1er ramene au
      *    premier jour ouvre, puis N - 1 jours ouvres plus loin.
           IF  WS-CAL-TODAY-MONTH EQUAL WS-CAL-RUN-MONTH
               MOVE SQL-JOB-BUS-DAY TO WS-CAL-N
               IF  WS-CAL-N < 1
                   MOVE 1 TO WS-CAL-N
               END-IF
               SUBTRACT 1 FROM WS-CAL-N
               MOVE WS-TODAY TO WS-CAL-FIRST
               MOVE '01' TO WS-CAL-FIRST(7:2)
               MOVE ZERO TO WS-CAL-ZERO
               CALL 'busdate' USING BY REFERENCE WS-CAL-FIRST,
                   WS-CAL-ZERO, WS-CAL-FIRST-BUS
               END-CALL
               CALL 'busdate' USING BY REFERENCE WS-CAL-FIRST-BUS,
                   WS-CAL-N, WS-CAL-NTH-BUS
               END-CALL
               IF  WS-TODAY < WS-CAL-NTH-BUS
                   MOVE 'N' TO WS-CAL-DUE
               END-IF
           END-IF.
       END-2020-CHECK-CALENDAR.
           EXIT.

      ******************************************************************
      *    [RD] Controle le prerequis declare du traitement courant :  *
      *    la facturation (INVOICE-BATCH) exige un chargement          *
                   FROM BATCH_RUN_JOURNAL
                   WHERE RUN_JOB = :SQL-PREREQ-JOB
                     AND RUN_OUTCOME = 'OK'
                     AND COALESCE(RUN_PROC_DATE,
                             SUBSTR(RUN_START, 1, 10)) = :SQL-TODAY
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE 'CONTROLE PREREQUIS' TO WS-SQL-LIB
      *    elle de rejouer ou de forcer.                               *
      ******************************************************************
       2050-RECORD-SKIP-START.
           PERFORM 2060-STAMP-NOW-START
              THRU END-2060-STAMP-NOW.
           MOVE 'SAUTE' TO SQL-RUN-OUTCOME.
           EXEC SQL
               INSERT INTO BATCH_RUN_JOURNAL
                   (RUN_JOB, RUN_START, RUN_END, RUN_OUTCOME,
                    RUN_READ, RUN_INSERTED, RUN_REJECTED,
                    RUN_PRODUCED, RUN_PROC_DATE)
               VALUES (:SQL-JOB-NAME, :SQL-RUN-START, :SQL-RUN-START,
                       :SQL-RUN-OUTCOME, 0, 0, 0, 0, :SQL-TODAY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'JOURNAL DU SAUT' TO WS-SQL-LIB
       END-2050-RECORD-SKIP.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : horodatage reel AAAA-MM-JJ HH:MM:SS    *
      *    (meme format que RUN_START), dans SQL-RUN-START.            *
      ******************************************************************
       2060-STAMP-NOW-START.
           INITIALIZE SQL-RUN-START.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO SQL-RUN-START
           END-STRING.
       END-2060-STAMP-NOW.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : periode traitee d'un traitement non    *
      *    quotidien, gardee seulement si son passage n'a rien         *
      *    journalise en ECHEC ou ERREUR : sinon la periode reste due  *
      *    et le traitement est relance le jour ouvre suivant (la      *
      *    chaine de cloture reprend alors a l'etape en echec).        *
      ******************************************************************
       2080-STAMP-PERIOD-START.
           MOVE ZERO TO SQL-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CNT
               FROM BATCH_RUN_JOURNAL
               WHERE RUN_JOB = :SQL-JOB-NAME
                 AND RUN_START >= :SQL-DISPATCH-START
                 AND RUN_OUTCOME IN ('ECHEC', 'ERREUR')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE 'CONTROLE PERIODE TRAITEE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
           IF  SQL-CNT > ZERO
               DISPLAY 'TRAITEMENT ' FUNCTION TRIM(SQL-JOB-NAME)
                   ' EN ECHEC - PERIODE ' SQL-JOB-PERIOD
                   ' A REPRENDRE.'
               GO TO END-2080-STAMP-PERIOD
           END-IF.
           EXEC SQL
               UPDATE BATCH_SCHEDULE
               SET JOB_LAST_PERIOD = :SQL-JOB-PERIOD
               WHERE JOB_NAME = :SQL-JOB-NAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'MAJ PERIODE BATCH_SCHEDULE' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                   THRU END-9020-ERROR-SQL
           END-IF.
       END-2080-STAMP-PERIOD.
           EXIT.

      ******************************************************************
      *    [RD] Lance le traitement batch correspondant au nom de      *
      *    traitement courant, avec les memes valeurs par defaut que   *
      *    chargement, bilinvofront.cbl pour la facturation).          *
      ******************************************************************
       2100-DISPATCH-JOB-START.
      *    [RD] le 15/10/2026 : chaque programme appele est decharge
      *    (CANCEL) au retour, pour repartir de ses valeurs initiales
      *    au jour suivant d'un rattrapage.
           IF  SQL-JOB-NAME EQUAL 'CHARGE-FILE'
      *    [RD] le 03/09/2026 : boite d'arrivee traitee en entier,
      *    du plus ancien au plus recent (inboxproc.cbl), au lieu
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-CF-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
           ELSE IF  SQL-JOB-NAME EQUAL 'INVOICE-BATCH'
               CALL 'bilinvo' USING BY REFERENCE WS-NB-INVOICE
               END-CALL
               CANCEL 'bilinvo'
           ELSE IF  SQL-JOB-NAME EQUAL 'OVERDUE-SWEEP'
      *    [RD] rptover.cbl ouvre et ferme sa propre connexion
      *    (DISCONNECT ALL) : on rouvre celle de l'ordonnanceur
      *    au retour.
               CALL 'rptover' USING BY REFERENCE WS-NB-REMINDER
               END-CALL
               CANCEL 'rptover'
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-CPAM-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
           ELSE IF  SQL-JOB-NAME EQUAL 'CLAIM-PAYMENT'
               CALL 'claimpay' USING BY REFERENCE WS-NB-CLAIMPAY
               END-CALL
               CANCEL 'claimpay'
      *    [RD] le 15/10/2026 : lettres-cheques (claimchq.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'CHEQUE-PAYMENT'
               CALL 'claimchq' USING BY REFERENCE WS-NB-CHEQUE
               END-CALL
               CANCEL 'claimchq'
           ELSE IF  SQL-JOB-NAME EQUAL 'CLAIM-ANOMALY'
               CALL 'rembanom' USING BY REFERENCE WS-NB-ANOMALY
               END-CALL
               CANCEL 'rembanom'
      *    [RD] le 15/10/2026 : qasample.cbl ne tire qu'au premier
      *    passage de la semaine.
           ELSE IF  SQL-JOB-NAME EQUAL 'QA-SAMPLE'
               CALL 'qasample' USING BY REFERENCE WS-NB-QASAMPLE
               END-CALL
               CANCEL 'qasample'
           ELSE IF  SQL-JOB-NAME EQUAL 'SEPA-PRENOTIF'
               CALL 'sepanotif' USING BY REFERENCE WS-NB-PRENOTIF
               END-CALL
               CANCEL 'sepanotif'
           ELSE IF  SQL-JOB-NAME EQUAL 'COLLECTION'
               CALL 'sepacoll' USING BY REFERENCE WS-NB-COLLECT
               END-CALL
               CANCEL 'sepacoll'
           ELSE IF  SQL-JOB-NAME EQUAL 'RENEWAL'
               MOVE 'N' TO WS-RENEW-FORCE
               CALL 'renewbat' USING BY REFERENCE
                   WS-RENEW-FORCE, WS-NB-RENEWED
               END-CALL
               CANCEL 'renewbat'
      *    [RD] le 15/10/2026 : bascule des adherents avises des
      *    produits fermes a la date d'effet de la campagne.
           ELSE IF  SQL-JOB-NAME EQUAL 'PRODUCT-MIGRATION'
               CALL 'migrbat' USING BY REFERENCE WS-NB-MIGRATED
               END-CALL
               CANCEL 'migrbat'
           ELSE IF  SQL-JOB-NAME EQUAL 'AGE-BAND'
               CALL 'ageband' USING BY REFERENCE WS-NB-RERATED
               END-CALL
               CANCEL 'ageband'
      *    [RD] le 15/10/2026 : limite d'age des enfants ayants droit
      *    (depage.cbl), un seul passage par mois.
           ELSE IF  SQL-JOB-NAME EQUAL 'DEP-AGE-LIMIT'
               MOVE 'N' TO WS-DEPAGE-FORCE
               CALL 'depage' USING BY REFERENCE
                   WS-DEPAGE-FORCE, WS-NB-DEPAGE-NOTICE,
                   WS-NB-DEPAGE-ENDED
               END-CALL
               CANCEL 'depage'
           ELSE IF  SQL-JOB-NAME EQUAL 'AUDIT-CUSTOMER'
               CALL 'audcust' USING BY REFERENCE WS-NB-AUDIT
               END-CALL
               CANCEL 'audcust'
           ELSE IF  SQL-JOB-NAME EQUAL 'DELTA-EXPORT'
               CALL 'deltaexp' USING BY REFERENCE WS-NB-DELTA
               END-CALL
               CANCEL 'deltaexp'
      *    [RD] le 15/10/2026 : accuses de l'operateur de tiers payant
      *    (tpack.cbl via inboxproc.cbl), rapproches avant l'envoi du
      *    fichier des droits du jour (tpdroits.cbl) qui retransmet
      *    les droits rejetes.
           ELSE IF  SQL-JOB-NAME EQUAL 'TP-RIGHTS-ACK'
               MOVE 'tpack' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-TP' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
           ELSE IF  SQL-JOB-NAME EQUAL 'TP-RIGHTS'
               CALL 'tpdroits' USING BY REFERENCE WS-NB-TPDROITS
               END-CALL
               CANCEL 'tpdroits'
           ELSE IF  SQL-JOB-NAME EQUAL 'MAIL-DELIVERY'
               CALL 'maildoc' USING BY REFERENCE WS-NB-MAILED
               END-CALL
               CANCEL 'maildoc'
           ELSE IF  SQL-JOB-NAME EQUAL 'ANNUAL-STATEMENT'
      *    [RD] annee a zero : relevann.cbl ne produit l'annee
      *    precedente qu'en janvier.
               CALL 'relevann' USING BY REFERENCE
                   WS-RELEVE-YEAR, WS-NB-RELEVE
               END-CALL
               CANCEL 'relevann'
      *    [RD] le 15/10/2026 : cout des remises de l'annee
      *    precedente (dscrept.cbl), produit en janvier seulement.
           ELSE IF  SQL-JOB-NAME EQUAL 'DISCOUNT-COST'
               MOVE ZERO TO WS-DSCREPT-YEAR
               CALL 'dscrept' USING BY REFERENCE
                   WS-DSCREPT-YEAR, WS-NB-DSCREPT
               END-CALL
               CANCEL 'dscrept'
           ELSE IF  SQL-JOB-NAME EQUAL 'GROUP-MOVEMENT'
      *    [RD] grpmove.cbl ouvre et ferme sa propre connexion
      *    (DISCONNECT ALL) : on rouvre celle de l'ordonnanceur
               CALL 'grpmove' USING BY REFERENCE
                   WS-GRPMOVE-FILE-PATH, WS-NB-GRPMOVE
               END-CALL
               CANCEL 'grpmove'
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
                   PERFORM 9020-ERROR-SQL-START
                       THRU END-9020-ERROR-SQL
               END-IF
           ELSE IF  SQL-JOB-NAME EQUAL 'PORTABILITY'
               CALL 'portabat' USING BY REFERENCE WS-NB-PORTA-ENDED
               END-CALL
               CANCEL 'portabat'
           ELSE IF  SQL-JOB-NAME EQUAL 'COMPLAINT-SWEEP'
               CALL 'cmplover' USING BY REFERENCE WS-NB-CMPLOVER
               END-CALL
               CANCEL 'cmplover'
      *    [RD] le 03/09/2026 : veille des volumes d'acces anormaux
      *    aux dossiers adherents (accsweep.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'ACCESS-SWEEP'
               CALL 'accsweep' USING BY REFERENCE WS-NB-ACCSWEEP
               END-CALL
               CANCEL 'accsweep'
      *    [RD] le 03/09/2026 : boite d'arrivee des fichiers retour
      *    (retback.cbl via inboxproc.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'RETURN-LOAD'
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
      *    [RD] le 15/10/2026 : boite d'arrivee des plis non
      *    distribues renvoyes par La Poste (npaiback.cbl via
      *    inboxproc.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'NPAI-RETURN'
               MOVE 'npaiback' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-NPAI' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
      *    [RD] le 15/10/2026 : taux de rejet par jour de prelevement
      *    du mois precedent (dbtrej.cbl), refait a chaque passage
      *    pour compter les rejets arrives apres la fin du mois.
           ELSE IF  SQL-JOB-NAME EQUAL 'DEBIT-DAY-REJECT'
               MOVE ZERO TO WS-DBTREJ-MONTH
               CALL 'dbtrej' USING BY REFERENCE
                   WS-DBTREJ-MONTH, WS-NB-DBTREJ
               END-CALL
               CANCEL 'dbtrej'
      *    [RD] le 15/10/2026 : motifs de contact des adherents du
      *    mois precedent (contrept.cbl), refait a chaque passage
      *    pour compter les rappels traites apres la fin du mois.
           ELSE IF  SQL-JOB-NAME EQUAL 'CONTACT-REPORT'
               MOVE ZERO TO WS-CONTREPT-MONTH
               CALL 'contrept' USING BY REFERENCE
                   WS-CONTREPT-MONTH, WS-NB-CONTREPT
               END-CALL
               CANCEL 'contrept'
      *    [RD] le 15/10/2026 : courrier recu en attente de traitement
      *    au registre du courrier entrant (mailage.cbl), liste du
      *    jour.
           ELSE IF  SQL-JOB-NAME EQUAL 'MAIL-AGED'
               MOVE ZERO TO WS-MAILAGE-DATE
               CALL 'mailage' USING BY REFERENCE
                   WS-MAILAGE-DATE, WS-NB-MAILAGE
               END-CALL
               CANCEL 'mailage'
      *    [RD] le 15/10/2026 : flux d'impression quotidien pour le
      *    routeur (printstr.cbl), avec sa fiche de controle.
           ELSE IF  SQL-JOB-NAME EQUAL 'PRINT-STREAM'
               CALL 'printstr' USING BY REFERENCE WS-NB-PRINTSTR
               END-CALL
               CANCEL 'printstr'
      *    [RD] le 15/10/2026 : boite d'arrivee des comptes-rendus du
      *    routeur (prtback.cbl via inboxproc.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'PRINT-RETURN'
               MOVE 'prtback' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-ROUT' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
      *    [RD] le 15/10/2026 : boite d'arrivee des statuts de
      *    signature electronique (esigback.cbl via inboxproc.cbl),
      *    puis relance ou annulation des demandes restees en attente
      *    (esigbat.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'ESIGN-RETURN'
               MOVE 'esigback' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-SIGN' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
           ELSE IF  SQL-JOB-NAME EQUAL 'ESIGN-REMIND'
               CALL 'esigbat' USING BY REFERENCE
                   WS-NB-ESIGN-REMIND, WS-NB-ESIGN-CANCEL
               END-CALL
               CANCEL 'esigbat'
      *    [RD] le 15/10/2026 : boite d'arrivee des demandes deposees
      *    par le portail adherent (portback.cbl via inboxproc.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'PORTAL-REQUEST'
               MOVE 'portback' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-PORTAIL' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
      *    [RD] le 15/10/2026 : boite d'arrivee des notifications de
      *    droits C2S de la CPAM (c2sback.cbl via inboxproc.cbl),
      *    puis rappels de renouvellement et fins de droits
      *    (c2sbat.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'C2S-NOTIF'
               MOVE 'c2sback' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-C2S' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
           ELSE IF  SQL-JOB-NAME EQUAL 'C2S-RIGHTS'
               CALL 'c2sbat' USING BY REFERENCE
                   WS-NB-C2S-REMIND, WS-NB-C2S-EXPIRED
               END-CALL
               CANCEL 'c2sbat'
      *    [RD] le 15/10/2026 : boite d'arrivee des comptes-rendus
      *    bancaires des virements emis (virback.cbl via inboxproc.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'TRANSFER-RETURN'
               MOVE 'virback' TO WS-INBOX-LOADER
               MOVE './CHARGE-FILES/INBOX-VIR' TO WS-INBOX-DIR
               MOVE SPACE TO WS-INBOX-LAYOUT
               CALL 'inboxproc' USING BY REFERENCE
                   WS-INBOX-LOADER, WS-INBOX-DIR, WS-INBOX-LAYOUT,
                   WS-NB-INBOX
               END-CALL
               CANCEL 'inboxproc'
      *    [RD] le 15/10/2026 : echanges bancaires EBICS
      *    (ebicsxfr.cbl) : reception, envoi des virements, envoi des
      *    prelevements ; l'echec est consigne par ebicsxfr.cbl au
      *    journal sous le nom du traitement.
           ELSE IF  SQL-JOB-NAME EQUAL 'EBICS-RECEIVE'
               MOVE SQL-JOB-NAME TO WS-EBICS-JOB
               MOVE 'R' TO WS-EBICS-MODE
               CALL 'ebicsxfr' USING BY REFERENCE
                   WS-EBICS-JOB, WS-EBICS-MODE, WS-NB-EBICS
               END-CALL
               CANCEL 'ebicsxfr'
           ELSE IF  SQL-JOB-NAME EQUAL 'EBICS-SEND-VIR'
               MOVE SQL-JOB-NAME TO WS-EBICS-JOB
               MOVE 'V' TO WS-EBICS-MODE
               CALL 'ebicsxfr' USING BY REFERENCE
                   WS-EBICS-JOB, WS-EBICS-MODE, WS-NB-EBICS
               END-CALL
               CANCEL 'ebicsxfr'
           ELSE IF  SQL-JOB-NAME EQUAL 'EBICS-SEND-PREL'
               MOVE SQL-JOB-NAME TO WS-EBICS-JOB
               MOVE 'P' TO WS-EBICS-MODE
               CALL 'ebicsxfr' USING BY REFERENCE
                   WS-EBICS-JOB, WS-EBICS-MODE, WS-NB-EBICS
               END-CALL
               CANCEL 'ebicsxfr'
      *    [RD] le 15/10/2026 : controle contrat responsable de tous
      *    les contrats (respchk.cbl) ; journal et alerte des contrats
      *    devenus non responsables faits par respchk.cbl.
           ELSE IF  SQL-JOB-NAME EQUAL 'RESP-SWEEP'
               MOVE 'N' TO WS-RESP-MODE
               MOVE SPACES TO WS-RESP-UUID
               CALL 'respchk' USING BY REFERENCE
                   WS-RESP-MODE, WS-RESP-UUID, WS-NB-RESP-CHECKED,
                   WS-NB-RESP, WS-RESP-REASON, WS-RESP-RC
               END-CALL
               CANCEL 'respchk'
      *    [RD] le 15/10/2026 : fiche des exemples de remboursement
      *    (rembexam.cbl), refaite seulement si les parametres de
      *    calcul ont change depuis la derniere.
           ELSE IF  SQL-JOB-NAME EQUAL 'STD-EXAMPLES'
               CALL 'rembexam' USING BY REFERENCE
                   WS-EX-RC, WS-NB-EX-LINES
               END-CALL
               CANCEL 'rembexam'
      *    [RD] le 15/10/2026 : veille des fichiers attendus des
      *    partenaires (filewatch.cbl) ; alertes et journal faits par
      *    filewatch.cbl.
           ELSE IF  SQL-JOB-NAME EQUAL 'FILE-WATCH'
               CALL 'filewatch' USING BY REFERENCE WS-NB-FILE-ALERTS
               END-CALL
               CANCEL 'filewatch'
      *    [RD] le 03/09/2026 : chiffrement au repos des IBAN
      *    (datprot.cbl), apres les chaines qui en ecrivent ; le NIR
      *    reste volontairement en clair (cle de rapprochement du
           ELSE IF  SQL-JOB-NAME EQUAL 'DATA-PROTECT'
               CALL 'datprot' USING BY REFERENCE WS-NB-DATPROT
               END-CALL
               CANCEL 'datprot'
      *    [RD] le 15/10/2026 : chaine de cloture du mois precedent
      *    (closchain.cbl) ; etapes, dossier de cloture, alertes et
      *    journal faits par closchain.cbl, qui rouvre la connexion
      *    de l'ordonnanceur apres chaque etape.
           ELSE IF  SQL-JOB-NAME EQUAL 'MONTH-CLOSE'
               CALL 'closchain' USING BY REFERENCE SQL-JOB-PERIOD,
                   WS-CLOSE-RC
               END-CALL
               CANCEL 'closchain'
      *    [RD] le 15/10/2026 : archivage et purge des fichiers
      *    produits (housekeep.cbl) ; compte-rendu et journal faits
      *    par housekeep.cbl.
           ELSE IF  SQL-JOB-NAME EQUAL 'HOUSEKEEPING'
               CALL 'housekeep' USING BY REFERENCE WS-NB-HOUSEKEPT
               END-CALL
               CANCEL 'housekeep'
      *    [RD] le 15/10/2026 : deplacement des demandes closes vers
      *    l'historique (claimarch.cbl) ; rapprochement et journal
      *    faits par claimarch.cbl.
           ELSE IF  SQL-JOB-NAME EQUAL 'CLAIM-ARCHIVE'
               CALL 'claimarch' USING BY REFERENCE WS-NB-CLAIM-ARCH
               END-CALL
               CANCEL 'claimarch'
      *    [RD] le 03/09/2026 : sauvegarde datee de la base avec
      *    verification de restauration (savebat.cbl).
           ELSE IF  SQL-JOB-NAME EQUAL 'SAFEGUARD'
               CALL 'savebat' USING BY REFERENCE WS-NB-SAVED
               END-CALL
               CANCEL 'savebat'
           END-IF.
       END-2100-DISPATCH-JOB.
           EXIT.
           MOVE ALL '-' TO WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           DISPLAY 'ORDONNANCEUR DES TRAITEMENTS NOCTURNES - CR'.
           DISPLAY 'Jours traites                   : '
               WS-DATE-FROM ' a ' WS-DATE-TO ' (' WS-NB-DAYS ')'.
           DISPLAY 'Traitements lances              : ' WS-NB-JOB-RUN.
           DISPLAY 'Traitements sautes (prerequis)  : '
               WS-NB-JOB-SKIP.
           DISPLAY WS-REPORT-LINE.
