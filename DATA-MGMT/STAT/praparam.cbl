      *    (PRACTITIONER_OPTAM, '1' = adherent OPTAM) : un praticien   *
      *    non adherent voit le remboursement de ses depassements      *
      *    d'honoraires plafonne par rembsave.cbl.                     *
      * MAJ RD le 15/10/2026 : un IBAN rejete par la banque            *
      *    (virback.cbl) est signale au chargement ; la saisie d'un    *
      *    nouvel IBAN leve le soupcon et remet au paiement les        *
      *    demandes tiers payant dont le virement avait ete rejete.    *
      * MAJ RD le 15/10/2026 : partenaire du reseau de soins           *
      *    (PRACTITIONER_NETWORK, '1' = partenaire) avec les dates de  *
      *    la convention (PRACTITIONER_NET_START / _NET_END, format    *
      *    AAAA-MM-JJ, fin vide = sans terme). rembsave.cbl applique   *
      *    alors la grille negociee de la prestation (benefparam.cbl). *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. praparam RECURSIVE.
       01  SC-IBAN             PIC X(34)   VALUE SPACES .
      *    [RD] le 03/09/2026 : adhesion OPTAM (O/N)
       01  SC-OPTAM            PIC X(01)   VALUE SPACE  .
      *    [RD] le 15/10/2026 : reseau de soins (O/N) et dates de la
      *    convention (AAAA-MM-JJ).
       01  SC-NETWORK          PIC X(01)   VALUE SPACE  .
       01  SC-NET-START        PIC X(10)   VALUE SPACES .
       01  SC-NET-END          PIC X(10)   VALUE SPACES .

       01  WS-SQL-LIB              PIC X(80)                  .
       01  FIN                     PIC S9(9)   VALUE 100      .
       01  SQL-COMMUNE             PIC X(30)   VALUE SPACES      .
       01  SQL-IBAN                PIC X(34)   VALUE SPACES      .
       01  SQL-OPTAM               PIC X(01)   VALUE '1'         .
      *    [RD] le 15/10/2026 : IBAN en base avant enregistrement et
      *    soupcon pose par un virement rejete (virback.cbl).
       01  SQL-OLD-IBAN            PIC X(34)   VALUE SPACES      .
       01  SQL-SUSPECT             PIC X(01)   VALUE '0'         .
       01  SQL-NETWORK             PIC X(01)   VALUE '0'         .
       01  SQL-NET-START           PIC X(10)   VALUE SPACES      .
       01  SQL-NET-END             PIC X(10)   VALUE SPACES      .
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       1000-PREPARE-START.
           INITIALIZE SC-RETURN SC-VALIDATE SC-LOAD SC-MESSAGE
                      SC-RPPS SC-NAME SC-SPECIALTY SC-COMMUNE
                      SC-IBAN SC-OPTAM SC-NETWORK SC-NET-START
                      SC-NET-END.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
           EXEC SQL
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : IBAN suspect apres rejet d'un virement
      *    de tiers payant par la banque (virback.cbl).
           EXEC SQL
              ALTER TABLE PRACTITIONER
              ADD COLUMN IF NOT EXISTS PRACTITIONER_IBAN_SUSPECT
                  VARCHAR(1) DEFAULT '0'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNE PRACTITIONER_IBAN_SUSPECT' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
      *    [RD] le 15/10/2026 : partenaire du reseau de soins et
      *    periode de la convention ('0' par defaut : hors reseau).
           EXEC SQL
              ALTER TABLE PRACTITIONER
              ADD COLUMN IF NOT EXISTS PRACTITIONER_NETWORK
                  VARCHAR(1) DEFAULT '0'
           END-EXEC.
           EXEC SQL
              ALTER TABLE PRACTITIONER
              ADD COLUMN IF NOT EXISTS PRACTITIONER_NET_START
                  VARCHAR(10)
           END-EXEC.
           EXEC SQL
              ALTER TABLE PRACTITIONER
              ADD COLUMN IF NOT EXISTS PRACTITIONER_NET_END
                  VARCHAR(10)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'COLONNES PRACTITIONER_NET' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1000-PREPARE.
              SELECT PRACTITIONER_NAME, PRACTITIONER_SPECIALTY,
                     PRACTITIONER_COMMUNE,
                     COALESCE(PRACTITIONER_IBAN, ''),
                     COALESCE(PRACTITIONER_OPTAM, '1'),
                     COALESCE(PRACTITIONER_IBAN_SUSPECT, '0'),
                     COALESCE(PRACTITIONER_NETWORK, '0'),
                     COALESCE(PRACTITIONER_NET_START, ''),
                     COALESCE(PRACTITIONER_NET_END, '')
                 INTO :SQL-NAME, :SQL-SPECIALTY, :SQL-COMMUNE,
                      :SQL-IBAN, :SQL-OPTAM, :SQL-SUSPECT,
                      :SQL-NETWORK, :SQL-NET-START, :SQL-NET-END
                 FROM PRACTITIONER
                 WHERE PRACTITIONER_RPPS = :SQL-RPPS
           END-EXEC.
           ELSE
              MOVE 'O' TO SC-OPTAM
           END-IF.
           IF  SQL-NETWORK EQUAL '1'
              MOVE 'O' TO SC-NETWORK
           ELSE
              MOVE 'N' TO SC-NETWORK
           END-IF.
           MOVE SQL-NET-START TO SC-NET-START.
           MOVE SQL-NET-END TO SC-NET-END.
           MOVE 'PRATICIEN CHARGE.' TO SC-MESSAGE.
      *    [RD] le 15/10/2026 : virement rejete, nouveau RIB attendu.
           IF  SQL-SUSPECT EQUAL '1'
              MOVE 'PRATICIEN CHARGE - IBAN REJETE PAR LA BANQUE, SAISIR
      -          ' LE NOUVEL IBAN.' TO SC-MESSAGE
           END-IF.
       END-1500-LOAD-GROUP.
           EXIT.

           ELSE
              MOVE '1' TO SQL-OPTAM
           END-IF.
      *    [RD] le 15/10/2026 : O = partenaire du reseau, la date de
      *    debut de convention est alors obligatoire ; une fin vide
      *    vaut convention sans terme.
           MOVE SC-NET-START TO SQL-NET-START.
           MOVE SC-NET-END TO SQL-NET-END.
           IF  FUNCTION UPPER-CASE(SC-NETWORK) EQUAL 'O'
              MOVE '1' TO SQL-NETWORK
           ELSE
              MOVE '0' TO SQL-NETWORK
           END-IF.
           IF  SQL-NETWORK EQUAL '1'
              AND (SQL-NET-START(5:1) NOT = '-'
                OR SQL-NET-START(8:1) NOT = '-'
                OR SQL-NET-START(1:4) IS NOT NUMERIC)
              MOVE 'Reseau : saisir le debut de convention (AAAA-MM-JJ)
      -          '.' TO SC-MESSAGE
              GO TO END-1600-SAVE-GROUP
           END-IF.
           IF  SQL-NET-END NOT = SPACES
              AND (SQL-NET-END(5:1) NOT = '-'
                OR SQL-NET-END(8:1) NOT = '-'
                OR SQL-NET-END < SQL-NET-START)
              MOVE 'Reseau : fin de convention invalide (AAAA-MM-JJ).'
                 TO SC-MESSAGE
              GO TO END-1600-SAVE-GROUP
           END-IF.
           PERFORM 2000-SQL-CONNECTION-START
                 THRU END-2000-SQL-CONNECTION.
      *    [RD] le 15/10/2026 : IBAN et soupcon avant enregistrement,
      *    pour savoir si un nouvel IBAN remplace un IBAN rejete.
           MOVE SPACES TO SQL-OLD-IBAN.
           MOVE '0' TO SQL-SUSPECT.
           EXEC SQL
              SELECT COALESCE(PRACTITIONER_IBAN, ''),
                     COALESCE(PRACTITIONER_IBAN_SUSPECT, '0')
                 INTO :SQL-OLD-IBAN, :SQL-SUSPECT
                 FROM PRACTITIONER
                 WHERE PRACTITIONER_RPPS = :SQL-RPPS
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'LECTURE IBAN PRACTITIONER' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE PRACTITIONER
                 SET PRACTITIONER_NAME = :SQL-NAME,
                     PRACTITIONER_SPECIALTY = :SQL-SPECIALTY,
                     PRACTITIONER_COMMUNE = :SQL-COMMUNE,
                     PRACTITIONER_IBAN = :SQL-IBAN,
                     PRACTITIONER_OPTAM = :SQL-OPTAM,
                     PRACTITIONER_NETWORK = :SQL-NETWORK,
                     PRACTITIONER_NET_START = :SQL-NET-START,
                     PRACTITIONER_NET_END = :SQL-NET-END
                 WHERE PRACTITIONER_RPPS = :SQL-RPPS
           END-EXEC.
           IF  SQLCODE = FIN
                 INSERT INTO PRACTITIONER
                    (PRACTITIONER_RPPS, PRACTITIONER_NAME,
                     PRACTITIONER_SPECIALTY, PRACTITIONER_COMMUNE,
                     PRACTITIONER_IBAN, PRACTITIONER_OPTAM,
                     PRACTITIONER_NETWORK, PRACTITIONER_NET_START,
                     PRACTITIONER_NET_END)
                    VALUES
                    (:SQL-RPPS, :SQL-NAME, :SQL-SPECIALTY,
                     :SQL-COMMUNE, :SQL-IBAN, :SQL-OPTAM,
                     :SQL-NETWORK, :SQL-NET-START, :SQL-NET-END)
              END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE 'PRATICIEN ENREGISTRE.' TO SC-MESSAGE.
           IF  SQL-SUSPECT EQUAL '1'
              PERFORM 1650-RELEASE-REJECTED-START
                   THRU END-1650-RELEASE-REJECTED
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 2100-SQL-DISCONNECTION-START
                 THRU END-2100-SQL-DISCONNECTION.
       END-1600-SAVE-GROUP.
           EXIT.

      *    [RD] le 15/10/2026 : un nouvel IBAN, different de celui que
      *    la banque a rejete, leve le soupcon ; les demandes tiers
      *    payant rejetees repartent au prochain paiement, sans date
      *    ni reference. Meme IBAN ressaisi : le soupcon demeure.
       1650-RELEASE-REJECTED-START.
           IF  SQL-IBAN EQUAL SPACES
              OR SQL-IBAN EQUAL SQL-OLD-IBAN
              MOVE 'PRATICIEN ENREGISTRE - IBAN TOUJOURS SUSPECT.'
                 TO SC-MESSAGE
              GO TO END-1650-RELEASE-REJECTED
           END-IF.
           EXEC SQL
              UPDATE PRACTITIONER
                 SET PRACTITIONER_IBAN_SUSPECT = '0'
                 WHERE PRACTITIONER_RPPS = :SQL-RPPS
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE 'LEVEE SOUPCON IBAN' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           EXEC SQL
              UPDATE CUSTOMER_CLAIM
                 SET CLAIM_STATUS = 'APPROUVE',
                     CLAIM_PAID_DATE = '',
                     CLAIM_PAYMENT_REF = ''
                 WHERE CLAIM_DOCTOR_RPPS = :SQL-RPPS
                   AND CLAIM_STATUS = 'VIR-REJETE'
                   AND COALESCE(CLAIM_TIERS_PAYANT, '0') = '1'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
              MOVE 'REMISE AU PAIEMENT DEMANDES' TO WS-SQL-LIB
              PERFORM 9020-SQL-ERROR-START
                   THRU END-9020-SQL-ERROR
           END-IF.
           MOVE 'PRATICIEN ENREGISTRE - DEMANDES REJETEES REMISES AU PAI
      -         'EMENT.' TO SC-MESSAGE.
       END-1650-RELEASE-REJECTED.
           EXIT.

       2000-SQL-CONNECTION-START.
      *    [RD] le 03/09/2026 : parametres de connexion lus dans la
      *    configuration centralisee (getconf.cbl).
