      ******************************************************************
      *    [RD] Representant legal de l'adherent.                      *
      *    Pour un adherent mineur ou un majeur protege (tutelle,      *
      *    curatelle, habilitation familiale, sauvegarde de justice),  *
      *    la table CUSTOMER_REPRESENTATIVE porte une ligne par        *
      *    mesure :                                                    *
      *      UUID_CUSTOMER         adherent protege ;                  *
      *      REP_TYPE              MINEUR, TUTELLE, CURATELLE,         *
      *                            HABILITATION, SAUVEGARDE ;          *
      *      REP_NAME              nom du representant (personne ou    *
      *                            association mandataire) ;           *
      *      REP_ADRESS1/2,        adresse postale du representant ;   *
      *      REP_ZIPCODE, REP_TOWN                                     *
      *      REP_PHONE, REP_MAIL   coordonnees du representant ;       *
      *      REP_COURT_REF         reference de la decision du juge    *
      *                            (jugement, ordonnance) ;            *
      *      REP_VALID_FROM /      periode de validite de la mesure    *
      *      REP_VALID_TO          (AAAA-MM-JJ, fin NULL = ouverte) ;  *
      *      REP_SCOPE             etendue du pouvoir : 'R'            *
      *                            representation (tous actes), 'A'    *
      *                            assistance (actes importants), 'B'  *
      *                            gestion des biens seulement ;       *
      *      REP_DOCUMENT_NUM      decision du juge classee dans       *
      *                            CUSTOMER_DOCUMENT (type             *
      *                            COURT_ORDER), 0 si non fournie ;    *
      *      REP_UPDATE_DATE       date de derniere mise a jour.       *
      *    La saisie se fait par repfront.cbl. Ce sous-programme rend  *
      *    la mesure en vigueur a la date LK-REP-DATE (AAAA-MM-JJ,     *
      *    espaces = aujourd'hui), la plus recente si plusieurs se     *
      *    chevauchent : les documents sortants (geneinvo.cbl,         *
      *    rptbill.cbl, rembdecompte.cbl, maildoc.cbl) sont alors      *
      *    adresses au representant, et les ecrans de l'adherent       *
      *    (mem360.cbl, ucfront.cbl) affichent la mesure.              *
      *    Code retour LK-REP-RC : '0' mesure en vigueur, '1' aucune,  *
      *    '9' erreur de lecture.                                      *
      *    La connexion est celle de l'appelant ; la table est creee   *
      *    au premier appel de l'execution.                            *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getrep RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] creation de la table une fois par execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  FIN                  PIC S9(9) VALUE 100.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUS-UUID         PIC X(36) VALUE SPACES.
       01  SQL-REF-DATE         PIC X(10) VALUE SPACES.
       01  SQL-REP-TYPE         PIC X(12) VALUE SPACES.
       01  SQL-REP-NAME         PIC X(40) VALUE SPACES.
       01  SQL-REP-ADRESS1      PIC X(50) VALUE SPACES.
       01  SQL-REP-ADRESS2      PIC X(50) VALUE SPACES.
       01  SQL-REP-ZIPCODE      PIC X(15) VALUE SPACES.
       01  SQL-REP-TOWN         PIC X(30) VALUE SPACES.
       01  SQL-REP-PHONE        PIC X(10) VALUE SPACES.
       01  SQL-REP-MAIL         PIC X(50) VALUE SPACES.
       01  SQL-REP-COURT-REF    PIC X(30) VALUE SPACES.
       01  SQL-REP-VALID-FROM   PIC X(10) VALUE SPACES.
       01  SQL-REP-VALID-TO     PIC X(10) VALUE SPACES.
       01  SQL-REP-SCOPE        PIC X(01) VALUE SPACE.
       01  SQL-REP-DOC-NUM      PIC 9(08) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-REPRESENTATIVE.
           05 LK-REP-CUS-UUID     PIC X(36).
           05 LK-REP-DATE         PIC X(10).
           05 LK-REP-TYPE         PIC X(12).
           05 LK-REP-TYPE-LABEL   PIC X(30).
           05 LK-REP-NAME         PIC X(40).
           05 LK-REP-ADRESS1      PIC X(50).
           05 LK-REP-ADRESS2      PIC X(50).
           05 LK-REP-ZIPCODE      PIC X(15).
           05 LK-REP-TOWN         PIC X(30).
           05 LK-REP-PHONE        PIC X(10).
           05 LK-REP-MAIL         PIC X(50).
           05 LK-REP-COURT-REF    PIC X(30).
           05 LK-REP-VALID-FROM   PIC X(10).
           05 LK-REP-VALID-TO     PIC X(10).
           05 LK-REP-SCOPE        PIC X(01).
           05 LK-REP-SCOPE-LABEL  PIC X(30).
           05 LK-REP-DOC-NUM      PIC 9(08).
           05 LK-REP-RC           PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-REPRESENTATIVE.

      ******************************************************************
      *    0000-START-MAIN.                                            *
      ******************************************************************
       0000-START-MAIN.
           MOVE '1' TO LK-REP-RC.
           INITIALIZE LK-REP-TYPE LK-REP-TYPE-LABEL LK-REP-NAME
               LK-REP-ADRESS1 LK-REP-ADRESS2 LK-REP-ZIPCODE
               LK-REP-TOWN LK-REP-PHONE LK-REP-MAIL LK-REP-COURT-REF
               LK-REP-VALID-FROM LK-REP-VALID-TO LK-REP-SCOPE
               LK-REP-SCOPE-LABEL LK-REP-DOC-NUM.
           IF LK-REP-CUS-UUID EQUAL SPACES
               GO TO END-0000-MAIN
           END-IF.

           IF WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLE-START
                  THRU END-1000-ENSURE-TABLE
           END-IF.

           MOVE LK-REP-CUS-UUID TO SQL-CUS-UUID.
           MOVE LK-REP-DATE TO SQL-REF-DATE.
           PERFORM 2000-READ-IN-FORCE-START
              THRU END-2000-READ-IN-FORCE.

           IF SQLCODE EQUAL ZERO
               PERFORM 3000-RETURN-REP-START
                  THRU END-3000-RETURN-REP
               MOVE '0' TO LK-REP-RC
           ELSE IF SQLCODE NOT EQUAL FIN
               MOVE '9' TO LK-REP-RC
           END-IF
           END-IF.
      *    [RD] la lecture ne laisse jamais d'erreur SQL a l'appelant,
      *    qui peut avoir un curseur ouvert : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree la table CUSTOMER_REPRESENTATIVE si elle n'existe *
      *    pas encore (bases anterieures).                             *
      ******************************************************************
       1000-ENSURE-TABLE-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CUSTOMER_REPRESENTATIVE (
                   UUID_CUSTOMER     VARCHAR(36),
                   REP_TYPE          VARCHAR(12),
                   REP_NAME          VARCHAR(40),
                   REP_ADRESS1       VARCHAR(50),
                   REP_ADRESS2       VARCHAR(50),
                   REP_ZIPCODE       VARCHAR(15),
                   REP_TOWN          VARCHAR(30),
                   REP_PHONE         VARCHAR(10),
                   REP_MAIL          VARCHAR(50),
                   REP_COURT_REF     VARCHAR(30),
                   REP_VALID_FROM    VARCHAR(10),
                   REP_VALID_TO      VARCHAR(10),
                   REP_SCOPE         VARCHAR(1),
                   REP_DOCUMENT_NUM  INT DEFAULT 0,
                   REP_UPDATE_DATE   VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE EQUAL ZERO
               MOVE 'O' TO WS-TABLE-DONE
           END-IF.
       END-1000-ENSURE-TABLE.
           EXIT.

      ******************************************************************
      *    [RD] Mesure en vigueur a la date de reference : debut       *
      *    atteint, fin absente ou non depassee ; la plus recente en   *
      *    cas de chevauchement (mainlevee puis nouvelle mesure).      *
      ******************************************************************
       2000-READ-IN-FORCE-START.
           EXEC SQL
               SELECT REP_TYPE, REP_NAME,
                      COALESCE(REP_ADRESS1, ' '),
                      COALESCE(REP_ADRESS2, ' '),
                      COALESCE(REP_ZIPCODE, ' '),
                      COALESCE(REP_TOWN, ' '),
                      COALESCE(REP_PHONE, ' '),
                      COALESCE(REP_MAIL, ' '),
                      COALESCE(REP_COURT_REF, ' '),
                      REP_VALID_FROM,
                      COALESCE(REP_VALID_TO, ' '),
                      COALESCE(REP_SCOPE, 'R'),
                      COALESCE(REP_DOCUMENT_NUM, 0)
               INTO :SQL-REP-TYPE, :SQL-REP-NAME,
                    :SQL-REP-ADRESS1, :SQL-REP-ADRESS2,
                    :SQL-REP-ZIPCODE, :SQL-REP-TOWN,
                    :SQL-REP-PHONE, :SQL-REP-MAIL,
                    :SQL-REP-COURT-REF, :SQL-REP-VALID-FROM,
                    :SQL-REP-VALID-TO, :SQL-REP-SCOPE,
                    :SQL-REP-DOC-NUM
               FROM CUSTOMER_REPRESENTATIVE
               WHERE UUID_CUSTOMER = :SQL-CUS-UUID
                 AND REP_VALID_FROM
                     <= COALESCE(NULLIF(TRIM(:SQL-REF-DATE), ''),
                                 CAST(CURRENT_DATE AS VARCHAR))
                 AND (REP_VALID_TO IS NULL
                  OR TRIM(REP_VALID_TO) = ''
                  OR REP_VALID_TO
                     >= COALESCE(NULLIF(TRIM(:SQL-REF-DATE), ''),
                                 CAST(CURRENT_DATE AS VARCHAR)))
               ORDER BY REP_VALID_FROM DESC
               LIMIT 1
           END-EXEC.
       END-2000-READ-IN-FORCE.
           EXIT.

      ******************************************************************
      *    3000-RETURN-REP-START.                                      *
      ******************************************************************
       3000-RETURN-REP-START.
           MOVE SQL-REP-TYPE         TO LK-REP-TYPE.
           MOVE SQL-REP-NAME         TO LK-REP-NAME.
           MOVE SQL-REP-ADRESS1      TO LK-REP-ADRESS1.
           MOVE SQL-REP-ADRESS2      TO LK-REP-ADRESS2.
           MOVE SQL-REP-ZIPCODE      TO LK-REP-ZIPCODE.
           MOVE SQL-REP-TOWN         TO LK-REP-TOWN.
           MOVE SQL-REP-PHONE        TO LK-REP-PHONE.
           MOVE SQL-REP-MAIL         TO LK-REP-MAIL.
           MOVE SQL-REP-COURT-REF    TO LK-REP-COURT-REF.
           MOVE SQL-REP-VALID-FROM   TO LK-REP-VALID-FROM.
           MOVE SQL-REP-VALID-TO     TO LK-REP-VALID-TO.
           MOVE SQL-REP-SCOPE        TO LK-REP-SCOPE.
           MOVE SQL-REP-DOC-NUM      TO LK-REP-DOC-NUM.
           EVALUATE SQL-REP-TYPE
               WHEN 'MINEUR'
                   MOVE 'Administration legale (mineur)'
                       TO LK-REP-TYPE-LABEL
               WHEN 'TUTELLE'
                   MOVE 'Tutelle' TO LK-REP-TYPE-LABEL
               WHEN 'CURATELLE'
                   MOVE 'Curatelle' TO LK-REP-TYPE-LABEL
               WHEN 'HABILITATION'
                   MOVE 'Habilitation familiale' TO LK-REP-TYPE-LABEL
               WHEN 'SAUVEGARDE'
                   MOVE 'Sauvegarde de justice' TO LK-REP-TYPE-LABEL
               WHEN OTHER
                   MOVE SQL-REP-TYPE TO LK-REP-TYPE-LABEL
           END-EVALUATE.
           EVALUATE SQL-REP-SCOPE
               WHEN 'A'
                   MOVE 'Assistance (actes importants)'
                       TO LK-REP-SCOPE-LABEL
               WHEN 'B'
                   MOVE 'Gestion des biens seulement'
                       TO LK-REP-SCOPE-LABEL
               WHEN OTHER
                   MOVE 'Representation (tous actes)'
                       TO LK-REP-SCOPE-LABEL
           END-EVALUATE.
       END-3000-RETURN-REP.
           EXIT.
