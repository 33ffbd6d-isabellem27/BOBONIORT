      ******************************************************************
      *    [RD] Bareme reglemente de la Complementaire sante           *
      *    solidaire (C2S).                                            *
      *    La C2S ne suit ni les paliers ni les grilles COST_CONDITION *
      *    des contrats types : la participation mensuelle est fixee   *
      *    par l'Etat selon l'age du beneficiaire, et les soins sont   *
      *    pris en charge au panier reglemente, sans reste a charge.   *
      *    Ce sous-programme porte les deux tables de reference :      *
      *      C2S_PREMIUM  participation mensuelle par tranche d'age    *
      *                   (PREMIUM_AGE_MIN a PREMIUM_AGE_MAX inclus) ; *
      *      C2S_BASKET   tarif maximal reglemente par prestation      *
      *                   (BASKET_MAX en euros, 0 = base de            *
      *                   remboursement Securite sociale de l'acte).   *
      *    Elles sont creees et garnies du bareme en vigueur au        *
      *    premier appel ; une revalorisation par l'Etat se reporte    *
      *    directement dans ces tables.                                *
      *                                                                *
      *    Fonctions (LK-C2S-FUNCTION) :                               *
      *      'P' participation mensuelle LK-C2S-PREMIUM pour l'age     *
      *          LK-C2S-AGE ; nulle pour des droits sans participation *
      *          (LK-C2S-PARTICIP = 'N', ex-CMU-C) ;                   *
      *      'R' montant du par Boboniort au panier reglemente :       *
      *          tarif retenu = plus petit du montant facture et du    *
      *          tarif maximal de la prestation, moins la part de la   *
      *          caisse et la part d'un autre organisme, jamais        *
      *          negatif. LK-C2S-OVERCHARGE = '1' quand le montant     *
      *          facture depasse le tarif maximal (depassement         *
      *          interdit pour un beneficiaire C2S, a revoir).         *
      *    Code retour LK-C2S-RC : '0' calcul fait, '1' tranche d'age  *
      *    absente du bareme, '9' erreur de lecture.                   *
      *    Appele dans une connexion deja ouverte par l'appelant       *
      *    (c2sback.cbl, rembsave.cbl, cpamback.cbl, rembslot.cbl,     *
      *    readjud.cbl, rembsim.cbl).                                  *
      *                                                                *
      *    Auteur : RD                                                 *
      *    Date creation 15/10/2026                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. c2sprice RECURSIVE.
       AUTHOR. RD.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-LIB           PIC X(80) VALUE SPACES.
      *    [RD] creation et garnissage des tables une fois par
      *    execution.
       01  WS-TABLE-DONE        PIC X(01) VALUE 'N'.
       01  WS-REGULATED         PIC 9(05) VALUE ZERO.
       01  WS-OWED-CALC         PIC S9(06) VALUE ZERO.
       01  FIN                  PIC S9(9) VALUE 100.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-AGE              PIC 9(03) VALUE ZERO.
       01  SQL-PREMIUM          PIC 9(05) VALUE ZERO.
       01  SQL-CATEGORY         PIC X(20) VALUE SPACES.
       01  SQL-BASKET-MAX       PIC 9(05) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-C2S-PRICE.
           05 LK-C2S-FUNCTION      PIC X(01).
           05 LK-C2S-AGE           PIC 9(03).
           05 LK-C2S-PARTICIP      PIC X(01).
           05 LK-C2S-PREMIUM       PIC 9(05).
           05 LK-C2S-CATEGORY      PIC X(20).
           05 LK-C2S-AMOUNT        PIC 9(05).
           05 LK-C2S-BRSS          PIC 9(05).
           05 LK-C2S-CPAM-PART     PIC 9(05).
           05 LK-C2S-OTH-AMOUNT    PIC 9(05).
           05 LK-C2S-REGULATED     PIC 9(05).
           05 LK-C2S-OWED          PIC 9(05).
           05 LK-C2S-OVERCHARGE    PIC X(01).
           05 LK-C2S-RC            PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-C2S-PRICE.

      ******************************************************************
      *    0000-MAIN-START.                                            *
      ******************************************************************
       0000-MAIN-START.
           MOVE '0' TO LK-C2S-RC.
           IF  WS-TABLE-DONE NOT = 'O'
               PERFORM 1000-ENSURE-TABLES-START
                  THRU END-1000-ENSURE-TABLES
           END-IF.
           IF  LK-C2S-RC NOT = '0'
               GO TO END-0000-MAIN
           END-IF.
           EVALUATE LK-C2S-FUNCTION
               WHEN 'P'
                   PERFORM 2000-PREMIUM-START
                      THRU END-2000-PREMIUM
               WHEN 'R'
                   PERFORM 3000-REGULATED-OWED-START
                      THRU END-3000-REGULATED-OWED
               WHEN OTHER
                   MOVE '9' TO LK-C2S-RC
           END-EVALUATE.
      *    [RD] la lecture du bareme ne laisse jamais d'erreur SQL
      *    a l'appelant : le code retour suffit.
           MOVE ZERO TO SQLCODE.
       END-0000-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Cree les tables du bareme si besoin et les garnit si   *
      *    elles sont vides : participations mensuelles par tranche    *
      *    d'age, tarifs maximaux des paniers optique et dentaire      *
      *    (les autres prestations sont prises en charge a hauteur de  *
      *    la base Securite sociale).                                  *
      ******************************************************************
       1000-ENSURE-TABLES-START.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS C2S_PREMIUM (
                   PREMIUM_AGE_MIN  INT,
                   PREMIUM_AGE_MAX  INT,
                   PREMIUM_AMOUNT   INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATE TABLE C2S_PREMIUM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               INSERT INTO C2S_PREMIUM
                   (PREMIUM_AGE_MIN, PREMIUM_AGE_MAX, PREMIUM_AMOUNT)
               SELECT S.AMIN, S.AMAX, S.AMT
                 FROM (VALUES (0, 29, 8), (30, 49, 14), (50, 59, 21),
                              (60, 69, 25), (70, 999, 30))
                      AS S (AMIN, AMAX, AMT)
                WHERE NOT EXISTS (SELECT 1 FROM C2S_PREMIUM)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'GARNISSAGE C2S_PREMIUM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS C2S_BASKET (
                   BASKET_CATEGORY  VARCHAR(20),
                   BASKET_MAX       INT
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE 'CREATE TABLE C2S_BASKET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           EXEC SQL
               INSERT INTO C2S_BASKET (BASKET_CATEGORY, BASKET_MAX)
               SELECT S.CAT, S.MAXI
                 FROM (VALUES ('DOCTOR', 0), ('PARMEDICAL', 0),
                              ('HOSPITAL', 0),
                              ('SINGLE_GLASSES', 105),
                              ('PROGRESSIVE_GLASSES', 235),
                              ('MOLAR_CROWNS', 500),
                              ('NON_MOLAR_CROWNS', 500),
                              ('DESCALINGS', 0))
                      AS S (CAT, MAXI)
                WHERE NOT EXISTS (SELECT 1 FROM C2S_BASKET)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = FIN
               MOVE 'GARNISSAGE C2S_BASKET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
               GO TO END-1000-ENSURE-TABLES
           END-IF.
           MOVE 'O' TO WS-TABLE-DONE.
       END-1000-ENSURE-TABLES.
           EXIT.

      ******************************************************************
      *    [RD] Participation mensuelle de la tranche d'age ; nulle    *
      *    pour des droits accordes sans participation.                *
      ******************************************************************
       2000-PREMIUM-START.
           MOVE ZERO TO LK-C2S-PREMIUM.
           IF  LK-C2S-PARTICIP EQUAL 'N'
               GO TO END-2000-PREMIUM
           END-IF.
           MOVE LK-C2S-AGE TO SQL-AGE.
           MOVE ZERO TO SQL-PREMIUM.
           EXEC SQL
               SELECT PREMIUM_AMOUNT
               INTO :SQL-PREMIUM
               FROM C2S_PREMIUM
               WHERE PREMIUM_AGE_MIN <= :SQL-AGE
                 AND PREMIUM_AGE_MAX >= :SQL-AGE
               ORDER BY PREMIUM_AGE_MIN DESC
               LIMIT 1
           END-EXEC.
           IF  SQLCODE EQUAL FIN
               MOVE '1' TO LK-C2S-RC
               GO TO END-2000-PREMIUM
           END-IF.
           IF  SQLCODE NOT = ZERO
               MOVE 'LECTURE C2S_PREMIUM' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
               GO TO END-2000-PREMIUM
           END-IF.
           MOVE SQL-PREMIUM TO LK-C2S-PREMIUM.
       END-2000-PREMIUM.
           EXIT.

      ******************************************************************
      *    [RD] Montant du au panier reglemente : l'adherent n'a aucun *
      *    reste a charge dans la limite du tarif maximal ; ce qui est *
      *    facture au-dela est signale et n'est pas rembourse.         *
      ******************************************************************
       3000-REGULATED-OWED-START.
           MOVE '0' TO LK-C2S-OVERCHARGE.
           MOVE ZERO TO LK-C2S-OWED.
           MOVE LK-C2S-CATEGORY TO SQL-CATEGORY.
           MOVE ZERO TO SQL-BASKET-MAX.
           EXEC SQL
               SELECT COALESCE(BASKET_MAX, 0)
               INTO :SQL-BASKET-MAX
               FROM C2S_BASKET
               WHERE BASKET_CATEGORY = :SQL-CATEGORY
               LIMIT 1
           END-EXEC.
           IF  SQLCODE EQUAL FIN
               MOVE ZERO TO SQL-BASKET-MAX
           ELSE IF SQLCODE NOT = ZERO
               MOVE 'LECTURE C2S_BASKET' TO WS-SQL-LIB
               PERFORM 9020-ERROR-SQL-START
                  THRU END-9020-ERROR-SQL
               GO TO END-3000-REGULATED-OWED
           END-IF
           END-IF.
      *    [RD] tarif maximal, a defaut la base Securite sociale,
      *    a defaut (acte hors referentiel) le montant facture.
           IF  SQL-BASKET-MAX > ZERO
               MOVE SQL-BASKET-MAX TO WS-REGULATED
           ELSE IF LK-C2S-BRSS > ZERO
               MOVE LK-C2S-BRSS TO WS-REGULATED
           ELSE
               MOVE LK-C2S-AMOUNT TO WS-REGULATED
           END-IF
           END-IF.
           IF  LK-C2S-AMOUNT > WS-REGULATED
               MOVE '1' TO LK-C2S-OVERCHARGE
               COMPUTE WS-OWED-CALC = WS-REGULATED
                   - LK-C2S-CPAM-PART - LK-C2S-OTH-AMOUNT
           ELSE
               COMPUTE WS-OWED-CALC = LK-C2S-AMOUNT
                   - LK-C2S-CPAM-PART - LK-C2S-OTH-AMOUNT
           END-IF.
           IF  WS-OWED-CALC < ZERO
               MOVE ZERO TO WS-OWED-CALC
           END-IF.
           MOVE WS-REGULATED TO LK-C2S-REGULATED.
           MOVE WS-OWED-CALC TO LK-C2S-OWED.
       END-3000-REGULATED-OWED.
           EXIT.

      ******************************************************************
      *    9020-ERROR-SQL-START.                                       *
      ******************************************************************
       9020-ERROR-SQL-START.
           MOVE '9' TO LK-C2S-RC.
           DISPLAY WS-SQL-LIB.
           DISPLAY SQLCODE.
           DISPLAY SQLERRMC.
       END-9020-ERROR-SQL.
           EXIT.
