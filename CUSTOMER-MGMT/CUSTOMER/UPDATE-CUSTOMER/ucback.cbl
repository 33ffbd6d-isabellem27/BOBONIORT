      *    vigueur jusqu'a l'approbation d'un second utilisateur via  *
      *    l'ecran ibanappr.cbl. Les autres champs de la fiche sont   *
      *    appliques normalement.                                     *
      * MAJ [RD] le 15/10/2026 Un changement d'adresse (adresse,      *
      *    code postal ou ville) leve la marque d'adresse invalide    *
      *    posee par un courrier revenu NPAI (npaiupd.cbl, origine    *
      *    FICHE) : postal, relances et avis reprennent.              *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ucback.
       AUTHOR. Safaa.
      *    [RD] le 03/09/2026 : cle du coffre des IBAN (datprot.cbl).
       01  SQL-VAULT-KEY        PIC X(16) VALUE SPACES.
       01  SQL-NEW-IBAN         PIC X(34).
      *    [RD] le 15/10/2026 : adresse en base avant modification.
       01  SQL-OLD-ADRESS1      PIC X(50).
       01  SQL-OLD-ADRESS2      PIC X(50).
       01  SQL-OLD-ZIPCODE      PIC X(15).
       01  SQL-OLD-TOWN         PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-FAMILY-CHANGED  PIC X(01) VALUE 'N'.
      *    [RD] le 15/10/2026 : levee de la marque NPAI (npaiupd.cbl).
       01  WS-ADDRESS-CHANGED   PIC X(01) VALUE 'N'.
       01  WS-NPAI.
           05 WS-NPAI-ACTION      PIC X(01).
           05 WS-NPAI-CUS-UUID    PIC X(36).
           05 WS-NPAI-DATE        PIC X(10).
           05 WS-NPAI-DOCUMENT    PIC X(60).
           05 WS-NPAI-SOURCE      PIC X(10).
           05 WS-NPAI-CHANNEL     PIC X(10).
           05 WS-NPAI-RC          PIC X(01).

       LINKAGE SECTION.
       01  LK-CUSTOMER.
                   END-CALL
               END-IF

      *        [RD] le 15/10/2026 : nouvelle adresse, la marque NPAI
      *        eventuelle est levee.
               IF WS-ADDRESS-CHANGED EQUAL 'O' THEN
                   INITIALIZE WS-NPAI
                   MOVE 'C' TO WS-NPAI-ACTION
                   MOVE WS-CUS-UUID TO WS-NPAI-CUS-UUID
                   MOVE 'FICHE' TO WS-NPAI-SOURCE
                   CALL 'npaiupd' USING WS-NPAI
                   END-CALL
               END-IF

               MOVE WS-CUSTOMER TO LK-CUSTOMER
           END-IF.
       END-0000-MAIN.
      *    adherents suivants a cause d'un changement de situation
      *    familiale detecte chez un adherent precedent.
           MOVE 'N' TO WS-FAMILY-CHANGED.
           MOVE 'N' TO WS-ADDRESS-CHANGED.

      *    [SK] Convertit le statut de couple en 't' ou 'f' pour la DB.
           IF LK-CUS-COUPLE EQUAL 'oui' THEN
           EXEC SQL
               DECLARE CRSCHKDATE CURSOR FOR
               SELECT customer_update_date, customer_nbchildren,
                      customer_couple,
                      COALESCE(customer_adress1, ''),
                      COALESCE(customer_adress2, ''),
                      COALESCE(customer_zipcode, ''),
                      COALESCE(customer_town, '')
               FROM customer
               WHERE uuid_customer = :WS-CUS-UUID
           END-EXEC.
           EXEC SQL
               FETCH CRSCHKDATE
               INTO :SQL-CUS-UPDATE-DATE, :SQL-OLD-NBCHILDREN,
                   :SQL-OLD-COUPLE, :SQL-OLD-ADRESS1, :SQL-OLD-ADRESS2,
                   :SQL-OLD-ZIPCODE, :SQL-OLD-TOWN
           END-EXEC.

           EVALUATE SQLCODE
                       THEN
                       MOVE 'O' TO WS-FAMILY-CHANGED
                   END-IF
                   IF (SQL-OLD-ADRESS1 NOT EQUAL WS-CUS-ADRESS1)
                       OR (SQL-OLD-ADRESS2 NOT EQUAL WS-CUS-ADRESS2)
                       OR (SQL-OLD-ZIPCODE NOT EQUAL WS-CUS-ZIPCODE)
                       OR (SQL-OLD-TOWN NOT EQUAL WS-CUS-TOWN)
                       THEN
                       MOVE 'O' TO WS-ADDRESS-CHANGED
                   END-IF
               WHEN 100
                   DISPLAY 'NO MORE ROWS IN CURSOR RESULT SET'
               WHEN OTHER
