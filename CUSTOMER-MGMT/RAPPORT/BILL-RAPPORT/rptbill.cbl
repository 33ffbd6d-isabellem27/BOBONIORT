      * MAJ [RD] le 22/08/2026 L'en-tete de l'organisme (raison       *
      *    sociale, adresse, contact, logo) est lu dans ORG_PROFILE   *
      *    (ecran orgparam.cbl) au lieu d'etre fige dans le programme.*
      * MAJ RD le 15/10/2026 Adherent mineur ou majeur protege : le  *
      *    document est adresse au representant legal en vigueur     *
      *    (getrep.cbl), pour le compte de l'adherent.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptbill.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] le 15/10/2026 : representant legal en vigueur
      *    (getrep.cbl), destinataire du document.
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
       01  WS-REP-LINE             PIC X(120).

       LINKAGE SECTION.
       01 LK-CUSTOMER.
           03 LK-CUS-UUID        PIC X(36).
           WRITE R-OUTPUT FROM WS-R-DASH.
           WRITE R-OUTPUT FROM WS-R-SPACES-ALL.

      *    [RD] le 15/10/2026 : representant legal destinataire.
           PERFORM 5030-WRITE-ADDRESSEE-START
              THRU END-5030-WRITE-ADDRESSEE.

      *    [RD] Date du document
           INITIALIZE R-OUTPUT.
           STRING
       END-5000-WRITE.
           EXIT.

      ******************************************************************
      *    [RD] le 15/10/2026 : adherent mineur ou majeur protege -    *
      *    tant que la mesure est en vigueur (getrep.cbl), le document *
      *    est adresse a son representant legal, pour le compte de    *
      *    l'adherent.                                                 *
      ******************************************************************
       5030-WRITE-ADDRESSEE-START.
           INITIALIZE WS-REPRESENTATIVE.
           MOVE LK-CUS-UUID TO WS-REP-CUS-UUID.
           CALL 'getrep' USING WS-REPRESENTATIVE
           END-CALL.
           IF  WS-REP-RC NOT EQUAL '0'
               GO TO END-5030-WRITE-ADDRESSEE
           END-IF.
           INITIALIZE R-OUTPUT.
           STRING 'Destinataire       : '
               FUNCTION TRIM(WS-REP-NAME)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           INITIALIZE R-OUTPUT.
           STRING '                     '
               FUNCTION TRIM(WS-REP-ADRESS1)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           IF  WS-REP-ADRESS2 NOT EQUAL SPACES
               INITIALIZE R-OUTPUT
               STRING '                     '
                   FUNCTION TRIM(WS-REP-ADRESS2)
                   DELIMITED BY SIZE INTO R-OUTPUT
               END-STRING
               WRITE R-OUTPUT
           END-IF.
           INITIALIZE R-OUTPUT.
           STRING '                     '
               FUNCTION TRIM(WS-REP-ZIPCODE) SPACE
               FUNCTION TRIM(WS-REP-TOWN)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           INITIALIZE R-OUTPUT.
           STRING 'Pour le compte de  : '
               FUNCTION TRIM(LK-CUS-FIRSTNAME) SPACE
               FUNCTION TRIM(LK-CUS-LASTNAME)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           WRITE R-OUTPUT.
           INITIALIZE R-OUTPUT.
           STRING 'Mesure             : '
               FUNCTION TRIM(WS-REP-TYPE-LABEL)
               DELIMITED BY SIZE INTO R-OUTPUT
           END-STRING.
           IF  WS-REP-COURT-REF NOT EQUAL SPACES
               STRING FUNCTION TRIM(R-OUTPUT) ' - decision '
                   FUNCTION TRIM(WS-REP-COURT-REF)
                   DELIMITED BY SIZE INTO WS-REP-LINE
               END-STRING
               MOVE WS-REP-LINE TO R-OUTPUT
           END-IF.
           WRITE R-OUTPUT.
           WRITE R-OUTPUT FROM WS-R-DASH.
           WRITE R-OUTPUT FROM WS-R-SPACES-ALL.
       END-5030-WRITE-ADDRESSEE.
           EXIT.

      ******************************************************************
      *    [RD] Charge l'en-tete de l'organisme depuis ORG_PROFILE
      *    (entretenue par orgparam.cbl) au premier document de
