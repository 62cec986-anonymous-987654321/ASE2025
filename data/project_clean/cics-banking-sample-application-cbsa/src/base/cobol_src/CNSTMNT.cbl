       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSTMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Third-party access consent register, maintained at the
      *    branch. A consent lets one third-party provider read the
      *    balances and/or the transactions of the accounts the
      *    customer names on it until its expiry date. Consents are
      *    numbered in sequence within the sort code. Status A is
      *    active, R revoked by the customer and E expired by
      *    CNSTEXP. The expiry date may be no more than CONTROL
      *    <sortcode>-TPP-MAX-DAYS days ahead (default 90).
      *
      *    G grants a consent, R revokes it and I lists the
      *    customer's consents, newest first, starting from the
      *    consent number given (zero for the newest).
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-TPPCONS-ROW.
          03 HV-TC-SORTCODE             PIC X(6).
          03 HV-TC-ID                   PIC S9(9) COMP.
          03 HV-TC-CUSTOMER             PIC X(10).
          03 HV-TC-TPP-ID               PIC X(8).
          03 HV-TC-PERM-BAL             PIC X.
          03 HV-TC-PERM-TXN             PIC X.
          03 HV-TC-GRANTED-DATE         PIC S9(8).
          03 HV-TC-EXPIRY-DATE          PIC S9(8).
          03 HV-TC-STATUS               PIC X.
          03 HV-TC-CHANGED-DATE         PIC S9(8).
          03 HV-TC-CHANGED-BY           PIC X(8).
       01 HV-TC-START-ID                PIC S9(9) COMP.
       01 HV-MAX-ID                     PIC S9(9) COMP.
       01 HV-MAX-ID-IND                 PIC S9(4) COMP.
       01 HV-TA-ACCOUNT                 PIC X(8).
       01 HV-OWNED-COUNT                PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TODAY-YYYYMMDD             PIC 9(8).
       01 WS-LATEST-EXPIRY              PIC 9(8).
       01 WS-EXPIRY-CHECK               PIC 9(8).
       01 WS-MAX-DAYS                   PIC S9(5) COMP VALUE 90.
       01 WS-DAY-INT                    PIC S9(9) COMP.
       01 WS-USERID                     PIC X(8).
       01 WS-ACC-SUB                    PIC S9(4) COMP.
       01 WS-LIST-SUB                   PIC S9(4) COMP.
       01 WS-FETCH-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                VALUE 'Y'.
       01 WS-ACC-FETCH-SW               PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS            VALUE 'Y'.
           EXEC SQL
              DECLARE CONSENT-CURSOR CURSOR FOR
                 SELECT TPPCONS_ID, TPPCONS_TPP_ID,
                        TPPCONS_PERM_BAL, TPPCONS_PERM_TXN,
                        TPPCONS_GRANTED_DATE, TPPCONS_EXPIRY_DATE,
                        TPPCONS_STATUS, TPPCONS_CHANGED_DATE,
                        TPPCONS_CHANGED_BY
                 FROM TPPCONS
                 WHERE TPPCONS_SORTCODE = :HV-TC-SORTCODE
                 AND TPPCONS_CUSTOMER = :HV-TC-CUSTOMER
                 AND TPPCONS_ID <= :HV-TC-START-ID
                 ORDER BY TPPCONS_ID DESC
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CONSACC-CURSOR CURSOR FOR
                 SELECT TPPCACC_ACCOUNT
                 FROM TPPCACC
                 WHERE TPPCACC_SORTCODE = :HV-TC-SORTCODE
                 AND TPPCACC_ID = :HV-TC-ID
                 ORDER BY TPPCACC_ACCOUNT
                 FOR FETCH ONLY
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-GRANT                 VALUE 'G'.
             88 COMM-REVOKE                VALUE 'R'.
             88 COMM-INQUIRE               VALUE 'I'.
          03 COMM-CUSTNO              PIC 9(10).
          03 COMM-CONSENT-ID          PIC 9(9).
          03 COMM-TPP-ID              PIC X(8).
          03 COMM-PERM-BALANCES       PIC X.
          03 COMM-PERM-TRANSACTIONS   PIC X.
          03 COMM-EXPIRY-DATE         PIC 9(8).
          03 COMM-ACCOUNT-COUNT       PIC 99.
          03 COMM-ACCOUNT             PIC X(8) OCCURS 10.
          03 COMM-LIST-COUNT          PIC 99.
          03 COMM-MORE-CONSENTS       PIC X.
          03 COMM-LIST OCCURS 10.
             05 COMM-LST-CONSENT-ID   PIC 9(9).
             05 COMM-LST-TPP-ID       PIC X(8).
             05 COMM-LST-PERM-BAL     PIC X.
             05 COMM-LST-PERM-TXN     PIC X.
             05 COMM-LST-GRANTED      PIC 9(8).
             05 COMM-LST-EXPIRY       PIC 9(8).
             05 COMM-LST-STATUS       PIC X.
             05 COMM-LST-CHANGED      PIC 9(8).
             05 COMM-LST-CHANGED-BY   PIC X(8).
             05 COMM-LST-ACC-COUNT    PIC 99.
             05 COMM-LST-ACCOUNT      PIC X(8) OCCURS 10.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           IF COMM-CUSTNO NOT NUMERIC OR COMM-CUSTNO = 0
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN
              USERID(WS-USERID)
           END-EXEC.
           MOVE SORTCODE TO HV-TC-SORTCODE.
           MOVE COMM-CUSTNO TO HV-TC-CUSTOMER.
           EVALUATE TRUE
              WHEN COMM-GRANT
                 PERFORM GRANT-CONSENT
              WHEN COMM-REVOKE
                 PERFORM REVOKE-CONSENT
              WHEN COMM-INQUIRE
                 PERFORM LIST-CONSENTS
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       GRANT-CONSENT SECTION.
       GC010.
           IF COMM-TPP-ID = SPACES
              OR COMM-ACCOUNT-COUNT NOT NUMERIC
              OR COMM-ACCOUNT-COUNT = 0
              OR COMM-ACCOUNT-COUNT > 10
              MOVE '4' TO COMM-FAIL-CODE
              GO TO GC999
           END-IF.
           IF COMM-PERM-BALANCES NOT = 'Y'
              MOVE 'N' TO COMM-PERM-BALANCES
           END-IF.
           IF COMM-PERM-TRANSACTIONS NOT = 'Y'
              MOVE 'N' TO COMM-PERM-TRANSACTIONS
           END-IF.
           IF COMM-PERM-BALANCES = 'N'
              AND COMM-PERM-TRANSACTIONS = 'N'
              MOVE '4' TO COMM-FAIL-CODE
              GO TO GC999
           END-IF.
           PERFORM CHECK-EXPIRY-DATE.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO GC999
           END-IF.
      *
      *    Every account named must be held by the customer, as
      *    primary or joint holder.
      *
           PERFORM CHECK-ONE-ACCOUNT
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > COMM-ACCOUNT-COUNT
              OR COMM-FAIL-CODE NOT = '0'.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO GC999
           END-IF.
           MOVE 0 TO HV-MAX-ID.
           MOVE 0 TO HV-MAX-ID-IND.
           EXEC SQL
              SELECT MAX(TPPCONS_ID)
              INTO :HV-MAX-ID :HV-MAX-ID-IND
              FROM TPPCONS
              WHERE TPPCONS_SORTCODE = :HV-TC-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO GC999
           END-IF.
           IF HV-MAX-ID-IND < 0
              MOVE 0 TO HV-MAX-ID
           END-IF.
           COMPUTE HV-TC-ID = HV-MAX-ID + 1.
           MOVE COMM-TPP-ID TO HV-TC-TPP-ID.
           MOVE COMM-PERM-BALANCES TO HV-TC-PERM-BAL.
           MOVE COMM-PERM-TRANSACTIONS TO HV-TC-PERM-TXN.
           MOVE WS-TODAY-YYYYMMDD TO HV-TC-GRANTED-DATE.
           MOVE COMM-EXPIRY-DATE TO HV-TC-EXPIRY-DATE.
           MOVE 'A' TO HV-TC-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-TC-CHANGED-DATE.
           MOVE WS-USERID TO HV-TC-CHANGED-BY.
           EXEC SQL
              INSERT INTO TPPCONS
                     (
                      TPPCONS_SORTCODE,
                      TPPCONS_ID,
                      TPPCONS_CUSTOMER,
                      TPPCONS_TPP_ID,
                      TPPCONS_PERM_BAL,
                      TPPCONS_PERM_TXN,
                      TPPCONS_GRANTED_DATE,
                      TPPCONS_EXPIRY_DATE,
                      TPPCONS_STATUS,
                      TPPCONS_CHANGED_DATE,
                      TPPCONS_CHANGED_BY
                     )
              VALUES
                     (
                      :HV-TC-SORTCODE,
                      :HV-TC-ID,
                      :HV-TC-CUSTOMER,
                      :HV-TC-TPP-ID,
                      :HV-TC-PERM-BAL,
                      :HV-TC-PERM-TXN,
                      :HV-TC-GRANTED-DATE,
                      :HV-TC-EXPIRY-DATE,
                      :HV-TC-STATUS,
                      :HV-TC-CHANGED-DATE,
                      :HV-TC-CHANGED-BY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CNSTMNT - UNABLE TO WRITE TPPCONS. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO GC999
           END-IF.
           PERFORM INSERT-CONSENT-ACCOUNT
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > COMM-ACCOUNT-COUNT
              OR COMM-FAIL-CODE NOT = '0'.
           IF COMM-FAIL-CODE NOT = '0'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO GC999
           END-IF.
           MOVE HV-TC-ID TO COMM-CONSENT-ID.
           MOVE 'Y' TO COMM-SUCCESS.
       GC999.
           EXIT.
       CHECK-EXPIRY-DATE SECTION.
       CED010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-TPP-MAX-DAYS' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM < 10000
              MOVE HV-CONTROL-VALUE-NUM TO WS-MAX-DAYS
           END-IF.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
              + WS-MAX-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              TO WS-LATEST-EXPIRY.
      *
      *    No expiry date given means the longest allowed.
      *
           IF COMM-EXPIRY-DATE NOT NUMERIC OR COMM-EXPIRY-DATE = 0
              MOVE WS-LATEST-EXPIRY TO COMM-EXPIRY-DATE
              GO TO CED999
           END-IF.
           IF COMM-EXPIRY-DATE NOT > WS-TODAY-YYYYMMDD
              OR COMM-EXPIRY-DATE > WS-LATEST-EXPIRY
              MOVE '7' TO COMM-FAIL-CODE
              GO TO CED999
           END-IF.
           MOVE COMM-EXPIRY-DATE TO WS-EXPIRY-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-CHECK) NOT = 0
              MOVE '7' TO COMM-FAIL-CODE
           END-IF.
       CED999.
           EXIT.
       CHECK-ONE-ACCOUNT SECTION.
       COA010.
           MOVE COMM-ACCOUNT(WS-ACC-SUB) TO HV-TA-ACCOUNT.
           MOVE 0 TO HV-OWNED-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OWNED-COUNT
              FROM ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-TC-SORTCODE
              AND A.ACCOUNT_NUMBER = :HV-TA-ACCOUNT
              AND (A.ACCOUNT_CUSTOMER_NUMBER = :HV-TC-CUSTOMER
                   OR EXISTS
                      (SELECT 1 FROM ACCOUNT_HOLDER H
                       WHERE H.ACCHOLD_SORTCODE = A.ACCOUNT_SORTCODE
                       AND H.ACCHOLD_ACCOUNT_NO = A.ACCOUNT_NUMBER
                       AND H.ACCHOLD_CUSTOMER_NO = :HV-TC-CUSTOMER))
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO COA999
           END-IF.
           IF HV-OWNED-COUNT = 0
              MOVE '6' TO COMM-FAIL-CODE
           END-IF.
       COA999.
           EXIT.
       INSERT-CONSENT-ACCOUNT SECTION.
       ICA010.
           MOVE COMM-ACCOUNT(WS-ACC-SUB) TO HV-TA-ACCOUNT.
           EXEC SQL
              INSERT INTO TPPCACC
                     (TPPCACC_SORTCODE, TPPCACC_ID, TPPCACC_ACCOUNT)
              VALUES
                     (:HV-TC-SORTCODE, :HV-TC-ID, :HV-TA-ACCOUNT)
           END-EXEC.
      *
      *    The same account named twice is simply held once.
      *
           IF SQLCODE = -803
              GO TO ICA999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CNSTMNT - UNABLE TO WRITE TPPCACC. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       ICA999.
           EXIT.
       REVOKE-CONSENT SECTION.
       RC010.
           MOVE COMM-CONSENT-ID TO HV-TC-ID.
           EXEC SQL
              SELECT TPPCONS_STATUS
              INTO :HV-TC-STATUS
              FROM TPPCONS
              WHERE TPPCONS_SORTCODE = :HV-TC-SORTCODE
              AND TPPCONS_ID = :HV-TC-ID
              AND TPPCONS_CUSTOMER = :HV-TC-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RC999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RC999
           END-IF.
           IF HV-TC-STATUS NOT = 'A'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO RC999
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO HV-TC-CHANGED-DATE.
           MOVE WS-USERID TO HV-TC-CHANGED-BY.
           EXEC SQL
              UPDATE TPPCONS
              SET TPPCONS_STATUS = 'R',
                  TPPCONS_CHANGED_DATE = :HV-TC-CHANGED-DATE,
                  TPPCONS_CHANGED_BY = :HV-TC-CHANGED-BY
              WHERE TPPCONS_SORTCODE = :HV-TC-SORTCODE
              AND TPPCONS_ID = :HV-TC-ID
              AND TPPCONS_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CNSTMNT - UNABLE TO REVOKE TPPCONS. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RC999
           END-IF.
           MOVE 'Y' TO COMM-SUCCESS.
       RC999.
           EXIT.
       LIST-CONSENTS SECTION.
       LC010.
           MOVE 0 TO COMM-LIST-COUNT.
           MOVE 'N' TO COMM-MORE-CONSENTS.
           MOVE 0 TO WS-LIST-SUB.
           IF COMM-CONSENT-ID NOT NUMERIC OR COMM-CONSENT-ID = 0
              MOVE 999999999 TO HV-TC-START-ID
           ELSE
              MOVE COMM-CONSENT-ID TO HV-TC-START-ID
           END-IF.
           MOVE 'N' TO WS-FETCH-SW.
           EXEC SQL OPEN CONSENT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO LC999
           END-IF.
           PERFORM FETCH-ONE-CONSENT UNTIL WS-NO-MORE-ROWS
              OR COMM-MORE-CONSENTS = 'Y'.
           EXEC SQL CLOSE CONSENT-CURSOR
           END-EXEC.
           MOVE WS-LIST-SUB TO COMM-LIST-COUNT.
           IF COMM-FAIL-CODE = '0'
              MOVE 'Y' TO COMM-SUCCESS
           END-IF.
       LC999.
           EXIT.
       FETCH-ONE-CONSENT SECTION.
       FOC010.
           EXEC SQL FETCH CONSENT-CURSOR
              INTO :HV-TC-ID, :HV-TC-TPP-ID,
                   :HV-TC-PERM-BAL, :HV-TC-PERM-TXN,
                   :HV-TC-GRANTED-DATE, :HV-TC-EXPIRY-DATE,
                   :HV-TC-STATUS, :HV-TC-CHANGED-DATE,
                   :HV-TC-CHANGED-BY
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-FETCH-SW
              GO TO FOC999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-SW
              MOVE '2' TO COMM-FAIL-CODE
              GO TO FOC999
           END-IF.
           IF WS-LIST-SUB >= 10
              MOVE 'Y' TO COMM-MORE-CONSENTS
              GO TO FOC999
           END-IF.
           ADD 1 TO WS-LIST-SUB.
           MOVE HV-TC-ID TO COMM-LST-CONSENT-ID(WS-LIST-SUB).
           MOVE HV-TC-TPP-ID TO COMM-LST-TPP-ID(WS-LIST-SUB).
           MOVE HV-TC-PERM-BAL TO COMM-LST-PERM-BAL(WS-LIST-SUB).
           MOVE HV-TC-PERM-TXN TO COMM-LST-PERM-TXN(WS-LIST-SUB).
           MOVE HV-TC-GRANTED-DATE TO COMM-LST-GRANTED(WS-LIST-SUB).
           MOVE HV-TC-EXPIRY-DATE TO COMM-LST-EXPIRY(WS-LIST-SUB).
           MOVE HV-TC-STATUS TO COMM-LST-STATUS(WS-LIST-SUB).
           MOVE HV-TC-CHANGED-DATE TO COMM-LST-CHANGED(WS-LIST-SUB).
           MOVE HV-TC-CHANGED-BY
              TO COMM-LST-CHANGED-BY(WS-LIST-SUB).
           PERFORM LIST-CONSENT-ACCOUNTS.
       FOC999.
           EXIT.
       LIST-CONSENT-ACCOUNTS SECTION.
       LCA010.
           MOVE 0 TO WS-ACC-SUB.
           MOVE 'N' TO WS-ACC-FETCH-SW.
           EXEC SQL OPEN CONSACC-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO LCA999
           END-IF.
           PERFORM FETCH-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE CONSACC-CURSOR
           END-EXEC.
           MOVE WS-ACC-SUB TO COMM-LST-ACC-COUNT(WS-LIST-SUB).
       LCA999.
           EXIT.
       FETCH-ONE-ACCOUNT SECTION.
       FOA010.
           EXEC SQL FETCH CONSACC-CURSOR
              INTO :HV-TA-ACCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ACC-FETCH-SW
              GO TO FOA999
           END-IF.
           IF WS-ACC-SUB >= 10
              MOVE 'Y' TO WS-ACC-FETCH-SW
              GO TO FOA999
           END-IF.
           ADD 1 TO WS-ACC-SUB.
           MOVE HV-TA-ACCOUNT
              TO COMM-LST-ACCOUNT(WS-LIST-SUB, WS-ACC-SUB).
       FOA999.
           EXIT.
       READ-CONTROL-ROW SECTION.
       RCR010.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           EXEC SQL
              SELECT CONTROL_NAME,
                     CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR
              INTO :HV-CONTROL-NAME,
                   :HV-CONTROL-VALUE-NUM,
                   :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
       RCR999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     DATESEP
           END-EXEC.
       PTD999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
       GMOOH999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE 0 TO GETSCODE-SORTCODE.
           MOVE SPACE TO GETSCODE-SUCCESS.
           MOVE SPACE TO GETSCODE-FAIL-CD.
           EXEC CICS LINK PROGRAM(WS-GETSCODE-PGM)
                     COMMAREA(GETSCODE-COMMAREA)
                     RESP(WS-GSC-RESP)
                     RESP2(WS-GSC-RESP2)
           END-EXEC.
           IF WS-GSC-RESP = DFHRESP(NORMAL) AND GETSCODE-SUCCESS = 'Y'
              MOVE GETSCODE-SORTCODE TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
