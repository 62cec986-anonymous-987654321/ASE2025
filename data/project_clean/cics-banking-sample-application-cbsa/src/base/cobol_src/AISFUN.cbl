       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AISFUN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Account information service for third-party providers,
      *    exposed as a JSON web service over this commarea. The
      *    provider quotes its own id and the customer's consent
      *    number from the TPPCONS register.
      *
      *    B returns the balances of one consented account, or of
      *    every account on the consent when no account is given.
      *    T returns one account's transaction history a page of 20
      *    at a time, newest first, between optional dates.
      *
      *    Nothing is returned unless the consent belongs to the
      *    provider, is active and unexpired, grants the permission
      *    asked for and names the account, and the customer still
      *    holds the account. Every call, refused or not, is logged
      *    on TPPACLOG against the provider.
      *
      *    Fail codes: 1 consent not found for this provider,
      *    2 database error, 3 consent revoked or expired, 4 request
      *    not valid, 5 permission not granted, 6 account not on the
      *    consent or no longer held by the customer.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HOST-TPPCONS-ROW.
          03 HV-TC-SORTCODE             PIC X(6).
          03 HV-TC-ID                   PIC S9(9) COMP.
          03 HV-TC-CUSTOMER             PIC X(10).
          03 HV-TC-TPP-ID               PIC X(8).
          03 HV-TC-PERM-BAL             PIC X.
          03 HV-TC-PERM-TXN             PIC X.
          03 HV-TC-EXPIRY-DATE          PIC S9(8).
          03 HV-TC-STATUS               PIC X.
       01 HV-TA-ACCOUNT                 PIC X(8).
       01 HV-OWNED-COUNT                PIC S9(9) COMP.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-TYPE            PIC X(8).
          03 HV-ACCOUNT-CCY             PIC X(3).
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99.
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99.
       01 HOST-SEARCH-KEYS.
          03 HV-DATE-FROM               PIC X(8).
          03 HV-DATE-TO                 PIC X(8).
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99.
       01 HOST-TPPACLOG-ROW.
          03 HV-LOG-DATE                PIC S9(8).
          03 HV-LOG-TIME                PIC X(6).
          03 HV-LOG-CONSENT-ID          PIC S9(9) COMP.
          03 HV-LOG-FUNCTION            PIC X.
          03 HV-LOG-ACCOUNT             PIC X(8).
          03 HV-LOG-RESULT              PIC X.
          03 HV-LOG-ITEMS               PIC S9(4) COMP.
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
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-FETCH-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                VALUE 'Y'.
       01 WS-ITEM-SUB                   PIC S9(4) COMP VALUE 0.
       01 WS-SKIPPED                    PIC S9(9) COMP VALUE 0.
       01 WS-SKIP-COUNT                 PIC S9(9) COMP VALUE 0.
           EXEC SQL
              DECLARE CONSACC-CURSOR CURSOR FOR
                 SELECT TPPCACC_ACCOUNT
                 FROM TPPCACC
                 WHERE TPPCACC_SORTCODE = :HV-TC-SORTCODE
                 AND TPPCACC_ID = :HV-TC-ID
                 ORDER BY TPPCACC_ACCOUNT
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE HIST-CURSOR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TIME,
                        PROCTRAN_REF, PROCTRAN_TYPE,
                        PROCTRAN_DESC, PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-TC-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-TA-ACCOUNT
                 AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                     SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                     SUBSTR(PROCTRAN_DATE, 1, 2)
                     BETWEEN :HV-DATE-FROM AND :HV-DATE-TO
                 ORDER BY SUBSTR(PROCTRAN_DATE, 7, 4) DESC,
                          SUBSTR(PROCTRAN_DATE, 4, 2) DESC,
                          SUBSTR(PROCTRAN_DATE, 1, 2) DESC,
                          PROCTRAN_TIME DESC, PROCTRAN_REF DESC
                 FOR FETCH ONLY
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-TPP-ID              PIC X(8).
          03 COMM-CONSENT-ID          PIC 9(9).
          03 COMM-FUNCTION            PIC X.
             88 COMM-BALANCES              VALUE 'B'.
             88 COMM-TRANSACTIONS          VALUE 'T'.
          03 COMM-ACCNO               PIC X(8).
          03 COMM-DATE-FROM           PIC 9(8).
          03 COMM-DATE-TO             PIC 9(8).
          03 COMM-PAGE-NUMBER         PIC 9(4).
          03 COMM-ACC-COUNT           PIC 99.
          03 COMM-BALANCE OCCURS 10.
             05 COMM-BAL-ACCNO        PIC X(8).
             05 COMM-BAL-TYPE         PIC X(8).
             05 COMM-BAL-CURRENCY     PIC X(3).
             05 COMM-BAL-ACTUAL       PIC S9(10)V99.
             05 COMM-BAL-AVAILABLE    PIC S9(10)V99.
          03 COMM-TXN-COUNT           PIC 99.
          03 COMM-MORE-PAGES          PIC X.
          03 COMM-TXN OCCURS 20.
             05 COMM-TXN-DATE         PIC X(10).
             05 COMM-TXN-TIME         PIC X(6).
             05 COMM-TXN-REF          PIC X(12).
             05 COMM-TXN-TYPE         PIC X(3).
             05 COMM-TXN-AMOUNT       PIC S9(10)V99.
             05 COMM-TXN-DESC         PIC X(40).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE 0 TO COMM-ACC-COUNT.
           MOVE 0 TO COMM-TXN-COUNT.
           MOVE 'N' TO COMM-MORE-PAGES.
           MOVE 0 TO HV-LOG-ITEMS.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SORTCODE TO HV-TC-SORTCODE.
           PERFORM CHECK-CONSENT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM LOG-ACCESS
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           EVALUATE TRUE
              WHEN COMM-BALANCES
                 PERFORM RETURN-BALANCES
              WHEN COMM-TRANSACTIONS
                 PERFORM RETURN-TRANSACTIONS
           END-EVALUATE.
           IF COMM-FAIL-CODE = '0'
              MOVE 'Y' TO COMM-SUCCESS
           END-IF.
           PERFORM LOG-ACCESS.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       CHECK-CONSENT SECTION.
       CC010.
           IF COMM-TPP-ID = SPACES
              OR COMM-CONSENT-ID NOT NUMERIC
              OR COMM-CONSENT-ID = 0
              OR (NOT COMM-BALANCES AND NOT COMM-TRANSACTIONS)
              MOVE '4' TO COMM-FAIL-CODE
              GO TO CC999
           END-IF.
           IF COMM-TRANSACTIONS AND COMM-ACCNO = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO CC999
           END-IF.
           MOVE COMM-CONSENT-ID TO HV-TC-ID.
           MOVE COMM-TPP-ID TO HV-TC-TPP-ID.
           EXEC SQL
              SELECT TPPCONS_CUSTOMER, TPPCONS_PERM_BAL,
                     TPPCONS_PERM_TXN, TPPCONS_EXPIRY_DATE,
                     TPPCONS_STATUS
              INTO :HV-TC-CUSTOMER, :HV-TC-PERM-BAL,
                   :HV-TC-PERM-TXN, :HV-TC-EXPIRY-DATE,
                   :HV-TC-STATUS
              FROM TPPCONS
              WHERE TPPCONS_SORTCODE = :HV-TC-SORTCODE
              AND TPPCONS_ID = :HV-TC-ID
              AND TPPCONS_TPP_ID = :HV-TC-TPP-ID
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO CC999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CC999
           END-IF.
      *
      *    A consent past its expiry date is refused even before
      *    the daily expiry run has marked it.
      *
           IF HV-TC-STATUS NOT = 'A'
              OR HV-TC-EXPIRY-DATE < WS-TODAY-YYYYMMDD
              MOVE '3' TO COMM-FAIL-CODE
              GO TO CC999
           END-IF.
           IF (COMM-BALANCES AND HV-TC-PERM-BAL NOT = 'Y')
              OR (COMM-TRANSACTIONS AND HV-TC-PERM-TXN NOT = 'Y')
              MOVE '5' TO COMM-FAIL-CODE
              GO TO CC999
           END-IF.
           IF COMM-ACCNO NOT = SPACES
              MOVE COMM-ACCNO TO HV-TA-ACCOUNT
              PERFORM CHECK-CONSENTED-ACCOUNT
           END-IF.
       CC999.
           EXIT.
       CHECK-CONSENTED-ACCOUNT SECTION.
       CCA010.
           MOVE 0 TO HV-OWNED-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OWNED-COUNT
              FROM TPPCACC C, ACCOUNT A
              WHERE C.TPPCACC_SORTCODE = :HV-TC-SORTCODE
              AND C.TPPCACC_ID = :HV-TC-ID
              AND C.TPPCACC_ACCOUNT = :HV-TA-ACCOUNT
              AND A.ACCOUNT_SORTCODE = C.TPPCACC_SORTCODE
              AND A.ACCOUNT_NUMBER = C.TPPCACC_ACCOUNT
              AND (A.ACCOUNT_CUSTOMER_NUMBER = :HV-TC-CUSTOMER
                   OR EXISTS
                      (SELECT 1 FROM ACCOUNT_HOLDER H
                       WHERE H.ACCHOLD_SORTCODE = A.ACCOUNT_SORTCODE
                       AND H.ACCHOLD_ACCOUNT_NO = A.ACCOUNT_NUMBER
                       AND H.ACCHOLD_CUSTOMER_NO = :HV-TC-CUSTOMER))
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CCA999
           END-IF.
           IF HV-OWNED-COUNT = 0
              MOVE '6' TO COMM-FAIL-CODE
           END-IF.
       CCA999.
           EXIT.
       RETURN-BALANCES SECTION.
       RB010.
           IF COMM-ACCNO NOT = SPACES
              MOVE COMM-ACCNO TO HV-TA-ACCOUNT
              PERFORM ADD-ONE-BALANCE
              GO TO RB999
           END-IF.
      *
      *    Every account on the consent that the customer still
      *    holds; any they no longer hold is left out.
      *
           MOVE 'N' TO WS-FETCH-SW.
           EXEC SQL OPEN CONSACC-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RB999
           END-IF.
           PERFORM FETCH-CONSENTED-ACCOUNT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CONSACC-CURSOR
           END-EXEC.
       RB999.
           EXIT.
       FETCH-CONSENTED-ACCOUNT SECTION.
       FCA010.
           EXEC SQL FETCH CONSACC-CURSOR
              INTO :HV-TA-ACCOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-FETCH-SW
              GO TO FCA999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-SW
              MOVE '2' TO COMM-FAIL-CODE
              GO TO FCA999
           END-IF.
           IF COMM-ACC-COUNT >= 10
              MOVE 'Y' TO WS-FETCH-SW
              GO TO FCA999
           END-IF.
           PERFORM CHECK-CONSENTED-ACCOUNT.
           IF COMM-FAIL-CODE = '6'
              MOVE '0' TO COMM-FAIL-CODE
              GO TO FCA999
           END-IF.
           IF COMM-FAIL-CODE NOT = '0'
              MOVE 'Y' TO WS-FETCH-SW
              GO TO FCA999
           END-IF.
           PERFORM ADD-ONE-BALANCE.
       FCA999.
           EXIT.
       ADD-ONE-BALANCE SECTION.
       AOB010.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     COALESCE(ACCOUNT_CURRENCY_CODE, 'GBP'),
                     ACCOUNT_ACTUAL_BALANCE,
                     ACCOUNT_AVAILABLE_BALANCE
              INTO :HV-ACCOUNT-TYPE,
                   :HV-ACCOUNT-CCY,
                   :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-AVAIL-BAL
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-TC-SORTCODE
              AND ACCOUNT_NUMBER = :HV-TA-ACCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO AOB999
           END-IF.
           IF HV-ACCOUNT-CCY = SPACES
              MOVE 'GBP' TO HV-ACCOUNT-CCY
           END-IF.
           ADD 1 TO COMM-ACC-COUNT.
           MOVE HV-TA-ACCOUNT TO COMM-BAL-ACCNO(COMM-ACC-COUNT).
           MOVE HV-ACCOUNT-TYPE TO COMM-BAL-TYPE(COMM-ACC-COUNT).
           MOVE HV-ACCOUNT-CCY TO COMM-BAL-CURRENCY(COMM-ACC-COUNT).
           MOVE HV-ACCOUNT-ACTUAL-BAL
              TO COMM-BAL-ACTUAL(COMM-ACC-COUNT).
           MOVE HV-ACCOUNT-AVAIL-BAL
              TO COMM-BAL-AVAILABLE(COMM-ACC-COUNT).
           MOVE COMM-ACC-COUNT TO HV-LOG-ITEMS.
       AOB999.
           EXIT.
       RETURN-TRANSACTIONS SECTION.
       RT010.
           IF COMM-DATE-FROM NOT NUMERIC OR COMM-DATE-FROM = 0
              MOVE '00000101' TO HV-DATE-FROM
           ELSE
              MOVE COMM-DATE-FROM TO HV-DATE-FROM
           END-IF.
           IF COMM-DATE-TO NOT NUMERIC OR COMM-DATE-TO = 0
              MOVE '99991231' TO HV-DATE-TO
           ELSE
              MOVE COMM-DATE-TO TO HV-DATE-TO
           END-IF.
           IF COMM-PAGE-NUMBER NOT NUMERIC OR COMM-PAGE-NUMBER = 0
              MOVE 1 TO COMM-PAGE-NUMBER
           END-IF.
           COMPUTE WS-SKIP-COUNT = (COMM-PAGE-NUMBER - 1) * 20.
           MOVE COMM-ACCNO TO HV-TA-ACCOUNT.
           MOVE 'N' TO WS-FETCH-SW.
           MOVE 0 TO WS-SKIPPED.
           MOVE 0 TO WS-ITEM-SUB.
           EXEC SQL OPEN HIST-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AISFUN - UNABLE TO OPEN HIST-CURSOR. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RT999
           END-IF.
           PERFORM FETCH-ONE-TRANSACTION UNTIL WS-NO-MORE-ROWS
              OR COMM-MORE-PAGES = 'Y'.
           EXEC SQL CLOSE HIST-CURSOR
           END-EXEC.
           MOVE WS-ITEM-SUB TO COMM-TXN-COUNT.
           MOVE WS-ITEM-SUB TO HV-LOG-ITEMS.
       RT999.
           EXIT.
       FETCH-ONE-TRANSACTION SECTION.
       FOT010.
           EXEC SQL FETCH HIST-CURSOR
              INTO :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                   :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-FETCH-SW
              GO TO FOT999
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-SW
              MOVE '2' TO COMM-FAIL-CODE
              GO TO FOT999
           END-IF
           IF WS-SKIPPED < WS-SKIP-COUNT
              ADD 1 TO WS-SKIPPED
              GO TO FOT999
           END-IF
           IF WS-ITEM-SUB >= 20
              MOVE 'Y' TO COMM-MORE-PAGES
              GO TO FOT999
           END-IF
           ADD 1 TO WS-ITEM-SUB.
           MOVE HV-PROCTRAN-DATE TO COMM-TXN-DATE(WS-ITEM-SUB).
           MOVE HV-PROCTRAN-TIME TO COMM-TXN-TIME(WS-ITEM-SUB).
           MOVE HV-PROCTRAN-REF TO COMM-TXN-REF(WS-ITEM-SUB).
           MOVE HV-PROCTRAN-TYPE TO COMM-TXN-TYPE(WS-ITEM-SUB).
           MOVE HV-PROCTRAN-AMOUNT TO COMM-TXN-AMOUNT(WS-ITEM-SUB).
           MOVE HV-PROCTRAN-DESC TO COMM-TXN-DESC(WS-ITEM-SUB).
       FOT999.
           EXIT.
       LOG-ACCESS SECTION.
       LA010.
           MOVE WS-TODAY-YYYYMMDD TO HV-LOG-DATE.
           MOVE WS-TIME-NOW TO HV-LOG-TIME.
           MOVE COMM-TPP-ID TO HV-TC-TPP-ID.
           IF COMM-CONSENT-ID NUMERIC
              MOVE COMM-CONSENT-ID TO HV-LOG-CONSENT-ID
           ELSE
              MOVE 0 TO HV-LOG-CONSENT-ID
           END-IF.
           MOVE COMM-FUNCTION TO HV-LOG-FUNCTION.
           MOVE COMM-ACCNO TO HV-LOG-ACCOUNT.
           MOVE COMM-FAIL-CODE TO HV-LOG-RESULT.
           EXEC SQL
              INSERT INTO TPPACLOG
                     (
                      TPPACLOG_SORTCODE,
                      TPPACLOG_TPP_ID,
                      TPPACLOG_DATE,
                      TPPACLOG_TIME,
                      TPPACLOG_CONSENT_ID,
                      TPPACLOG_FUNCTION,
                      TPPACLOG_ACCOUNT,
                      TPPACLOG_RESULT,
                      TPPACLOG_ITEMS
                     )
              VALUES
                     (
                      :HV-TC-SORTCODE,
                      :HV-TC-TPP-ID,
                      :HV-LOG-DATE,
                      :HV-LOG-TIME,
                      :HV-LOG-CONSENT-ID,
                      :HV-LOG-FUNCTION,
                      :HV-LOG-ACCOUNT,
                      :HV-LOG-RESULT,
                      :HV-LOG-ITEMS
                     )
           END-EXEC.
      *
      *    Data is only released when the access is on record.
      *
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AISFUN - UNABLE TO WRITE TPPACLOG. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE 'N' TO COMM-SUCCESS
              MOVE '2' TO COMM-FAIL-CODE
              MOVE 0 TO COMM-ACC-COUNT
              MOVE 0 TO COMM-TXN-COUNT
              MOVE 'N' TO COMM-MORE-PAGES
           END-IF.
       LA999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
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
