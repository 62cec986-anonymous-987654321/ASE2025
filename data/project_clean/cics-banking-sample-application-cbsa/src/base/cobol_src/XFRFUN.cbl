          03 HV-PROCTRAN-REL-SORTCODE   PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT    PIC X(8).
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
          03 HV-PROCTRAN-USERID         PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
          03 HV-OP-ROLE                 PIC X.
          03 HV-OP-TXN-LIMIT            PIC S9(10)V99.
          03 HV-OP-DAILY-LIMIT          PIC S9(10)V99.
          03 HV-OP-STATUS               PIC X.
       01 HV-OP-DAILY-TOTAL             PIC S9(13)V99.
       01 HV-OP-DAILY-TOTAL-IND         PIC S9(4) COMP.
       01 HV-OP-TODAY                   PIC S9(8).
       01 HOST-ACCREDIR-ROW.
          03 HV-RD-OLD-SORTCODE         PIC X(6).
          03 HV-RD-OLD-NUMBER           PIC X(8).
          03 HV-RD-NEW-SORTCODE         PIC X(6).
          03 HV-RD-NEW-NUMBER           PIC X(8).
      *
      *    Sort code directory. SCDIR is loaded weekly by SCDLOAD
      *    from the industry reference file and says which payment
      *    schemes each branch can receive and when it closed.
      *
       01 HOST-SCDIR-ROW.
          03 HV-SCD-SORTCODE            PIC X(6).
          03 HV-SCD-FPS                 PIC X.
          03 HV-SCD-BACS                PIC X.
          03 HV-SCD-CHAPS               PIC X.
          03 HV-SCD-CLOSED-DATE         PIC S9(8).
       01 WS-SCD-TODAY                  PIC S9(8).
       01 WS-SCD-SCHEME                 PIC X VALUE 'F'.
          88 WS-SCD-SCHEME-FPS               VALUE 'F'.
          88 WS-SCD-SCHEME-BACS              VALUE 'B'.
          88 WS-SCD-SCHEME-CHAPS             VALUE 'C'.
       01 WS-SCD-BLOCKED-SW             PIC X VALUE 'N'.
          88 WS-SCD-NOT-LISTED               VALUE 'D'.
          88 WS-SCD-UNREACHABLE              VALUE 'R'.
       01 HV-OVR-SUPERVISOR             PIC X(8).
       01 HV-OVR-COUNT                  PIC S9(9) COMP.
       01 WS-OP-ABS-AMOUNT              PIC S9(10)V99.
       01 WS-OPAUTH-BLOCKED-SW          PIC X VALUE 'N'.
          88 WS-OPAUTH-BLOCKED               VALUE 'Y'.
       01 WS-OPAUTH-TODAY               PIC S9(8).
      *
      *    Guardian authority. Transfers out of an account belonging
      *    to a minor with an active guardian on GUARDIAN need the
      *    guardian as operator until the minor reaches CONTROL
      *    <sortcode>-GUARDIAN-DEBIT-AGE (default 18).
      *
       01 HV-GRD-OPERATOR               PIC X(10).
       01 HV-GRD-COUNT                  PIC S9(9) COMP.
       01 HV-GRD-MINOR-DOB              PIC S9(8).
       01 WS-GRD-TODAY                  PIC S9(8).
       01 WS-GRD-AGE                    PIC S9(4) COMP.
       01 WS-GRD-DEBIT-AGE              PIC S9(4) COMP VALUE 18.
       01 WS-GUARDIAN-BLOCKED-SW        PIC X VALUE 'N'.
          88 WS-GUARDIAN-BLOCKED             VALUE 'Y'.
       01 WS-GUARDIAN-OPERATOR-SW       PIC X VALUE 'N'.
          88 WS-GUARDIAN-OPERATOR            VALUE 'Y'.
       01 HV-DECD-CUST-NO               PIC X(10).
       01 HV-DECD-STATUS                PIC X.
       01 WS-DECEASED-BLOCKED-SW        PIC X VALUE 'N'.
          88 WS-DECEASED-BLOCKED             VALUE 'Y'.
      *
      *    ISA subscription ledger. ISASUB holds one row per
      *    customer per tax year (6 April to 5 April, keyed by the
      *    calendar year it starts in) with the ISA designated for
      *    that year's subscriptions and the total paid in so far.
      *
       01 HOST-ISASUB-ROW.
          03 HV-ISA-SORTCODE            PIC X(6).
          03 HV-ISA-CUSTOMER            PIC X(10).
          03 HV-ISA-TAX-YEAR            PIC S9(4) COMP.
          03 HV-ISA-ACCOUNT             PIC X(8).
          03 HV-ISA-ALLOWANCE           PIC S9(10)V99 COMP-3.
          03 HV-ISA-SUBSCRIBED          PIC S9(10)V99 COMP-3.
       01 HV-ISA-CREDIT                 PIC S9(10)V99 COMP-3.
       01 HV-ISA-ACC-TYPE               PIC X(8).
       01 WS-ISA-TODAY                  PIC 9(8).
       01 WS-ISA-TODAY-GRP REDEFINES WS-ISA-TODAY.
          03 WS-ISA-TODAY-YYYY          PIC 9999.
          03 WS-ISA-TODAY-MMDD          PIC 9999.
       01 WS-ISA-ROW-SW                 PIC X VALUE 'N'.
          88 WS-ISA-ROW-FOUND                VALUE 'Y'.
       01 WS-ISA-CREDIT-SW              PIC X VALUE 'N'.
          88 WS-ISA-SUBSCRIPTION             VALUE 'Y'.
       01 WS-ISA-BLOCKED-SW             PIC X VALUE 'N'.
          88 WS-ISA-OVER-ALLOWANCE           VALUE 'A'.
          88 WS-ISA-SECOND-ISA               VALUE 'S'.
          88 WS-ISA-LEDGER-ERROR             VALUE 'E'.
       77 WS-ISA-ALLOWANCE-DFLT         PIC 9(7)V99 VALUE 20000.
      *
      *    Notice savings. A debit to a notice account (NOTICE30,
      *    NOTICE60, NOTICE95) must be covered by withdrawal
      *    notices in WDNOTICE that have reached their available
      *    date (status 'M'); the debit is booked against the
      *    oldest of them first.
      *
       01 HV-NTC-SORTCODE               PIC X(6).
       01 HV-NTC-ACCNO                  PIC X(8).
       01 HV-NTC-ACC-TYPE               PIC X(8).
       01 HV-NTC-SEQ                    PIC S9(4) COMP.
       01 HV-NTC-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-NTC-USED                   PIC S9(10)V99 COMP-3.
       01 HV-NTC-STATUS                 PIC X.
       01 HV-NTC-COVER                  PIC S9(10)V99 COMP-3.
       01 HV-NTC-COVER-IND              PIC S9(4) COMP.
       01 WS-NTC-TO-TAKE                PIC S9(10)V99 COMP-3.
       01 WS-NTC-TAKE-NOW               PIC S9(10)V99 COMP-3.
       01 WS-NTC-DEBIT-SW               PIC X VALUE 'N'.
          88 WS-NTC-DEBIT                    VALUE 'Y'.
       01 WS-NTC-BLOCKED-SW             PIC X VALUE 'N'.
          88 WS-NTC-BLOCKED                  VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FACCNO               PIC 9(8).
          03 COMM-OPERATOR-CUST        PIC X(10).
          03 COMM-ESTATE-FLAG          PIC X.
             88 COMM-ESTATE-RELEASE         VALUE 'E'.
          03 COMM-SCHEME               PIC X.
             88 COMM-SCHEME-FPS             VALUE 'F'.
             88 COMM-SCHEME-BACS            VALUE 'B'.
             88 COMM-SCHEME-CHAPS           VALUE 'C'.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           IF COMM-TSCODE = ZERO
              MOVE SORTCODE TO COMM-TSCODE
           END-IF
           PERFORM REDIRECT-REHOMED-ACCOUNTS.
           MOVE SORTCODE TO DESIRED-SORT-CODE.
           PERFORM CHECK-STORM-DRAIN-TRIPPED.
           IF STORM-DRAIN-CIRCUIT-IS-OPEN
             MOVE '4' TO COMM-FAIL-CODE
             PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-DESTINATION-SORTCODE.
           IF WS-SCD-NOT-LISTED OR WS-SCD-UNREACHABLE
              MOVE 'N' TO COMM-SUCCESS
              MOVE WS-SCD-BLOCKED-SW TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-DAILY-XFER-LIMIT.
           IF WS-DAILY-LIMIT-EXCEEDED
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'T' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-NOTICE-COVER.
           IF WS-NTC-BLOCKED
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'N' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-GUARDIAN-AUTHORITY.
           IF WS-GUARDIAN-BLOCKED
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'G' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           IF EIBCALEN >= 100
           AND COMM-OPERATOR-CUST NOT = SPACES
           AND COMM-OPERATOR-CUST NOT = LOW-VALUES
           AND NOT WS-GUARDIAN-OPERATOR
              PERFORM CHECK-OPERATING-AUTHORITY
              IF WS-OPAUTH-BLOCKED
                 MOVE 'N' TO COMM-SUCCESS
              MOVE 'N' TO COMM-SUCCESS
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-ISA-SUBSCRIPTION.
           IF WS-ISA-OVER-ALLOWANCE
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'I' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           IF WS-ISA-SECOND-ISA
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'J' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           IF WS-ISA-LEDGER-ERROR
              MOVE 'N' TO COMM-SUCCESS
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM UPDATE-ACCOUNT-DB2
           IF COMM-SUCCESS = 'Y'
              PERFORM RECORD-ISA-SUBSCRIPTION
           END-IF.
           IF COMM-SUCCESS = 'Y'
              PERFORM TAKE-NOTICE-COVER
           END-IF.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
           MOVE COMM-TSCODE TO HV-PROCTRAN-REL-SORTCODE.
           MOVE COMM-TACCNO TO HV-PROCTRAN-REL-ACCOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           MOVE SPACES TO HV-PROCTRAN-USERID.
           EXEC CICS ASSIGN
              USERID(HV-PROCTRAN-USERID)
           END-EXEC.
           EXEC SQL
                INSERT INTO PROCTRAN
                (
                PROCTRAN_AMOUNT,
                PROCTRAN_REL_SORTCODE,
                PROCTRAN_REL_ACCOUNT,
                PROCTRAN_CHANNEL_ID,
                PROCTRAN_USERID
                )
                VALUES
                (
                :HV-PROCTRAN-AMOUNT,
                :HV-PROCTRAN-REL-SORTCODE,
                :HV-PROCTRAN-REL-ACCOUNT,
                :HV-PROCTRAN-CHANNEL-ID,
                :HV-PROCTRAN-USERID
                )
           END-EXEC.
           IF SQLCODE NOT = 0
           MOVE COMM-FSCODE TO HV-PROCTRAN-REL-SORTCODE.
           MOVE COMM-FACCNO TO HV-PROCTRAN-REL-ACCOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           MOVE SPACES TO HV-PROCTRAN-USERID.
           EXEC CICS ASSIGN
              USERID(HV-PROCTRAN-USERID)
           END-EXEC.
           EXEC SQL
                INSERT INTO PROCTRAN
                (
                PROCTRAN_AMOUNT,
                PROCTRAN_REL_SORTCODE,
                PROCTRAN_REL_ACCOUNT,
                PROCTRAN_CHANNEL_ID,
                PROCTRAN_USERID
                )
                VALUES
                (
                :HV-PROCTRAN-AMOUNT,
                :HV-PROCTRAN-REL-SORTCODE,
                :HV-PROCTRAN-REL-ACCOUNT,
                :HV-PROCTRAN-CHANNEL-ID,
                :HV-PROCTRAN-USERID
                )
           END-EXEC.
           IF SQLCODE NOT = 0
              (COMM-AMT / WS-FX-FROM-RATE) * WS-FX-TO-RATE.
       CCC999.
           EXIT.
       CHECK-ISA-SUBSCRIPTION SECTION.
       CISA010.
      *
      *    A transfer into an ISA is a subscription for the current
      *    tax year. It must go to the one ISA designated for the
      *    year and may not take the year's total over the annual
      *    allowance. The amount counted is the sterling credited.
      *
           MOVE 'N' TO WS-ISA-BLOCKED-SW.
           MOVE 'N' TO WS-ISA-CREDIT-SW.
           MOVE 'N' TO WS-ISA-ROW-SW.
           MOVE SPACES TO HV-ISA-ACC-TYPE.
           MOVE COMM-TSCODE TO HV-ISA-SORTCODE.
           MOVE COMM-TACCNO TO HV-ISA-ACCOUNT.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ISA-ACC-TYPE,
                   :HV-ISA-CUSTOMER
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ISA-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ISA-ACCOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-ISA-ACC-TYPE NOT = 'ISA     '
              GO TO CISA999
           END-IF.
           MOVE 'Y' TO WS-ISA-CREDIT-SW.
           MOVE WS-CREDIT-AMOUNT TO HV-ISA-CREDIT.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-ISA-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE WS-ISA-TODAY-YYYY TO HV-ISA-TAX-YEAR.
           IF WS-ISA-TODAY-MMDD < 0406
              SUBTRACT 1 FROM HV-ISA-TAX-YEAR
           END-IF.
           EXEC SQL
              SELECT ISASUB_ACCOUNT,
                     ISASUB_ALLOWANCE,
                     ISASUB_SUBSCRIBED
              INTO :HV-ISA-ACCOUNT,
                   :HV-ISA-ALLOWANCE,
                   :HV-ISA-SUBSCRIBED
              FROM ISASUB
              WHERE ISASUB_SORTCODE = :HV-ISA-SORTCODE
              AND ISASUB_CUSTOMER = :HV-ISA-CUSTOMER
              AND ISASUB_TAX_YEAR = :HV-ISA-TAX-YEAR
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-ISA-ROW-SW
              WHEN +100
                 MOVE SPACES TO HV-ISA-ACCOUNT
                 MOVE 0 TO HV-ISA-SUBSCRIBED
                 PERFORM GET-ISA-ALLOWANCE
              WHEN OTHER
                 MOVE 'E' TO WS-ISA-BLOCKED-SW
                 DISPLAY 'XFRFUN: ISA subscription ledger unavailable'
                    ' - transfer to ' COMM-TACCNO ' rejected.'
                 GO TO CISA999
           END-EVALUATE.
           IF HV-ISA-ACCOUNT NOT = SPACES
              AND HV-ISA-ACCOUNT NOT = COMM-TACCNO
              MOVE 'S' TO WS-ISA-BLOCKED-SW
              DISPLAY 'XFRFUN: Customer ' HV-ISA-CUSTOMER
                 ' has already subscribed to ISA ' HV-ISA-ACCOUNT
                 ' this tax year - transfer to ' COMM-TACCNO
                 ' rejected.'
              GO TO CISA999
           END-IF.
           IF HV-ISA-SUBSCRIBED + HV-ISA-CREDIT > HV-ISA-ALLOWANCE
              MOVE 'A' TO WS-ISA-BLOCKED-SW
              DISPLAY 'XFRFUN: Transfer to ISA ' COMM-TACCNO
                 ' would exceed the annual ISA allowance for '
                 'customer ' HV-ISA-CUSTOMER ' - rejected.'
           END-IF.
       CISA999.
           EXIT.
       GET-ISA-ALLOWANCE SECTION.
       GISA010.
           MOVE WS-ISA-ALLOWANCE-DFLT TO HV-ISA-ALLOWANCE.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ISA-ALLOWANCE' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-ISA-ALLOWANCE
           END-IF.
       GISA999.
           EXIT.
       RECORD-ISA-SUBSCRIPTION SECTION.
       RISA010.
           IF NOT WS-ISA-SUBSCRIPTION
              GO TO RISA999
           END-IF.
           MOVE COMM-TACCNO TO HV-ISA-ACCOUNT.
           IF WS-ISA-ROW-FOUND
              EXEC SQL
                 UPDATE ISASUB
                 SET ISASUB_ACCOUNT = :HV-ISA-ACCOUNT,
                     ISASUB_SUBSCRIBED =
                        ISASUB_SUBSCRIBED + :HV-ISA-CREDIT
                 WHERE ISASUB_SORTCODE = :HV-ISA-SORTCODE
                 AND ISASUB_CUSTOMER = :HV-ISA-CUSTOMER
                 AND ISASUB_TAX_YEAR = :HV-ISA-TAX-YEAR
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO ISASUB
                        (
                         ISASUB_SORTCODE,
                         ISASUB_CUSTOMER,
                         ISASUB_TAX_YEAR,
                         ISASUB_ACCOUNT,
                         ISASUB_ALLOWANCE,
                         ISASUB_SUBSCRIBED,
                         ISASUB_TRANSFER_IN,
                         ISASUB_TRANSFER_OUT,
                         ISASUB_STATUS
                        )
                 VALUES
                        (
                         :HV-ISA-SORTCODE,
                         :HV-ISA-CUSTOMER,
                         :HV-ISA-TAX-YEAR,
                         :HV-ISA-ACCOUNT,
                         :HV-ISA-ALLOWANCE,
                         :HV-ISA-CREDIT,
                         0,
                         0,
                         'O'
                        )
              END-EXEC
           END-IF.
      *
      *    The ledger and the balances must move together, so a
      *    ledger failure backs the whole transfer out.
      *
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'XFRFUN: ISA ledger update failed for account '
                 COMM-TACCNO ' SQLCODE=' SQLCODE-DISPLAY
                 ' - transfer backed out.'
              EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              MOVE 'N' TO COMM-SUCCESS
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RISA999.
           EXIT.
       CHECK-NOTICE-COVER SECTION.
       CNC010.
           MOVE 'N' TO WS-NTC-DEBIT-SW.
           MOVE 'N' TO WS-NTC-BLOCKED-SW.
           MOVE COMM-FSCODE TO HV-NTC-SORTCODE.
           MOVE COMM-FACCNO TO HV-NTC-ACCNO.
           MOVE SPACES TO HV-NTC-ACC-TYPE.
           EXEC SQL
              SELECT ACCOUNT_TYPE
              INTO :HV-NTC-ACC-TYPE
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-NTC-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-NTC-ACCNO)
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO CNC999
           END-IF.
           IF HV-NTC-ACC-TYPE(1:6) NOT = 'NOTICE'
              GO TO CNC999
           END-IF.
           MOVE 'Y' TO WS-NTC-DEBIT-SW.
           MOVE COMM-AMT TO WS-NTC-TO-TAKE.
           MOVE 0 TO HV-NTC-COVER.
           MOVE 0 TO HV-NTC-COVER-IND.
           EXEC SQL
              SELECT SUM(WDNOTICE_AMOUNT - WDNOTICE_USED)
              INTO :HV-NTC-COVER :HV-NTC-COVER-IND
              FROM WDNOTICE
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND WDNOTICE_STATUS = 'M'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-NTC-COVER-IND < 0
              MOVE 0 TO HV-NTC-COVER
           END-IF.
           IF HV-NTC-COVER < WS-NTC-TO-TAKE
              MOVE 'Y' TO WS-NTC-BLOCKED-SW
              DISPLAY 'XFRFUN: Notice account ' COMM-FACCNO
                 ' has no matured notice covering the transfer'
                 ' - rejected.'
           END-IF.
       CNC999.
           EXIT.
       TAKE-NOTICE-COVER SECTION.
       TNC010.
           IF NOT WS-NTC-DEBIT
              GO TO TNC999
           END-IF.
           PERFORM TAKE-ONE-NOTICE
              UNTIL WS-NTC-TO-TAKE = 0
              OR COMM-SUCCESS = 'N'.
       TNC999.
           EXIT.
       TAKE-ONE-NOTICE SECTION.
       TON010.
           EXEC SQL
              SELECT WDNOTICE_SEQ,
                     WDNOTICE_AMOUNT,
                     WDNOTICE_USED
              INTO :HV-NTC-SEQ,
                   :HV-NTC-AMOUNT,
                   :HV-NTC-USED
              FROM WDNOTICE
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND WDNOTICE_STATUS = 'M'
              AND WDNOTICE_USED < WDNOTICE_AMOUNT
              ORDER BY WDNOTICE_AVAIL_DATE, WDNOTICE_SEQ
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-NOTICE-DEBIT
              GO TO TON999
           END-IF.
           COMPUTE WS-NTC-TAKE-NOW = HV-NTC-AMOUNT - HV-NTC-USED.
           IF WS-NTC-TAKE-NOW > WS-NTC-TO-TAKE
              MOVE WS-NTC-TO-TAKE TO WS-NTC-TAKE-NOW
           END-IF.
           ADD WS-NTC-TAKE-NOW TO HV-NTC-USED.
           IF HV-NTC-USED < HV-NTC-AMOUNT
              MOVE 'M' TO HV-NTC-STATUS
           ELSE
              MOVE 'U' TO HV-NTC-STATUS
           END-IF.
           EXEC SQL
              UPDATE WDNOTICE
              SET WDNOTICE_USED = :HV-NTC-USED,
                  WDNOTICE_STATUS = :HV-NTC-STATUS
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND WDNOTICE_SEQ = :HV-NTC-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-NOTICE-DEBIT
              GO TO TON999
           END-IF.
           SUBTRACT WS-NTC-TAKE-NOW FROM WS-NTC-TO-TAKE.
       TON999.
           EXIT.
       BACK-OUT-NOTICE-DEBIT SECTION.
       BOND010.
      *
      *    The notice register and the balances must move
      *    together, so a register failure backs the whole
      *    transfer out.
      *
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'XFRFUN: Notice register update failed for '
              'account ' COMM-FACCNO ' SQLCODE=' SQLCODE-DISPLAY
              ' - transfer backed out.'.
           EXEC CICS SYNCPOINT ROLLBACK
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '2' TO COMM-FAIL-CODE.
       BOND999.
           EXIT.
       GET-SELL-RATE SECTION.
       GSR010.
           EXEC SQL
           END-EVALUATE.
       COAU999.
           EXIT.
       CHECK-GUARDIAN-AUTHORITY SECTION.
       CGA010.
      *
      *    An active guardian of the paying account's owner may
      *    transfer out of it without an OPAUTH mandate. Below the
      *    guardian debit age nobody else may.
      *
           MOVE 'N' TO WS-GUARDIAN-BLOCKED-SW.
           MOVE 'N' TO WS-GUARDIAN-OPERATOR-SW.
           MOVE SPACES TO HV-GRD-OPERATOR.
           IF EIBCALEN >= 100
           AND COMM-OPERATOR-CUST NOT = LOW-VALUES
              MOVE COMM-OPERATOR-CUST TO HV-GRD-OPERATOR
           END-IF.
           MOVE COMM-FSCODE TO HV-OPAUTH-SORTCODE.
           MOVE COMM-FACCNO TO HV-OPAUTH-ACC-NO.
           MOVE SPACES TO HV-OPAUTH-OWNER-CUST.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-OPAUTH-OWNER-CUST
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-OPAUTH-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-OPAUTH-ACC-NO)
           END-EXEC.
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = +100
                 PERFORM CHECK-FOR-STORM-DRAIN-DB2
              END-IF
              GO TO CGA999
           END-IF.
           IF HV-GRD-OPERATOR NOT = SPACES
           AND HV-GRD-OPERATOR NOT = HV-OPAUTH-OWNER-CUST
              MOVE 0 TO HV-GRD-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-GRD-COUNT
                 FROM GUARDIAN
                 WHERE (GUARDIAN_SORTCODE = :HV-OPAUTH-SORTCODE AND
                        GUARDIAN_MINOR_CUST = :HV-OPAUTH-OWNER-CUST AND
                        GUARDIAN_CUSTOMER = :HV-GRD-OPERATOR AND
                        GUARDIAN_STATUS = 'A')
              END-EXEC
              IF SQLCODE = 0 AND HV-GRD-COUNT > 0
                 MOVE 'Y' TO WS-GUARDIAN-OPERATOR-SW
                 GO TO CGA999
              END-IF
           END-IF.
           MOVE 0 TO HV-GRD-COUNT.
           MOVE 0 TO HV-GRD-MINOR-DOB.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(MAX(GUARDIAN_MINOR_DOB), 0)
              INTO :HV-GRD-COUNT,
                   :HV-GRD-MINOR-DOB
              FROM GUARDIAN
              WHERE (GUARDIAN_SORTCODE = :HV-OPAUTH-SORTCODE AND
                     GUARDIAN_MINOR_CUST = :HV-OPAUTH-OWNER-CUST AND
                     GUARDIAN_STATUS = 'A')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CHECK-FOR-STORM-DRAIN-DB2
              GO TO CGA999
           END-IF.
           IF HV-GRD-COUNT = 0 OR HV-GRD-MINOR-DOB = 0
              GO TO CGA999
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-GRD-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           COMPUTE WS-GRD-AGE =
              (WS-GRD-TODAY - HV-GRD-MINOR-DOB) / 10000.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GUARDIAN-DEBIT-AGE' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-GRD-DEBIT-AGE
           END-IF.
           IF WS-GRD-AGE < WS-GRD-DEBIT-AGE
              MOVE 'Y' TO WS-GUARDIAN-BLOCKED-SW
              DISPLAY 'XFRFUN: Transfer out of minor''s account '
                 COMM-FACCNO ' needs the guardian''s authority'
                 ' - transfer rejected.'
           END-IF.
       CGA999.
           EXIT.
       CHECK-DECEASED-CUSTOMER SECTION.
       CDEC010.
      *
           END-IF.
           EXEC SQL
              SELECT OPERPROF_ROLE, OPERPROF_TXN_LIMIT,
                     OPERPROF_DAILY_LIMIT, OPERPROF_STATUS
              INTO :HV-OP-ROLE, :HV-OP-TXN-LIMIT,
                   :HV-OP-DAILY-LIMIT, :HV-OP-STATUS
              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OPERPROF_USERID = :HV-OP-USERID
           IF SQLCODE NOT = 0
              GO TO COL999
           END-IF.
           IF HV-OP-STATUS = 'S'
              MOVE 'Y' TO WS-OPLIMIT-SW
              DISPLAY 'XFRFUN: Operator ' HV-OP-USERID
                 ' is suspended - transaction refused.'
              GO TO COL999
           END-IF.
           IF HV-OP-ROLE = 'V'
              GO TO COL999
           END-IF.
           END-IF.
       CDT999.
           EXIT.
      *
      *    Either side of the transfer may still quote the details
      *    of an account re-homed when its branch closed. The
      *    ACCREDIR register maps them to where the account is now.
      *
       REDIRECT-REHOMED-ACCOUNTS SECTION.
       RRA010.
           MOVE COMM-FSCODE TO HV-RD-OLD-SORTCODE.
           MOVE COMM-FACCNO TO HV-RD-OLD-NUMBER.
           PERFORM READ-ACCOUNT-REDIRECT.
           IF SQLCODE = 0
              MOVE HV-RD-NEW-SORTCODE TO COMM-FSCODE
              MOVE HV-RD-NEW-NUMBER TO COMM-FACCNO
           END-IF.
           MOVE COMM-TSCODE TO HV-RD-OLD-SORTCODE.
           MOVE COMM-TACCNO TO HV-RD-OLD-NUMBER.
           PERFORM READ-ACCOUNT-REDIRECT.
           IF SQLCODE = 0
              MOVE HV-RD-NEW-SORTCODE TO COMM-TSCODE
              MOVE HV-RD-NEW-NUMBER TO COMM-TACCNO
           END-IF.
       RRA999.
           EXIT.
      *
      *    A transfer to another bank must go to a sort code that
      *    is in the directory, has not closed and can receive the
      *    payment scheme used: Faster Payments unless the caller
      *    asks for BACS or CHAPS.
      *
       CHECK-DESTINATION-SORTCODE SECTION.
       CDS010.
           MOVE 'N' TO WS-SCD-BLOCKED-SW.
           IF COMM-TSCODE = SORTCODE
              GO TO CDS999
           END-IF.
           MOVE 'F' TO WS-SCD-SCHEME.
           IF EIBCALEN >= 102
              IF COMM-SCHEME-BACS OR COMM-SCHEME-CHAPS
                 MOVE COMM-SCHEME TO WS-SCD-SCHEME
              END-IF
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-SCD-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE COMM-TSCODE TO HV-SCD-SORTCODE.
           EXEC SQL
              SELECT SCDIR_FPS,
                     SCDIR_BACS,
                     SCDIR_CHAPS,
                     SCDIR_CLOSED_DATE
              INTO :HV-SCD-FPS,
                   :HV-SCD-BACS,
                   :HV-SCD-CHAPS,
                   :HV-SCD-CLOSED-DATE
              FROM SCDIR
              WHERE SCDIR_SORTCODE = :HV-SCD-SORTCODE
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'D' TO WS-SCD-BLOCKED-SW
              DISPLAY 'XFRFUN: Sort code ' COMM-TSCODE
                 ' is not in the sort code directory - transfer'
                 ' rejected.'
              GO TO CDS999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'XFRFUN: Unable to read SCDIR for sort code '
                 COMM-TSCODE ' SQLCODE=' SQLCODE-DISPLAY
              GO TO CDS999
           END-IF.
           IF HV-SCD-CLOSED-DATE > 0
              AND HV-SCD-CLOSED-DATE <= WS-SCD-TODAY
              MOVE 'D' TO WS-SCD-BLOCKED-SW
              DISPLAY 'XFRFUN: Sort code ' COMM-TSCODE
                 ' has closed - transfer rejected.'
              GO TO CDS999
           END-IF.
           EVALUATE TRUE
              WHEN WS-SCD-SCHEME-FPS AND HV-SCD-FPS NOT = 'Y'
                 MOVE 'R' TO WS-SCD-BLOCKED-SW
              WHEN WS-SCD-SCHEME-BACS AND HV-SCD-BACS NOT = 'Y'
                 MOVE 'R' TO WS-SCD-BLOCKED-SW
              WHEN WS-SCD-SCHEME-CHAPS AND HV-SCD-CHAPS NOT = 'Y'
                 MOVE 'R' TO WS-SCD-BLOCKED-SW
           END-EVALUATE.
           IF WS-SCD-UNREACHABLE
              DISPLAY 'XFRFUN: Sort code ' COMM-TSCODE
                 ' cannot receive scheme ' WS-SCD-SCHEME
                 ' - transfer rejected.'
           END-IF.
       CDS999.
           EXIT.
       READ-ACCOUNT-REDIRECT SECTION.
       RAR010.
           EXEC SQL
              SELECT ACCREDIR_NEW_SORTCODE,
                     ACCREDIR_NEW_NUMBER
              INTO :HV-RD-NEW-SORTCODE,
                   :HV-RD-NEW-NUMBER
              FROM ACCREDIR
              WHERE ACCREDIR_OLD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCREDIR_OLD_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
       RAR999.
           EXIT.
       GET-DEADLOCK-RETRY-CONFIG SECTION.
       GDRC010.
           MOVE 6 TO WS-DEADLOCK-MAX-RETRY.
