          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
          03 HV-PROCTRAN-NETWORK-ID     PIC X(8).
          03 HV-PROCTRAN-VALUE-DATE     PIC S9(8).
          03 HV-PROCTRAN-USERID         PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
          03 WS-BUSDATE-YYYY            PIC 9999.
          03 WS-BUSDATE-MM              PIC 99.
          03 WS-BUSDATE-DD              PIC 99.
       01 WS-VALUE-DATE                 PIC 9(8) VALUE 0.
       01 WS-VALUE-DATE-GRP REDEFINES WS-VALUE-DATE.
          03 WS-VALUE-DATE-YYYY         PIC 9999.
          03 WS-VALUE-DATE-MM           PIC 99.
          03 WS-VALUE-DATE-DD           PIC 99.
       01 WS-VALDATE-DAYS               PIC S9(9) COMP VALUE 0.
       01 WS-VALDATE-MAX-BACK           PIC S9(4) COMP VALUE 30.
       01 WS-VALDATE-MAX-FWD            PIC S9(4) COMP VALUE 30.
       01 WS-VALDATE-SW                 PIC X VALUE 'N'.
          88 WS-VALDATE-BLOCKED              VALUE 'Y'.
       01 SAF-QUEUE-NAME                PIC X(4) VALUE 'SAFQ'.
       01 SAF-RECORD.
          03 SAF-REC-TYPE               PIC X.
          03 HV-TM-TIME                 PIC 9(6).
          03 HV-TM-REF                  PIC X(12).
          03 HV-TM-AMOUNT               PIC S9(10)V99.
          03 HV-TM-CCY                  PIC X(3).
          03 HV-TM-CCY-AMOUNT           PIC S9(10)V99.
       01 HV-TM-RATE                    PIC S9(3)V9(6).
       01 WS-TILL-TODAY                 PIC S9(8).
       01 HOST-OPERPROF-ROW.
          03 HV-OP-USERID               PIC X(8).
          03 HV-OP-ROLE                 PIC X.
          03 HV-OP-TXN-LIMIT            PIC S9(10)V99.
          03 HV-OP-DAILY-LIMIT          PIC S9(10)V99.
          03 HV-OP-STATUS               PIC X.
       01 HV-OP-DAILY-TOTAL             PIC S9(13)V99.
       01 HV-OP-DAILY-TOTAL-IND         PIC S9(4) COMP.
       01 HV-OP-TODAY                   PIC S9(8).
          88 WS-OPAUTH-BLOCKED               VALUE 'Y'.
       01 WS-OPAUTH-TODAY               PIC S9(8).
       01 WS-OPAUTH-DEBIT-AMT           PIC S9(10)V99.
      *
      *    Guardian authority. Debits on an account belonging to a
      *    minor with an active guardian on GUARDIAN need the
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
       01 HV-CUST-DECEASED              PIC X.
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
          03 COMM-ACCNO               PIC X(8).
      *
          03 COMM-CARD-NUMBER         PIC X(16).
          03 COMM-OPERATOR-CUST       PIC X(10).
      *
      *    A value date other than the business date (back- or
      *    forward-valuing) needs a supervisor override; callers
      *    not passing one get the business date.
      *
          03 COMM-VALUE-DATE          PIC 9(8).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
              MOVE 'T' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
           PERFORM CHECK-NOTICE-COVER.
           IF WS-NTC-BLOCKED
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'N' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
      *
      *    ATM-origin postings must present a card; one that
      *    arrives without the card field fails closed, because
                 GO TO UAD999
              END-IF
           END-IF.
           PERFORM CHECK-GUARDIAN-AUTHORITY.
           IF WS-GUARDIAN-BLOCKED
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'G' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
           IF EIBCALEN >= 119
           AND COMM-OPERATOR-CUST NOT = SPACES
           AND COMM-OPERATOR-CUST NOT = LOW-VALUES
           AND COMM-OPERATOR-CUST NOT = HV-ACCOUNT-CUST-NO
           AND NOT WS-GUARDIAN-OPERATOR
              PERFORM CHECK-OPERATING-AUTHORITY
              IF WS-OPAUTH-BLOCKED
                 MOVE 'N' TO COMM-SUCCESS
              MOVE 'O' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
           MOVE 0 TO WS-VALUE-DATE.
           IF EIBCALEN >= 127
           AND COMM-VALUE-DATE IS NUMERIC
           AND COMM-VALUE-DATE > 0
              PERFORM CHECK-VALUE-DATE
              IF WS-VALDATE-BLOCKED
                 MOVE 'N' TO COMM-SUCCESS
                 MOVE 'B' TO COMM-FAIL-CODE
                 GO TO UAD999
              END-IF
           END-IF.
           PERFORM CHECK-VELOCITY-RULES.
           IF WS-VELOCITY-DECLINE
              MOVE 'N' TO COMM-SUCCESS
              MOVE '4' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
           PERFORM CHECK-ISA-SUBSCRIPTION.
           IF WS-ISA-OVER-ALLOWANCE
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'I' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
           IF WS-ISA-SECOND-ISA
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'J' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
           IF WS-ISA-LEDGER-ERROR
              MOVE 'N' TO COMM-SUCCESS
              MOVE '2' TO COMM-FAIL-CODE
              GO TO UAD999
           END-IF.
      *
      *    A deposited cheque is uncleared effects: it raises the
      *    actual balance at once but only reaches the available
              END-IF
              GO TO UAD999
           END-IF.
           PERFORM RECORD-ISA-SUBSCRIPTION.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UAD999
           END-IF.
           PERFORM TAKE-NOTICE-COVER.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UAD999
           END-IF.
           PERFORM WRITE-TO-PROCTRAN.
       UAD999.
           EXIT.
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
              DISPLAY 'DBCRFUN: Operator ' HV-OP-USERID
                 ' is suspended - transaction refused.'
              GO TO COL999
           END-IF.
           IF HV-OP-ROLE = 'V'
              GO TO COL999
           END-IF.
           END-IF.
       CSO999.
           EXIT.
       CHECK-VALUE-DATE SECTION.
       CVD010.
      *
      *    The value date must be a real date within the back- and
      *    forward-valuing limits either side of the business date,
      *    and a supervisor must have authorised it through SUPOVRD
      *    for this operator, account and amount. The business date
      *    itself needs no authority.
      *
           MOVE 'N' TO WS-VALDATE-SW.
           PERFORM GET-BUSINESS-DATE.
           MOVE COMM-VALUE-DATE TO WS-VALUE-DATE.
           IF WS-VALUE-DATE = HV-BUSINESS-DATE-NUM
              MOVE 0 TO WS-VALUE-DATE
              GO TO CVD999
           END-IF.
           IF WS-VALUE-DATE-MM < 1 OR WS-VALUE-DATE-MM > 12
              OR WS-VALUE-DATE-DD < 1 OR WS-VALUE-DATE-DD > 31
              OR WS-VALUE-DATE-YYYY < 1601
              MOVE 'Y' TO WS-VALDATE-SW
              GO TO CVD999
           END-IF.
           COMPUTE WS-VALDATE-DAYS =
              FUNCTION INTEGER-OF-DATE(HV-BUSINESS-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE).
           PERFORM GET-VALUE-DATE-LIMITS.
           IF WS-VALDATE-DAYS > WS-VALDATE-MAX-BACK
              OR (0 - WS-VALDATE-DAYS) > WS-VALDATE-MAX-FWD
              MOVE 'Y' TO WS-VALDATE-SW
              DISPLAY 'DBCRFUN: Value date ' WS-VALUE-DATE
                 ' is outside the value-dating limits for account '
                 COMM-ACCNO ' - rejected.'
              GO TO CVD999
           END-IF.
           MOVE SPACES TO HV-OP-USERID.
           EXEC CICS ASSIGN
              USERID(HV-OP-USERID)
           END-EXEC.
           IF COMM-AMT < 0
              COMPUTE WS-OP-ABS-AMOUNT = 0 - COMM-AMT
           ELSE
              MOVE COMM-AMT TO WS-OP-ABS-AMOUNT
           END-IF.
           MOVE 0 TO HV-OVR-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OVR-COUNT
              FROM OVERRIDE
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :HV-OP-USERID
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :WS-OP-ABS-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-OVR-COUNT = 0
              MOVE 'Y' TO WS-VALDATE-SW
              DISPLAY 'DBCRFUN: Operator ' HV-OP-USERID
                 ' has no supervisor override to value-date a '
                 'posting to ' WS-VALUE-DATE '.'
              GO TO CVD999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12-OVR.
           MOVE WS-EIBTASKN12-OVR TO HV-OVR-USED-REF.
           EXEC SQL
              UPDATE OVERRIDE
              SET OVERRIDE_STATUS = 'U',
                  OVERRIDE_USED_REF = :HV-OVR-USED-REF
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :HV-OP-USERID
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :WS-OP-ABS-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-VALDATE-SW
           END-IF.
       CVD999.
           EXIT.
       GET-BUSINESS-DATE SECTION.
       GBD010.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE HV-BUSINESS-DATE-NUM =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-BUSINESS-DATE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO HV-BUSINESS-DATE-NUM
           END-IF.
       GBD999.
           EXIT.
       GET-VALUE-DATE-LIMITS SECTION.
       GVDL010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-VALUE-DATE-MAX-BACK' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-VALDATE-MAX-BACK
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-VALUE-DATE-MAX-FWD' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-VALDATE-MAX-FWD
           END-IF.
       GVDL999.
           EXIT.
       CHECK-ACCOUNT-FREEZE SECTION.
       CAFZ010.
           MOVE 'N' TO WS-FREEZE-BLOCKED-SW.
                 ' expired - ATM posting rejected.'
              GO TO CCRD999
           END-IF.
      *
      *    Note the card as used today; the renewal run does not
      *    replace cards that have lain unused.
      *
           EXEC SQL
              UPDATE CARD
              SET CARD_LAST_USED = :WS-CARD-TODAY
              WHERE CARD_NUMBER = :HV-CARD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CHECK-FOR-STORM-DRAIN-DB2
              GO TO CCRD999
           END-IF.
           MOVE 'N' TO WS-CARD-BLOCKED-SW.
       CCRD999.
           EXIT.
           END-EVALUATE.
       COAU999.
           EXIT.
       CHECK-GUARDIAN-AUTHORITY SECTION.
       CGA010.
      *
      *    An active guardian of the account owner may operate the
      *    account without an OPAUTH mandate. A debit on a minor's
      *    account below the guardian debit age must be made by the
      *    guardian.
      *
           MOVE 'N' TO WS-GUARDIAN-BLOCKED-SW.
           MOVE 'N' TO WS-GUARDIAN-OPERATOR-SW.
           MOVE SPACES TO HV-GRD-OPERATOR.
           IF EIBCALEN >= 119
           AND COMM-OPERATOR-CUST NOT = LOW-VALUES
              MOVE COMM-OPERATOR-CUST TO HV-GRD-OPERATOR
           END-IF.
           IF HV-GRD-OPERATOR NOT = SPACES
           AND HV-GRD-OPERATOR NOT = HV-ACCOUNT-CUST-NO
              MOVE 0 TO HV-GRD-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-GRD-COUNT
                 FROM GUARDIAN
                 WHERE (GUARDIAN_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                        GUARDIAN_MINOR_CUST = :HV-ACCOUNT-CUST-NO AND
                        GUARDIAN_CUSTOMER = :HV-GRD-OPERATOR AND
                        GUARDIAN_STATUS = 'A')
              END-EXEC
              IF SQLCODE = 0 AND HV-GRD-COUNT > 0
                 MOVE 'Y' TO WS-GUARDIAN-OPERATOR-SW
                 GO TO CGA999
              END-IF
           END-IF.
           IF COMM-AMT NOT < 0
              GO TO CGA999
           END-IF.
           MOVE 0 TO HV-GRD-COUNT.
           MOVE 0 TO HV-GRD-MINOR-DOB.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(MAX(GUARDIAN_MINOR_DOB), 0)
              INTO :HV-GRD-COUNT,
                   :HV-GRD-MINOR-DOB
              FROM GUARDIAN
              WHERE (GUARDIAN_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     GUARDIAN_MINOR_CUST = :HV-ACCOUNT-CUST-NO AND
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
              DISPLAY 'DBCRFUN: Debit on minor''s account '
                 COMM-ACCNO ' needs the guardian''s authority'
                 ' - posting rejected.'
           END-IF.
       CGA999.
           EXIT.
       CHECK-DECEASED-CUSTOMER SECTION.
       CDEC010.
      *
           END-IF.
       CDEC999.
           EXIT.
       CHECK-ISA-SUBSCRIPTION SECTION.
       CISA010.
      *
      *    Every credit to an ISA is a subscription for the current
      *    tax year. It must go to the one ISA designated for the
      *    year and may not take the year's total over the annual
      *    allowance. Withdrawals do not give allowance back.
      *
           MOVE 'N' TO WS-ISA-BLOCKED-SW.
           MOVE 'N' TO WS-ISA-CREDIT-SW.
           MOVE 'N' TO WS-ISA-ROW-SW.
           IF HV-ACCOUNT-ACC-TYPE NOT = 'ISA     ' OR COMM-AMT NOT > 0
              GO TO CISA999
           END-IF.
           MOVE 'Y' TO WS-ISA-CREDIT-SW.
           MOVE COMM-AMT TO HV-ISA-CREDIT.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-ISA-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE HV-ACCOUNT-SORTCODE TO HV-ISA-SORTCODE.
           MOVE HV-ACCOUNT-CUST-NO TO HV-ISA-CUSTOMER.
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
                 DISPLAY 'DBCRFUN: ISA subscription ledger unavailable'
                    ' - credit to ' COMM-ACCNO ' rejected.'
                 GO TO CISA999
           END-EVALUATE.
           IF HV-ISA-ACCOUNT NOT = SPACES
              AND HV-ISA-ACCOUNT NOT = HV-ACCOUNT-ACC-NO
              MOVE 'S' TO WS-ISA-BLOCKED-SW
              DISPLAY 'DBCRFUN: Customer ' HV-ACCOUNT-CUST-NO
                 ' has already subscribed to ISA ' HV-ISA-ACCOUNT
                 ' this tax year - credit to ' COMM-ACCNO
                 ' rejected.'
              GO TO CISA999
           END-IF.
           IF HV-ISA-SUBSCRIBED + HV-ISA-CREDIT > HV-ISA-ALLOWANCE
              MOVE 'A' TO WS-ISA-BLOCKED-SW
              DISPLAY 'DBCRFUN: Credit to ISA ' COMM-ACCNO
                 ' would exceed the annual ISA allowance for '
                 'customer ' HV-ACCOUNT-CUST-NO ' - rejected.'
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
           MOVE HV-ACCOUNT-ACC-NO TO HV-ISA-ACCOUNT.
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
      *    The ledger and the balance must move together, so a
      *    ledger failure backs the credit out.
      *
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DBCRFUN: ISA ledger update failed for account '
                 COMM-ACCNO ' SQLCODE=' SQLCODE-DISPLAY
                 ' - credit backed out.'
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
           IF COMM-AMT >= 0
              GO TO CNC999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE(1:6) NOT = 'NOTICE'
              GO TO CNC999
           END-IF.
           MOVE 'Y' TO WS-NTC-DEBIT-SW.
           COMPUTE WS-NTC-TO-TAKE = 0 - COMM-AMT.
           MOVE HV-ACCOUNT-SORTCODE TO HV-NTC-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-NTC-ACCNO.
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
              DISPLAY 'DBCRFUN: Notice account ' COMM-ACCNO
                 ' has no matured notice covering the debit'
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
              OR COMM-FAIL-CODE NOT = '0'.
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
      *    The notice register and the balance must move together,
      *    so a register failure backs the debit out.
      *
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'DBCRFUN: Notice register update failed for '
              'account ' COMM-ACCNO ' SQLCODE=' SQLCODE-DISPLAY
              ' - debit backed out.'.
           EXEC CICS SYNCPOINT ROLLBACK
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '2' TO COMM-FAIL-CODE.
       BOND999.
           EXIT.
       GET-OVERDRAFT-POLICY SECTION.
       GOP010.
           IF COMM-FACILTYPE = 496
           MOVE WS-ORIG-DATE TO WS-ORIG-DATE-GRP-X.
           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           PERFORM STAMP-BUSINESS-DATE.
           IF WS-VALUE-DATE > 0
              MOVE WS-VALUE-DATE TO HV-PROCTRAN-VALUE-DATE
           ELSE
              MOVE HV-PROCTRAN-DATE(7:4) TO WS-VALUE-DATE-YYYY
              MOVE HV-PROCTRAN-DATE(4:2) TO WS-VALUE-DATE-MM
              MOVE HV-PROCTRAN-DATE(1:2) TO WS-VALUE-DATE-DD
              MOVE WS-VALUE-DATE TO HV-PROCTRAN-VALUE-DATE
           END-IF.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           IF COMM-CHEQUE-TRAN
              IF COMM-AMT < 0
              MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID
              MOVE SPACES    TO HV-PROCTRAN-NETWORK-ID
           END-IF.
           MOVE SPACES TO HV-PROCTRAN-USERID.
           EXEC CICS ASSIGN
              USERID(HV-PROCTRAN-USERID)
           END-EXEC.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_NETWORK_ID,
                      PROCTRAN_VALUE_DATE,
                      PROCTRAN_USERID
                     )
              VALUES
                     (
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-CHANNEL-ID,
                      :HV-PROCTRAN-NETWORK-ID,
                      :HV-PROCTRAN-VALUE-DATE,
                      :HV-PROCTRAN-USERID
                     )
           END-EXEC.
           IF SQLCODE = 0
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE WS-TILL-TODAY TO HV-TM-DATE.
      *
      *    Cash paid from or into a foreign currency account moves
      *    the teller's notes in that currency, not the sterling
      *    till.
      *
           MOVE 'GBP' TO HV-TM-CCY.
           EXEC SQL
              SELECT COALESCE(ACCOUNT_CURRENCY_CODE, 'GBP')
              INTO :HV-TM-CCY
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-TM-CCY = SPACES
              MOVE 'GBP' TO HV-TM-CCY
           END-IF.
           IF HV-TM-CCY NOT = 'GBP'
              PERFORM RECORD-CURRENCY-MOVEMENT
              MOVE 0 TO SQLCODE
              GO TO RTM999
           END-IF.
           EXEC SQL
              UPDATE TILL
              SET TILL_CALC_BAL = TILL_CALC_BAL + :COMM-AMT
           END-IF.
       RTM999.
           EXIT.
       RECORD-CURRENCY-MOVEMENT SECTION.
       RCM010.
           EXEC SQL
              UPDATE TILLFX
              SET TILLFX_CALC_BAL = TILLFX_CALC_BAL + :COMM-AMT
              WHERE TILLFX_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND TILLFX_TELLER = :HV-TM-TELLER
              AND TILLFX_DATE = :HV-TM-DATE
              AND TILLFX_CCY = :HV-TM-CCY
              AND TILLFX_STATUS = 'O'
           END-EXEC.
           IF SQLCODE = +100
              GO TO RCM999
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'DBCRFUN: TILLFX UPDATE FAILED. SQLCODE='
                 SQLCODE
              GO TO RCM999
           END-IF.
      *
      *    TILLMOVE_AMOUNT stays in sterling so that teller daily
      *    limits add up across currencies; the notes themselves are
      *    recorded against the currency.
      *
           MOVE 0 TO HV-TM-RATE.
           EXEC SQL
              SELECT FXRATE_SELL
              INTO :HV-TM-RATE
              FROM FXRATE
              WHERE FXRATE_CCY = :HV-TM-CCY
              AND FXRATE_EFF_DATE =
                 (SELECT MAX(FXRATE_EFF_DATE)
                  FROM FXRATE
                  WHERE FXRATE_CCY = :HV-TM-CCY
                  AND FXRATE_EFF_DATE <= :HV-TM-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-TM-RATE = 0
              MOVE 0 TO HV-TM-AMOUNT
           ELSE
              COMPUTE HV-TM-AMOUNT ROUNDED = COMM-AMT / HV-TM-RATE
           END-IF.
           MOVE COMM-AMT TO HV-TM-CCY-AMOUNT.
           MOVE HV-PROCTRAN-TIME TO HV-TM-TIME.
           MOVE HV-PROCTRAN-REF TO HV-TM-REF.
           EXEC SQL
              INSERT INTO TILLMOVE
                     (TILLMOVE_SORTCODE, TILLMOVE_TELLER,
                      TILLMOVE_DATE, TILLMOVE_TIME,
                      TILLMOVE_REF, TILLMOVE_AMOUNT,
                      TILLMOVE_CCY, TILLMOVE_CCY_AMOUNT)
              VALUES
                     (:HV-ACCOUNT-SORTCODE, :HV-TM-TELLER,
                      :HV-TM-DATE, :HV-TM-TIME,
                      :HV-TM-REF, :HV-TM-AMOUNT,
                      :HV-TM-CCY, :HV-TM-CCY-AMOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'DBCRFUN: TILLMOVE INSERT FAILED. SQLCODE='
                 SQLCODE
           END-IF.
       RCM999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
