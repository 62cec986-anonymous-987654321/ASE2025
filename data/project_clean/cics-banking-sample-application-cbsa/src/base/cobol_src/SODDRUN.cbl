          03 HV-SO-NEXT-DUE                 PIC S9(8).
          03 HV-SO-END-DATE                 PIC S9(8).
          03 HV-SO-STATUS                   PIC X(1).
       01 HOST-ACCREDIR-ROW.
          03 HV-RD-OLD-SORTCODE             PIC X(6).
          03 HV-RD-OLD-NUMBER               PIC X(8).
          03 HV-RD-NEW-SORTCODE             PIC X(6).
          03 HV-RD-NEW-NUMBER               PIC X(8).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
       01 ORDERS-READ                       PIC 9(8) VALUE 0.
       01 ORDERS-EXECUTED                   PIC 9(8) VALUE 0.
       01 ORDERS-FAILED                     PIC 9(8) VALUE 0.
       01 ORDERS-REDIRECTED                 PIC 9(8) VALUE 0.
       01 WS-SO-REDIRECTED-SW               PIC X VALUE 'N'.
          88 WS-SO-REDIRECTED                     VALUE 'Y'.
       77 WS-COMMIT-FREQ                    PIC 9(5) VALUE 500.
       01 WS-CKPT-PROGRAM                   PIC X(8) VALUE 'SODDRUN '.
       01 HV-CKPT-KEY                       PIC X(26) VALUE SPACES.
       01 HV-DECD-STATUS                    PIC X.
       01 WS-DECEASED-BLOCKED-SW            PIC X VALUE 'N'.
          88 WS-DECEASED-BLOCKED                 VALUE 'Y'.
      *
      *    ISA subscription ledger - one row per customer per tax
      *    year (6 April to 5 April, keyed by its starting year).
      *
       01 HOST-ISASUB-ROW.
          03 HV-ISA-SORTCODE                PIC X(6).
          03 HV-ISA-CUSTOMER                PIC X(10).
          03 HV-ISA-TAX-YEAR                PIC S9(4) COMP.
          03 HV-ISA-ACCOUNT                 PIC X(8).
          03 HV-ISA-ALLOWANCE               PIC S9(10)V99 COMP-3.
          03 HV-ISA-SUBSCRIBED              PIC S9(10)V99 COMP-3.
       01 HV-ISA-ACC-TYPE                   PIC X(8).
       01 WS-ISA-TODAY                      PIC 9(8).
       01 WS-ISA-TODAY-GRP REDEFINES WS-ISA-TODAY.
          03 WS-ISA-TODAY-YYYY              PIC 9999.
          03 WS-ISA-TODAY-MMDD              PIC 9999.
       01 WS-ISA-ROW-SW                     PIC X VALUE 'N'.
          88 WS-ISA-ROW-FOUND                    VALUE 'Y'.
       01 WS-ISA-CREDIT-SW                  PIC X VALUE 'N'.
          88 WS-ISA-SUBSCRIPTION                 VALUE 'Y'.
       01 WS-ISA-BLOCKED-SW                 PIC X VALUE 'N'.
          88 WS-ISA-BLOCKED                      VALUE 'Y'.
       77 WS-ISA-ALLOWANCE-DFLT             PIC 9(7)V99 VALUE 20000.
      *
      *    Notice savings - a standing order out of a notice
      *    account is only paid when matured withdrawal notices
      *    in WDNOTICE cover it; they are used oldest first.
      *
       01 HV-NTC-SORTCODE                   PIC X(6).
       01 HV-NTC-ACCNO                      PIC X(8).
       01 HV-NTC-ACC-TYPE                   PIC X(8).
       01 HV-NTC-SEQ                        PIC S9(4) COMP.
       01 HV-NTC-AMOUNT                     PIC S9(10)V99 COMP-3.
       01 HV-NTC-USED                       PIC S9(10)V99 COMP-3.
       01 HV-NTC-STATUS                     PIC X.
       01 HV-NTC-COVER                      PIC S9(10)V99 COMP-3.
       01 HV-NTC-COVER-IND                  PIC S9(4) COMP.
       01 WS-NTC-TO-TAKE                    PIC S9(10)V99 COMP-3.
       01 WS-NTC-TAKE-NOW                   PIC S9(10)V99 COMP-3.
       01 WS-NTC-DEBIT-SW                   PIC X VALUE 'N'.
          88 WS-NTC-DEBIT                        VALUE 'Y'.
       01 WS-NTC-BLOCKED-SW                 PIC X VALUE 'N'.
          88 WS-NTC-BLOCKED                      VALUE 'Y'.
           EXEC SQL
              DECLARE SODD-CURSOR CURSOR WITH HOLD FOR
                 SELECT STANDORD_EYECATCHER, STANDORD_SORTCODE,
              ORDERS-FAILED.
           DISPLAY 'SODDRUN - UNPAID ITEM FEES RAISED:  '
              FEES-RAISED.
           DISPLAY 'SODDRUN - STANDING ORDERS REDIRECTED: '
              ORDERS-REDIRECTED.
           PERFORM REGISTER-RUN-END.
           STOP RUN.
       P999.
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO ORDERS-READ.
           PERFORM REDIRECT-REHOMED-ACCOUNTS.
           PERFORM CHECK-ACCOUNT-FREEZE.
           IF WS-FREEZE-BLOCKED
              DISPLAY 'SODDRUN - ACCOUNT FROZEN FOR ORDER '
              ADD 1 TO ORDERS-FAILED
              GO TO EOSO999
           END-IF
           PERFORM CHECK-ISA-SUBSCRIPTION.
           IF WS-ISA-BLOCKED
              DISPLAY 'SODDRUN - ISA SUBSCRIPTION REFUSED FOR ORDER '
                 HV-SO-NUMBER ' - NOT EXECUTED'
              PERFORM WRITE-NOTIFY-EVENT
              ADD 1 TO ORDERS-FAILED
              GO TO EOSO999
           END-IF
           PERFORM CHECK-NOTICE-COVER.
           IF WS-NTC-BLOCKED
              DISPLAY 'SODDRUN - NO MATURED NOTICE COVERS ORDER '
                 HV-SO-NUMBER ' - NOT EXECUTED'
              PERFORM WRITE-NOTIFY-EVENT
              ADD 1 TO ORDERS-FAILED
              GO TO EOSO999
           END-IF
           PERFORM DEBIT-FROM-ACCOUNT.
           IF SQLCODE NOT = 0
              PERFORM POST-UNPAID-SO-FEE
              ADD 1 TO ORDERS-FAILED
              GO TO EOSO999
           END-IF
           PERFORM RECORD-ISA-SUBSCRIPTION.
           PERFORM TAKE-NOTICE-COVER.
           PERFORM WRITE-PROCTRAN.
           PERFORM ADVANCE-OR-COMPLETE-ORDER.
           ADD 1 TO ORDERS-EXECUTED.
           END-IF.
       CTA999.
           EXIT.
       CHECK-ISA-SUBSCRIPTION SECTION.
       CISA010.
      *
      *    A standing order paying into an ISA is a subscription for
      *    the current tax year. It is refused if the customer has
      *    already subscribed to a different ISA this year or if it
      *    would take the year's total over the annual allowance.
      *
           MOVE 'N' TO WS-ISA-BLOCKED-SW.
           MOVE 'N' TO WS-ISA-CREDIT-SW.
           MOVE 'N' TO WS-ISA-ROW-SW.
           MOVE SPACES TO HV-ISA-ACC-TYPE.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ISA-ACC-TYPE,
                   :HV-ISA-CUSTOMER
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SO-TO-SORTCODE
                AND ACCOUNT_NUMBER = :HV-SO-TO-ACCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-ISA-ACC-TYPE NOT = 'ISA     '
              GO TO CISA999
           END-IF.
           MOVE 'Y' TO WS-ISA-CREDIT-SW.
           MOVE HV-SO-TO-SORTCODE TO HV-ISA-SORTCODE.
           MOVE WS-RUN-DATE-X TO WS-ISA-TODAY.
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
                 DISPLAY 'SODDRUN - ISA LEDGER READ FAILED FOR ORDER '
                    HV-SO-NUMBER ' SQLCODE=' SQLCODE
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           IF HV-ISA-ACCOUNT NOT = SPACES
              AND HV-ISA-ACCOUNT NOT = HV-SO-TO-ACCOUNT
              MOVE 'Y' TO WS-ISA-BLOCKED-SW
              DISPLAY 'SODDRUN - CUSTOMER ' HV-ISA-CUSTOMER
                 ' ALREADY SUBSCRIBED TO ISA ' HV-ISA-ACCOUNT
                 ' THIS TAX YEAR'
              GO TO CISA999
           END-IF.
           IF HV-ISA-SUBSCRIBED + HV-SO-AMOUNT > HV-ISA-ALLOWANCE
              MOVE 'Y' TO WS-ISA-BLOCKED-SW
              DISPLAY 'SODDRUN - PAYMENT TO ISA ' HV-SO-TO-ACCOUNT
                 ' WOULD EXCEED THE ANNUAL ISA ALLOWANCE'
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
           MOVE HV-SO-TO-ACCOUNT TO HV-ISA-ACCOUNT.
           IF WS-ISA-ROW-FOUND
              EXEC SQL
                 UPDATE ISASUB
                 SET ISASUB_ACCOUNT = :HV-ISA-ACCOUNT,
                     ISASUB_SUBSCRIBED =
                        ISASUB_SUBSCRIBED + :HV-SO-AMOUNT
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
                         :HV-SO-AMOUNT,
                         0,
                         0,
                         'O'
                        )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'SODDRUN - ISA LEDGER UPDATE FAILED FOR ORDER '
                 HV-SO-NUMBER ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       RISA999.
           EXIT.
       CHECK-NOTICE-COVER SECTION.
       CNC010.
           MOVE 'N' TO WS-NTC-DEBIT-SW.
           MOVE 'N' TO WS-NTC-BLOCKED-SW.
           MOVE HV-SO-FROM-SORTCODE TO HV-NTC-SORTCODE.
           MOVE HV-SO-FROM-ACCOUNT TO HV-NTC-ACCNO.
           MOVE SPACES TO HV-NTC-ACC-TYPE.
           EXEC SQL
              SELECT ACCOUNT_TYPE
              INTO :HV-NTC-ACC-TYPE
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-NTC-SORTCODE
                AND ACCOUNT_NUMBER = :HV-NTC-ACCNO
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO CNC999
           END-IF.
           IF HV-NTC-ACC-TYPE(1:6) NOT = 'NOTICE'
              GO TO CNC999
           END-IF.
           MOVE 'Y' TO WS-NTC-DEBIT-SW.
           MOVE HV-SO-AMOUNT TO WS-NTC-TO-TAKE.
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
           END-IF.
       CNC999.
           EXIT.
       TAKE-NOTICE-COVER SECTION.
       TNC010.
           IF NOT WS-NTC-DEBIT
              GO TO TNC999
           END-IF.
           PERFORM TAKE-ONE-NOTICE UNTIL WS-NTC-TO-TAKE = 0.
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
              PERFORM ABEND-THIS-RUN
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
              PERFORM ABEND-THIS-RUN
           END-IF.
           SUBTRACT WS-NTC-TAKE-NOW FROM WS-NTC-TO-TAKE.
       TON999.
           EXIT.
       WRITE-PROCTRAN SECTION.
       WP010.
           ADD 1 TO WS-RUN-SEQ.
           END-IF.
       RRE999.
           EXIT.
      *
      *    An order may still name an account re-homed when its
      *    branch closed; it is paid from or to where the account
      *    is now.
      *
       REDIRECT-REHOMED-ACCOUNTS SECTION.
       RRA010.
           MOVE 'N' TO WS-SO-REDIRECTED-SW.
           MOVE HV-SO-FROM-SORTCODE TO HV-RD-OLD-SORTCODE.
           MOVE HV-SO-FROM-ACCOUNT TO HV-RD-OLD-NUMBER.
           PERFORM READ-ACCOUNT-REDIRECT.
           IF SQLCODE = 0
              MOVE HV-RD-NEW-SORTCODE TO HV-SO-FROM-SORTCODE
              MOVE HV-RD-NEW-NUMBER TO HV-SO-FROM-ACCOUNT
              MOVE 'Y' TO WS-SO-REDIRECTED-SW
           END-IF.
           MOVE HV-SO-TO-SORTCODE TO HV-RD-OLD-SORTCODE.
           MOVE HV-SO-TO-ACCOUNT TO HV-RD-OLD-NUMBER.
           PERFORM READ-ACCOUNT-REDIRECT.
           IF SQLCODE = 0
              MOVE HV-RD-NEW-SORTCODE TO HV-SO-TO-SORTCODE
              MOVE HV-RD-NEW-NUMBER TO HV-SO-TO-ACCOUNT
              MOVE 'Y' TO WS-SO-REDIRECTED-SW
           END-IF.
           IF WS-SO-REDIRECTED
              ADD 1 TO ORDERS-REDIRECTED
           END-IF.
       RRA999.
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
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
       RAR999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
