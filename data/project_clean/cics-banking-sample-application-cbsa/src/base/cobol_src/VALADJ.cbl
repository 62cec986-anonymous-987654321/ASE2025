       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALADJ.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Value-dated interest adjustment, run each night before
      *    ACCRINT. Every posting made today whose value date is not
      *    today has been earning (or costing) interest from the
      *    wrong day. For each account holding such postings the
      *    interest is worked out again:
      *
      *    - back-valued items: for every day in the balance history
      *      from the earliest value date up to yesterday, credit and
      *      debit interest on the snapshot balance is compared with
      *      interest on that balance plus the items already in value
      *      on that day;
      *    - forward-valued items: tonight's and later accruals will
      *      include the item before its value date, so the interest
      *      on it for those days is taken back now.
      *
      *    Credit interest follows ACCRINT (account rate plus the
      *    customer's tier margin, positive balances only) and debit
      *    interest follows DBINTRUN (CONTROL overdraft and excess
      *    rates, written-off accounts not charged). The net
      *    difference is posted to the account as one IAJ entry.
      *    The whole run is one unit of work; the run-control entry
      *    stops a completed run being repeated for the same date.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       77 WS-RUN-SEQ                        PIC 9(12) VALUE 0.
       77 WS-OD-RATE                        PIC 9(4)V99 VALUE 15.00.
       77 WS-OD-EXCESS-RATE                 PIC 9(4)V99 VALUE 25.00.
       77 WS-TIER-GOLD-MARGIN               PIC 9(2)V99 VALUE 0.25.
       77 WS-TIER-SILVER-MARGIN             PIC 9(2)V99 VALUE 0.10.
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-INT-RATE            PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9) COMP.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99 COMP-3.
       01 HV-CUST-TIER                      PIC X.
       01 HV-WRTOFF-COUNT                   PIC S9(9) COMP.
       01 HV-TODAY                          PIC S9(8).
       01 HV-TODAY-PROCDATE                 PIC X(10).
       01 HV-EARLIEST-VALUE-DATE            PIC S9(8).
       01 HV-LATEST-VALUE-DATE              PIC S9(8).
       01 HOST-SNAP-ROW.
          03 HV-SNAP-DATE                   PIC S9(8).
          03 HV-SNAP-ACTUAL-BAL             PIC S9(10)V99.
          03 HV-SNAP-OD-LIMIT               PIC S9(9) COMP.
       01 HV-SNAP-DELTA                     PIC S9(10)V99.
       01 HV-SNAP-DELTA-IND                 PIC S9(4) COMP.
       01 HV-FWD-VALUE-DATE                 PIC S9(8).
       01 HV-FWD-EFFECT                     PIC S9(10)V99.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER         PIC X(4).
          03 HV-PROCTRAN-SORT-CODE          PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER         PIC X(8).
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-DATE-GROUP REDEFINES HV-PROCTRAN-DATE.
             05 HV-PROCTRAN-DATE-DAY        PIC XX.
             05 HV-PROCTRAN-DATE-DELIM1     PIC X.
             05 HV-PROCTRAN-DATE-MONTH      PIC XX.
             05 HV-PROCTRAN-DATE-DELIM2     PIC X.
             05 HV-PROCTRAN-DATE-YEAR       PIC X(4).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-RUN-STEP                       PIC X(8) VALUE 'VALADJ  '.
       01 HV-RUN-STATUS                     PIC X.
       01 HV-RUN-BUSDATE                    PIC S9(8) VALUE 0.
       01 HV-RUN-TIME                       PIC 9(6) VALUE 0.
       01 HV-RUN-COUNT1                     PIC S9(9) COMP VALUE 0.
       01 HV-RUN-COUNT2                     PIC S9(9) COMP VALUE 0.
       01 WS-BR-TIME                        PIC 9(6) VALUE 0.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01 WS-SNAP-EXIT-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-SNAPS                    VALUE 'Y'.
       01 WS-FWD-EXIT-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-FWD-ITEMS                VALUE 'Y'.
       01 WS-WRITTEN-OFF-SW                 PIC X VALUE 'N'.
          88 WS-ACCOUNT-WRITTEN-OFF              VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-ACCOUNT-INT-RATE               PIC 9(4)V99.
       01 WS-CALC-BAL                       PIC S9(10)V99.
       01 WS-CALC-OD-LIMIT                  PIC S9(9).
       01 WS-CALC-CREDIT                    PIC S9(10)V99.
       01 WS-CALC-DEBIT                     PIC S9(10)V99.
       01 WS-OVERDRAWN-AMT                  PIC S9(10)V99.
       01 WS-WITHIN-LIMIT-AMT               PIC S9(10)V99.
       01 WS-EXCESS-AMT                     PIC S9(10)V99.
       01 WS-OLD-CREDIT                     PIC S9(10)V99.
       01 WS-OLD-DEBIT                      PIC S9(10)V99.
       01 WS-FWD-DAYS                       PIC S9(9) COMP.
       01 WS-CREDIT-ADJ                     PIC S9(10)V99.
       01 WS-DEBIT-ADJ                      PIC S9(10)V99.
       01 WS-NET-ADJ                        PIC S9(10)V99.
       01 ACCOUNTS-EXAMINED                 PIC 9(8) VALUE 0.
       01 ACCOUNTS-ADJUSTED                 PIC 9(8) VALUE 0.
       01 SNAPSHOT-DAYS-REWORKED            PIC 9(8) VALUE 0.
       01 FORWARD-ITEMS-REWORKED            PIC 9(8) VALUE 0.
       01 TOTAL-CREDIT-ADJ                  PIC S9(13)V99 VALUE 0.
       01 TOTAL-DEBIT-ADJ                   PIC S9(13)V99 VALUE 0.
      *
      *    A returned cheque (CHF) carries the cheque amount, but
      *    its effect on the balance is the opposite of it. Every
      *    other value-dated posting carries its signed effect.
      *
           EXEC SQL
              DECLARE VAD-CURSOR CURSOR FOR
                 SELECT PROCTRAN_NUMBER,
                        MIN(PROCTRAN_VALUE_DATE),
                        MAX(PROCTRAN_VALUE_DATE)
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                 AND PROCTRAN_DATE = :HV-TODAY-PROCDATE
                 AND PROCTRAN_VALUE_DATE > 0
                 AND PROCTRAN_VALUE_DATE <> :HV-TODAY
                 AND PROCTRAN_TYPE NOT IN ('INT', 'ODI', 'IAJ')
                 GROUP BY PROCTRAN_NUMBER
                 ORDER BY PROCTRAN_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE SNAP-CURSOR CURSOR FOR
                 SELECT ACCTSNAP_DATE,
                        ACCTSNAP_ACTUAL_BALANCE,
                        ACCTSNAP_OVERDRAFT_LIMIT
                 FROM ACCTSNAP
                 WHERE ACCTSNAP_SORTCODE = :HV-OUR-SORTCODE
                 AND ACCTSNAP_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND ACCTSNAP_DATE >= :HV-EARLIEST-VALUE-DATE
                 AND ACCTSNAP_DATE < :HV-TODAY
                 ORDER BY ACCTSNAP_DATE
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE FWD-CURSOR CURSOR FOR
                 SELECT PROCTRAN_VALUE_DATE,
                        CASE PROCTRAN_TYPE
                           WHEN 'CHF' THEN 0 - PROCTRAN_AMOUNT
                           ELSE PROCTRAN_AMOUNT
                        END
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND PROCTRAN_DATE = :HV-TODAY-PROCDATE
                 AND PROCTRAN_VALUE_DATE > :HV-TODAY
                 AND PROCTRAN_TYPE NOT IN ('INT', 'ODI', 'IAJ')
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-RUN-DATE-X = WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-TODAY.
           MOVE WS-RUN-DATE-X TO HV-RUN-BUSDATE.
           MOVE SPACES TO HV-TODAY-PROCDATE.
           STRING WS-RUN-DATE-DD DELIMITED BY SIZE,
                  '.' DELIMITED BY SIZE,
                  WS-RUN-DATE-MM DELIMITED BY SIZE,
                  '.' DELIMITED BY SIZE,
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE
                  INTO HV-TODAY-PROCDATE
           END-STRING.
           PERFORM REGISTER-RUN-START.
           PERFORM GET-DEBIT-RATE-CONFIG.
           DISPLAY 'VALADJ - VALUE-DATED INTEREST ADJUSTMENT FOR '
              HV-TODAY-PROCDATE ' DEBIT RATES ' WS-OD-RATE ' / '
              WS-OD-EXCESS-RATE ' PCT'.
           EXEC SQL OPEN VAD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM ADJUST-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE VAD-CURSOR
           END-EXEC.
           PERFORM REGISTER-RUN-END.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'VALADJ - ACCOUNTS EXAMINED:       '
              ACCOUNTS-EXAMINED.
           DISPLAY 'VALADJ - ACCOUNTS ADJUSTED:       '
              ACCOUNTS-ADJUSTED.
           DISPLAY 'VALADJ - SNAPSHOT DAYS REWORKED:  '
              SNAPSHOT-DAYS-REWORKED.
           DISPLAY 'VALADJ - FORWARD ITEMS REWORKED:  '
              FORWARD-ITEMS-REWORKED.
           DISPLAY 'VALADJ - CREDIT INTEREST ADJUSTED: '
              TOTAL-CREDIT-ADJ.
           DISPLAY 'VALADJ - DEBIT INTEREST ADJUSTED:  '
              TOTAL-DEBIT-ADJ.
           STOP RUN.
       P999.
           EXIT.
       ADJUST-ONE-ACCOUNT SECTION.
       AOA010.
           EXEC SQL FETCH VAD-CURSOR
              INTO :HV-ACCOUNT-ACC-NO, :HV-EARLIEST-VALUE-DATE,
                   :HV-LATEST-VALUE-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO AOA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO ACCOUNTS-EXAMINED.
           MOVE HV-OUR-SORTCODE TO HV-ACCOUNT-SORTCODE.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_ACTUAL_BALANCE
              INTO  :HV-ACCOUNT-CUST-NO,
                    :HV-ACCOUNT-INT-RATE,
                    :HV-ACCOUNT-OVERDRAFT-LIM,
                    :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'VALADJ - ACCOUNT ' HV-ACCOUNT-ACC-NO
                 ' NO LONGER ON FILE - NOT ADJUSTED'
              GO TO AOA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-ACCOUNT-INT-RATE TO WS-ACCOUNT-INT-RATE.
           PERFORM APPLY-TIER-MARGIN.
           MOVE 'N' TO WS-WRITTEN-OFF-SW.
           MOVE 0 TO HV-WRTOFF-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WRTOFF-COUNT
              FROM WRITEOFF
              WHERE WRTOFF_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND WRTOFF_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE = 0 AND HV-WRTOFF-COUNT > 0
              MOVE 'Y' TO WS-WRITTEN-OFF-SW
           END-IF.
           MOVE 0 TO WS-CREDIT-ADJ.
           MOVE 0 TO WS-DEBIT-ADJ.
           IF HV-EARLIEST-VALUE-DATE < HV-TODAY
              EXEC SQL OPEN SNAP-CURSOR
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              MOVE 'N' TO WS-SNAP-EXIT-SW
              PERFORM REWORK-ONE-SNAPSHOT UNTIL WS-NO-MORE-SNAPS
              EXEC SQL CLOSE SNAP-CURSOR
              END-EXEC
           END-IF.
           IF HV-LATEST-VALUE-DATE > HV-TODAY
              EXEC SQL OPEN FWD-CURSOR
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              MOVE 'N' TO WS-FWD-EXIT-SW
              PERFORM REWORK-ONE-FORWARD-ITEM
                 UNTIL WS-NO-MORE-FWD-ITEMS
              EXEC SQL CLOSE FWD-CURSOR
              END-EXEC
           END-IF.
           COMPUTE WS-NET-ADJ = WS-CREDIT-ADJ - WS-DEBIT-ADJ.
           IF WS-NET-ADJ = 0
              GO TO AOA999
           END-IF.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :WS-NET-ADJ,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :WS-NET-ADJ
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM WRITE-PROCTRAN.
           ADD 1 TO ACCOUNTS-ADJUSTED.
           ADD WS-CREDIT-ADJ TO TOTAL-CREDIT-ADJ.
           ADD WS-DEBIT-ADJ TO TOTAL-DEBIT-ADJ.
       AOA999.
           EXIT.
       REWORK-ONE-SNAPSHOT SECTION.
       ROS010.
           EXEC SQL FETCH SNAP-CURSOR
              INTO :HV-SNAP-DATE, :HV-SNAP-ACTUAL-BAL,
                   :HV-SNAP-OD-LIMIT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-SNAP-EXIT-SW
              GO TO ROS999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
      *
      *    The balance that should have stood on this day is the
      *    snapshot plus every item posted today that was already
      *    in value by then.
      *
           MOVE 0 TO HV-SNAP-DELTA.
           MOVE 0 TO HV-SNAP-DELTA-IND.
           EXEC SQL
              SELECT SUM(CASE PROCTRAN_TYPE
                            WHEN 'CHF' THEN 0 - PROCTRAN_AMOUNT
                            ELSE PROCTRAN_AMOUNT
                         END)
              INTO :HV-SNAP-DELTA :HV-SNAP-DELTA-IND
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
              AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
              AND PROCTRAN_DATE = :HV-TODAY-PROCDATE
              AND PROCTRAN_VALUE_DATE > 0
              AND PROCTRAN_VALUE_DATE <= :HV-SNAP-DATE
              AND PROCTRAN_TYPE NOT IN ('INT', 'ODI', 'IAJ')
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-SNAP-DELTA-IND < 0
              MOVE 0 TO HV-SNAP-DELTA
           END-IF.
           IF HV-SNAP-DELTA = 0
              GO TO ROS999
           END-IF.
           MOVE HV-SNAP-OD-LIMIT TO WS-CALC-OD-LIMIT.
           MOVE HV-SNAP-ACTUAL-BAL TO WS-CALC-BAL.
           PERFORM COMPUTE-DAY-INTEREST.
           MOVE WS-CALC-CREDIT TO WS-OLD-CREDIT.
           MOVE WS-CALC-DEBIT TO WS-OLD-DEBIT.
           COMPUTE WS-CALC-BAL = HV-SNAP-ACTUAL-BAL + HV-SNAP-DELTA.
           PERFORM COMPUTE-DAY-INTEREST.
           COMPUTE WS-CREDIT-ADJ =
              WS-CREDIT-ADJ + WS-CALC-CREDIT - WS-OLD-CREDIT.
           COMPUTE WS-DEBIT-ADJ =
              WS-DEBIT-ADJ + WS-CALC-DEBIT - WS-OLD-DEBIT.
           ADD 1 TO SNAPSHOT-DAYS-REWORKED.
       ROS999.
           EXIT.
       REWORK-ONE-FORWARD-ITEM SECTION.
       ROFI010.
           EXEC SQL FETCH FWD-CURSOR
              INTO :HV-FWD-VALUE-DATE, :HV-FWD-EFFECT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-FWD-EXIT-SW
              GO TO ROFI999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
      *
      *    Each night from tonight until the value date will accrue
      *    on the current balance, item included, where it should
      *    have accrued on the balance without it.
      *
           COMPUTE WS-FWD-DAYS =
              FUNCTION INTEGER-OF-DATE(HV-FWD-VALUE-DATE)
              - FUNCTION INTEGER-OF-DATE(HV-TODAY).
           MOVE HV-ACCOUNT-OVERDRAFT-LIM TO WS-CALC-OD-LIMIT.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-CALC-BAL.
           PERFORM COMPUTE-DAY-INTEREST.
           MOVE WS-CALC-CREDIT TO WS-OLD-CREDIT.
           MOVE WS-CALC-DEBIT TO WS-OLD-DEBIT.
           COMPUTE WS-CALC-BAL = HV-ACCOUNT-ACTUAL-BAL - HV-FWD-EFFECT.
           PERFORM COMPUTE-DAY-INTEREST.
           COMPUTE WS-CREDIT-ADJ = WS-CREDIT-ADJ
              + (WS-CALC-CREDIT - WS-OLD-CREDIT) * WS-FWD-DAYS.
           COMPUTE WS-DEBIT-ADJ = WS-DEBIT-ADJ
              + (WS-CALC-DEBIT - WS-OLD-DEBIT) * WS-FWD-DAYS.
           ADD 1 TO FORWARD-ITEMS-REWORKED.
       ROFI999.
           EXIT.
       COMPUTE-DAY-INTEREST SECTION.
       CDI010.
      *
      *    One day's credit interest as ACCRINT accrues it and one
      *    day's debit interest as DBINTRUN charges it, on the
      *    balance in WS-CALC-BAL. Both come back as positive sums.
      *
           MOVE 0 TO WS-CALC-CREDIT.
           MOVE 0 TO WS-CALC-DEBIT.
           IF WS-CALC-BAL > 0
              COMPUTE WS-CALC-CREDIT ROUNDED =
                 (WS-CALC-BAL * WS-ACCOUNT-INT-RATE) / 36500
              GO TO CDI999
           END-IF.
           IF WS-CALC-BAL = 0 OR WS-ACCOUNT-WRITTEN-OFF
              GO TO CDI999
           END-IF.
           COMPUTE WS-OVERDRAWN-AMT = 0 - WS-CALC-BAL.
           IF WS-OVERDRAWN-AMT > WS-CALC-OD-LIMIT
              MOVE WS-CALC-OD-LIMIT TO WS-WITHIN-LIMIT-AMT
              COMPUTE WS-EXCESS-AMT =
                 WS-OVERDRAWN-AMT - WS-CALC-OD-LIMIT
           ELSE
              MOVE WS-OVERDRAWN-AMT TO WS-WITHIN-LIMIT-AMT
              MOVE 0 TO WS-EXCESS-AMT
           END-IF.
           COMPUTE WS-CALC-DEBIT ROUNDED =
              ((WS-WITHIN-LIMIT-AMT * WS-OD-RATE)
              + (WS-EXCESS-AMT * WS-OD-EXCESS-RATE)) / 36500.
       CDI999.
           EXIT.
       APPLY-TIER-MARGIN SECTION.
       ATM010.
           MOVE SPACE TO HV-CUST-TIER.
           EXEC SQL
              SELECT ACCOUNT_TIER
              INTO :HV-CUST-TIER
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCOUNT_CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NO
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO ATM999
           END-IF.
           EVALUATE HV-CUST-TIER
              WHEN 'G'
                 COMPUTE WS-ACCOUNT-INT-RATE =
                    WS-ACCOUNT-INT-RATE + WS-TIER-GOLD-MARGIN
              WHEN 'L'
                 COMPUTE WS-ACCOUNT-INT-RATE =
                    WS-ACCOUNT-INT-RATE + WS-TIER-SILVER-MARGIN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       ATM999.
           EXIT.
       WRITE-PROCTRAN SECTION.
       WP010.
           ADD 1 TO WS-RUN-SEQ.
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-OUR-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE-DAY.
           MOVE '.'              TO HV-PROCTRAN-DATE-DELIM1.
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE-MONTH.
           MOVE '.'              TO HV-PROCTRAN-DATE-DELIM2.
           MOVE WS-RUN-DATE-CCYY TO HV-PROCTRAN-DATE-YEAR.
           MOVE WS-RUN-TIME TO HV-PROCTRAN-TIME.
           MOVE WS-RUN-SEQ TO HV-PROCTRAN-REF.
           MOVE 'IAJ' TO HV-PROCTRAN-TYPE.
           MOVE 'VALUE DATED INTEREST ADJUSTMENT' TO HV-PROCTRAN-DESC.
           MOVE WS-NET-ADJ TO HV-PROCTRAN-AMOUNT.
           MOVE HV-TODAY TO HV-PROCTRAN-VALUE-DATE.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE,
                  PROCTRAN_TIME, PROCTRAN_REF,
                  PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT, PROCTRAN_VALUE_DATE)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-PROCTRAN-SORT-CODE,
                  :HV-PROCTRAN-ACC-NUMBER, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT, :HV-PROCTRAN-VALUE-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'VALADJ - PROCTRAN INSERT FAILED FOR ACCOUNT '
                 HV-ACCOUNT-ACC-NO
              PERFORM ABEND-THIS-RUN
           END-IF.
       WP999.
           EXIT.
       GET-DEBIT-RATE-CONFIG SECTION.
       GDRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-OD-INTEREST-RATE' DELIMITED BY SIZE
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
              COMPUTE WS-OD-RATE = HV-CONTROL-VALUE-NUM / 100
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-OD-EXCESS-RATE' DELIMITED BY SIZE
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
              COMPUTE WS-OD-EXCESS-RATE = HV-CONTROL-VALUE-NUM / 100
           END-IF.
       GDRC999.
           EXIT.
       REGISTER-RUN-START SECTION.
       RRS010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE SPACE TO HV-RUN-STATUS.
           EXEC SQL
              SELECT BATCHRUN_STATUS
              INTO :HV-RUN-STATUS
              FROM BATCHRUN
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-RUN-STATUS = 'C'
                 DISPLAY 'VALADJ - STEP ALREADY COMPLETED FOR '
                    'BUSINESS DATE ' HV-RUN-BUSDATE
                    ' - RUN REFUSED'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              WHEN SQLCODE = 0
                 MOVE WS-BR-TIME TO HV-RUN-TIME
                 EXEC SQL
                    UPDATE BATCHRUN
                    SET BATCHRUN_STATUS = 'R',
                        BATCHRUN_START_TIME = :HV-RUN-TIME,
                        BATCHRUN_END_TIME = 0
                    WHERE BATCHRUN_STEP = :WS-RUN-STEP
                    AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
                 END-EXEC
              WHEN SQLCODE = +100
                 MOVE WS-BR-TIME TO HV-RUN-TIME
                 EXEC SQL
                    INSERT INTO BATCHRUN
                           (BATCHRUN_STEP, BATCHRUN_BUSINESS_DATE,
                            BATCHRUN_START_TIME, BATCHRUN_END_TIME,
                            BATCHRUN_STATUS, BATCHRUN_COUNT1,
                            BATCHRUN_COUNT2)
                    VALUES
                           (:WS-RUN-STEP, :HV-RUN-BUSDATE,
                            :HV-RUN-TIME, 0, 'R', 0, 0)
                 END-EXEC
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RRS999.
           EXIT.
       REGISTER-RUN-END SECTION.
       RRE010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE WS-BR-TIME TO HV-RUN-TIME.
           MOVE ACCOUNTS-EXAMINED TO HV-RUN-COUNT1.
           MOVE ACCOUNTS-ADJUSTED TO HV-RUN-COUNT2.
           EXEC SQL
              UPDATE BATCHRUN
              SET BATCHRUN_STATUS = 'C',
                  BATCHRUN_END_TIME = :HV-RUN-TIME,
                  BATCHRUN_COUNT1 = :HV-RUN-COUNT1,
                  BATCHRUN_COUNT2 = :HV-RUN-COUNT2
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RRE999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'VALADJ - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'VALADJ - NO ADJUSTMENTS HAVE BEEN APPLIED'.
           EXEC SQL ROLLBACK
           END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           MOVE 'SORTCODE' TO HV-CONTROL-NAME.
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
           IF SQLCODE = ZERO
              MOVE HV-CONTROL-VALUE-NUM TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
