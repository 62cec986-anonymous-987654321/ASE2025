       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMGAP.
       AUTHOR. Jon Collett.
      *
      *    Asset and liability management ladders. Every balance on
      *    the sort code is placed into eight standard time bands,
      *    once by when it next reprices and once by when the cash
      *    flows, and the report shows the gap and cumulative gap in
      *    each band with the twelve-month effect on net interest
      *    income of a parallel 200 basis point rise and fall in
      *    rates.
      *
      *    Overdrawn and lending balances (negative) are assets and
      *    credit balances are liabilities. Loans and mortgages run
      *    off by the principal still to come on their LOANSCHD
      *    schedule. Term deposits reprice at maturity; for cash they
      *    leave at maturity when set to pay out and are assumed to
      *    stay for a further term when set to roll over. Notice
      *    accounts sit in the band their notice period falls in.
      *    Current, savings and ISA credit balances have no maturity,
      *    so they are spread across the bands by the behavioural
      *    percentages held on CONTROL as
      *
      *       <sortcode>-ALM-CUR-B1 .. -B8   CURRENT
      *       <sortcode>-ALM-SAV-B1 .. -B8   SAVING
      *       <sortcode>-ALM-ISA-B1 .. -B8   ISA
      *
      *    in whole percent. A product with no rows, or whose rows do
      *    not add up to 100, is treated as repayable on demand.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALM-REPORT ASSIGN TO ALMRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALM-REPORT
           RECORDING MODE IS F.
       01  ALM-LINE                           PIC X(132).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-NUMBER              PIC X(8).
          03 HV-ACCOUNT-TYPE                PIC X(8).
          03 HV-ACCOUNT-BALANCE             PIC S9(10)V99.
          03 HV-ACCOUNT-MATURITY            PIC S9(8).
          03 HV-ACCOUNT-TERM-MONTHS         PIC S9(4) COMP.
          03 HV-ACCOUNT-ROLLOVER            PIC X.
       01 HOST-LOANSCHD-ROW.
          03 HV-LS-DUE-DATE                 PIC S9(8).
          03 HV-LS-PRINCIPAL                PIC S9(10)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01 WS-SCHED-SW                       PIC X VALUE 'N'.
          88 WS-NO-MORE-INSTALMENTS              VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC 9(8).
       01 WS-TODAY-INT                      PIC S9(9) COMP.
       01 WS-DATE-WORK                      PIC 9(8).
      *
      *    The standard bands. Maximum days is the last day after the
      *    run date that falls in the band. The weight is the part of
      *    the coming twelve months left once a balance in the band
      *    has repriced, taken at the middle of the band; balances
      *    repricing after a year do not move this year's income.
      *
       01 WS-BAND-VALUES.
          03 FILLER PIC X(18) VALUE 'OVERNITE0000109986'.
          03 FILLER PIC X(18) VALUE 'UP TO 1M0003109583'.
          03 FILLER PIC X(18) VALUE '1M - 3M 0009108333'.
          03 FILLER PIC X(18) VALUE '3M - 6M 0018206250'.
          03 FILLER PIC X(18) VALUE '6M - 12M0036502500'.
          03 FILLER PIC X(18) VALUE '1Y - 2Y 0073000000'.
          03 FILLER PIC X(18) VALUE '2Y - 5Y 0182600000'.
          03 FILLER PIC X(18) VALUE 'OVER 5Y 9999900000'.
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
          03 WS-BAND-ENTRY OCCURS 8 INDEXED BY BND-IDX.
             05 WS-BAND-LABEL               PIC X(8).
             05 WS-BAND-MAX-DAYS            PIC 9(5).
             05 WS-BAND-NII-WEIGHT          PIC 9V9(4).
       01 WS-BAND-TOTALS.
          03 WS-BAND-TOTAL OCCURS 8.
             05 WS-REP-ASSETS               PIC S9(15)V99.
             05 WS-REP-LIABS                PIC S9(15)V99.
             05 WS-LIQ-INFLOW               PIC S9(15)V99.
             05 WS-LIQ-OUTFLOW              PIC S9(15)V99.
       01 WS-BX                             PIC S9(4) COMP.
       01 WS-PX                             PIC S9(4) COMP.
      *
      *    Behavioural spread of non-maturity balances, one row per
      *    product in the order CURRENT, SAVING, ISA.
      *
       01 WS-BEH-CODES                      PIC X(9) VALUE
             'CURSAVISA'.
       01 WS-BEH-CODE-TABLE REDEFINES WS-BEH-CODES.
          03 WS-BEH-CODE                    PIC X(3) OCCURS 3.
       01 WS-BEH-TABLE.
          03 WS-BEH-PRODUCT OCCURS 3.
             05 WS-BEH-PCT                  PIC 9(3) OCCURS 8.
             05 WS-BEH-TOTAL-PCT            PIC 9(5).
             05 WS-BEH-ROWS                 PIC 9(2).
             05 WS-BEH-LAST-BAND            PIC 9.
       01 WS-BAND-DIGIT                     PIC 9.
       01 WS-PLACE-DAYS                     PIC S9(9) COMP.
       01 WS-PLACE-AMOUNT                   PIC S9(13)V99.
       01 WS-PLACE-SIDE                     PIC X.
          88 WS-PLACE-ASSET                      VALUE 'A'.
          88 WS-PLACE-LIABILITY                  VALUE 'L'.
       01 WS-PLACE-VIEW                     PIC X.
          88 WS-PLACE-REPRICING                  VALUE 'R'.
          88 WS-PLACE-LIQUIDITY                  VALUE 'L'.
          88 WS-PLACE-BOTH                       VALUE 'B'.
       01 WS-EXPOSURE                       PIC S9(13)V99.
       01 WS-SPREAD-AMOUNT                  PIC S9(13)V99.
       01 WS-SPREAD-PLACED                  PIC S9(13)V99.
       01 WS-LAST-DUE-DATE                  PIC S9(8).
       01 WS-MATURITY-DAYS                  PIC S9(9) COMP.
       01 WS-ACCOUNTS-READ                  PIC 9(8) VALUE 0.
       01 WS-LOANS-UNSCHEDULED              PIC 9(8) VALUE 0.
       01 WS-TOTAL-ASSETS                   PIC S9(15)V99 VALUE 0.
       01 WS-TOTAL-LIABS                    PIC S9(15)V99 VALUE 0.
       01 WS-GAP                            PIC S9(15)V99.
       01 WS-CUM-GAP                        PIC S9(15)V99.
       01 WS-NII-UP                         PIC S9(15)V99.
       01 WS-NII-DOWN                       PIC S9(15)V99.
       01 WS-SHOCK-RATE                     PIC 9V9(4) VALUE 0.0200.
       01 WS-REPORT-TITLE                   PIC X(50).
       01 WS-REPORT-LINE                    PIC X(132).
       01 WS-HEAD-1.
          03 FILLER                         PIC X(14)
                VALUE 'ALMGAP - SORT '.
          03 WH1-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(4) VALUE SPACES.
          03 WH1-TITLE                      PIC X(50).
          03 FILLER                         PIC X(9) VALUE 'AS AT    '.
          03 WH1-DATE                       PIC 9(8).
          03 FILLER                         PIC X(41) VALUE SPACES.
       01 WS-HEAD-2.
          03 FILLER                         PIC X(10) VALUE 'BAND'.
          03 FILLER                         PIC X(20) VALUE
                '            ASSETS'.
          03 FILLER                         PIC X(20) VALUE
                '       LIABILITIES'.
          03 FILLER                         PIC X(20) VALUE
                '               GAP'.
          03 FILLER                         PIC X(20) VALUE
                '    CUMULATIVE GAP'.
          03 FILLER                         PIC X(42) VALUE SPACES.
       01 WS-BAND-LINE.
          03 WBL-LABEL                      PIC X(8).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WBL-ASSETS                     PIC -(14)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WBL-LIABS                      PIC -(14)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WBL-GAP                        PIC -(14)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WBL-CUM-GAP                    PIC -(14)9.99.
          03 FILLER                         PIC X(44) VALUE SPACES.
       01 WS-NII-LINE.
          03 WNL-TEXT                       PIC X(40).
          03 WNL-AMOUNT                     PIC -(14)9.99.
          03 FILLER                         PIC X(74) VALUE SPACES.
           EXEC SQL
              DECLARE ACCOUNT-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_TYPE,
                        ACCOUNT_ACTUAL_BALANCE,
                        COALESCE(ACCOUNT_MATURITY_DATE, 0),
                        COALESCE(ACCOUNT_TERM_MONTHS, 0),
                        COALESCE(ACCOUNT_ROLLOVER_INSTR, ' ')
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND ACCOUNT_ACTUAL_BALANCE <> 0
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
      *
      *    Instalments not yet paid, whether still to fall due,
      *    missed or held, in the order they are owed.
      *
           EXEC SQL
              DECLARE SCHED-CURSOR CURSOR FOR
                 SELECT LOANSCHD_DUE_DATE, LOANSCHD_PRINCIPAL
                 FROM LOANSCHD
                 WHERE LOANSCHD_SORTCODE = :HV-OUR-SORTCODE
                 AND LOANSCHD_NUMBER = :HV-ACCOUNT-NUMBER
                 AND LOANSCHD_STATUS IN ('D', 'M', 'H')
                 ORDER BY LOANSCHD_DUE_DATE, LOANSCHD_PAYMENT_NO
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           DISPLAY 'ALMGAP - GAP AND LADDER AS AT ' WS-TODAY-YYYYMMDD.
           INITIALIZE WS-BAND-TOTALS.
           PERFORM GET-BEHAVIOUR-CONFIG.
           EXEC SQL OPEN ACCOUNT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PLACE-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE ACCOUNT-CURSOR
           END-EXEC.
           OPEN OUTPUT ALM-REPORT.
           MOVE 'INTEREST RATE REPRICING GAP' TO WS-REPORT-TITLE.
           MOVE 'R' TO WS-PLACE-VIEW.
           PERFORM WRITE-LADDER.
           PERFORM WRITE-RATE-SHOCK.
           MOVE 'LIQUIDITY MATURITY LADDER' TO WS-REPORT-TITLE.
           MOVE 'L' TO WS-PLACE-VIEW.
           PERFORM WRITE-LADDER.
           CLOSE ALM-REPORT.
           DISPLAY 'ALMGAP - ACCOUNTS PLACED:        ' WS-ACCOUNTS-READ.
           DISPLAY 'ALMGAP - LOANS WITHOUT SCHEDULE: '
              WS-LOANS-UNSCHEDULED.
           DISPLAY 'ALMGAP - NII +200BP:             ' WS-NII-UP.
           DISPLAY 'ALMGAP - NII -200BP:             ' WS-NII-DOWN.
           STOP RUN.
       P999.
           EXIT.
       GET-BEHAVIOUR-CONFIG SECTION.
       GBC010.
           INITIALIZE WS-BEH-TABLE.
           PERFORM GET-ONE-BEHAVIOUR-PCT
              VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
              AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 8.
           PERFORM CHECK-BEHAVIOUR-PRODUCT
              VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3.
       GBC999.
           EXIT.
       GET-ONE-BEHAVIOUR-PCT SECTION.
       GOBP010.
           MOVE WS-BX TO WS-BAND-DIGIT.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE '-ALM-' WS-BEH-CODE(WS-PX) '-B'
              WS-BAND-DIGIT
              DELIMITED BY SIZE INTO HV-CONTROL-NAME
           END-STRING.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = 100
              GO TO GOBP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-CONTROL-VALUE-NUM < 0 OR HV-CONTROL-VALUE-NUM > 100
              DISPLAY 'ALMGAP - ' HV-CONTROL-NAME
                 ' OUT OF RANGE, IGNORED'
              GO TO GOBP999
           END-IF.
           MOVE HV-CONTROL-VALUE-NUM TO WS-BEH-PCT(WS-PX, WS-BX).
           ADD HV-CONTROL-VALUE-NUM TO WS-BEH-TOTAL-PCT(WS-PX).
           ADD 1 TO WS-BEH-ROWS(WS-PX).
       GOBP999.
           EXIT.
       CHECK-BEHAVIOUR-PRODUCT SECTION.
       CBP010.
      *
      *    A spread that does not account for the whole balance would
      *    lose or invent money in the ladder, so it is not used.
      *
           IF WS-BEH-ROWS(WS-PX) > 0
              AND WS-BEH-TOTAL-PCT(WS-PX) NOT = 100
              DISPLAY 'ALMGAP - ALM-' WS-BEH-CODE(WS-PX)
                 ' PERCENTAGES DO NOT TOTAL 100, ON DEMAND USED'
              MOVE 0 TO WS-BEH-ROWS(WS-PX)
           END-IF.
           IF WS-BEH-ROWS(WS-PX) = 0
              INITIALIZE WS-BEH-PRODUCT(WS-PX)
              MOVE 100 TO WS-BEH-PCT(WS-PX, 1)
              MOVE 100 TO WS-BEH-TOTAL-PCT(WS-PX)
           END-IF.
           PERFORM FIND-LAST-SHARE
              VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 8.
       CBP999.
           EXIT.
       FIND-LAST-SHARE SECTION.
       FLS010.
           IF WS-BEH-PCT(WS-PX, WS-BX) > 0
              MOVE WS-BX TO WS-BEH-LAST-BAND(WS-PX)
           END-IF.
       FLS999.
           EXIT.
       PLACE-ONE-ACCOUNT SECTION.
       POA010.
           EXEC SQL FETCH ACCOUNT-CURSOR
              INTO :HV-ACCOUNT-NUMBER, :HV-ACCOUNT-TYPE,
                   :HV-ACCOUNT-BALANCE, :HV-ACCOUNT-MATURITY,
                   :HV-ACCOUNT-TERM-MONTHS, :HV-ACCOUNT-ROLLOVER
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO POA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF HV-ACCOUNT-BALANCE < 0
              COMPUTE WS-EXPOSURE = 0 - HV-ACCOUNT-BALANCE
              ADD WS-EXPOSURE TO WS-TOTAL-ASSETS
              MOVE 'A' TO WS-PLACE-SIDE
           ELSE
              MOVE HV-ACCOUNT-BALANCE TO WS-EXPOSURE
              ADD WS-EXPOSURE TO WS-TOTAL-LIABS
              MOVE 'L' TO WS-PLACE-SIDE
           END-IF.
      *
      *    Anything without a contractual or behavioural date -
      *    overdrafts, deposits in debit, loans in credit - is
      *    treated as repayable on demand.
      *
           EVALUATE TRUE
              WHEN WS-PLACE-ASSET
                 AND (HV-ACCOUNT-TYPE = 'LOAN    '
                   OR HV-ACCOUNT-TYPE = 'MORTGAGE')
                 PERFORM PLACE-LOAN-SCHEDULE
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'TERMDEP '
                 PERFORM PLACE-TERM-DEPOSIT
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'NOTICE30'
                 MOVE 30 TO WS-PLACE-DAYS
                 PERFORM PLACE-EXPOSURE-BY-DAYS
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'NOTICE60'
                 MOVE 60 TO WS-PLACE-DAYS
                 PERFORM PLACE-EXPOSURE-BY-DAYS
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'NOTICE95'
                 MOVE 95 TO WS-PLACE-DAYS
                 PERFORM PLACE-EXPOSURE-BY-DAYS
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'CURRENT '
                 MOVE 1 TO WS-PX
                 PERFORM SPREAD-NON-MATURITY
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'SAVING  '
                 MOVE 2 TO WS-PX
                 PERFORM SPREAD-NON-MATURITY
              WHEN WS-PLACE-LIABILITY
                 AND HV-ACCOUNT-TYPE = 'ISA     '
                 MOVE 3 TO WS-PX
                 PERFORM SPREAD-NON-MATURITY
              WHEN OTHER
                 MOVE 0 TO WS-PLACE-DAYS
                 PERFORM PLACE-EXPOSURE-BY-DAYS
           END-EVALUATE.
       POA999.
           EXIT.
       PLACE-EXPOSURE-BY-DAYS SECTION.
       PEBD010.
           MOVE WS-EXPOSURE TO WS-PLACE-AMOUNT.
           MOVE 'B' TO WS-PLACE-VIEW.
           PERFORM PLACE-AMOUNT.
       PEBD999.
           EXIT.
       PLACE-TERM-DEPOSIT SECTION.
       PTD010.
      *
      *    The rate is fixed to maturity whatever happens then. A
      *    deposit set to pay out leaves at maturity; one set to roll
      *    over is taken to stay for one more term.
      *
           MOVE HV-ACCOUNT-MATURITY TO WS-DATE-WORK.
           PERFORM DAYS-FROM-TODAY.
           MOVE WS-PLACE-DAYS TO WS-MATURITY-DAYS.
           MOVE WS-EXPOSURE TO WS-PLACE-AMOUNT.
           MOVE 'R' TO WS-PLACE-VIEW.
           PERFORM PLACE-AMOUNT.
           IF HV-ACCOUNT-ROLLOVER = 'P'
              MOVE WS-MATURITY-DAYS TO WS-PLACE-DAYS
           ELSE
              COMPUTE WS-PLACE-DAYS = WS-MATURITY-DAYS
                 + HV-ACCOUNT-TERM-MONTHS * 30
           END-IF.
           MOVE 'L' TO WS-PLACE-VIEW.
           PERFORM PLACE-AMOUNT.
       PTD999.
           EXIT.
       PLACE-LOAN-SCHEDULE SECTION.
       PLS010.
      *
      *    Scheduled principal runs off the balance in due-date
      *    order. Whatever the schedule does not cover falls with
      *    the last instalment; a loan with no schedule at all is
      *    treated as repayable on demand.
      *
           MOVE 0 TO WS-LAST-DUE-DATE.
           MOVE 'N' TO WS-SCHED-SW.
           EXEC SQL OPEN SCHED-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PLACE-ONE-INSTALMENT
              UNTIL WS-NO-MORE-INSTALMENTS OR WS-EXPOSURE = 0.
           EXEC SQL CLOSE SCHED-CURSOR
           END-EXEC.
           IF WS-EXPOSURE = 0
              GO TO PLS999
           END-IF.
           IF WS-LAST-DUE-DATE = 0
              ADD 1 TO WS-LOANS-UNSCHEDULED
              MOVE 0 TO WS-PLACE-DAYS
           ELSE
              MOVE WS-LAST-DUE-DATE TO WS-DATE-WORK
              PERFORM DAYS-FROM-TODAY
           END-IF.
           PERFORM PLACE-EXPOSURE-BY-DAYS.
       PLS999.
           EXIT.
       PLACE-ONE-INSTALMENT SECTION.
       POI010.
           EXEC SQL FETCH SCHED-CURSOR
              INTO :HV-LS-DUE-DATE, :HV-LS-PRINCIPAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-SCHED-SW
              GO TO POI999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-LS-DUE-DATE TO WS-LAST-DUE-DATE.
           IF HV-LS-PRINCIPAL NOT > 0
              GO TO POI999
           END-IF.
           IF HV-LS-PRINCIPAL > WS-EXPOSURE
              MOVE WS-EXPOSURE TO WS-PLACE-AMOUNT
           ELSE
              MOVE HV-LS-PRINCIPAL TO WS-PLACE-AMOUNT
           END-IF.
           SUBTRACT WS-PLACE-AMOUNT FROM WS-EXPOSURE.
           MOVE HV-LS-DUE-DATE TO WS-DATE-WORK.
           PERFORM DAYS-FROM-TODAY.
           MOVE 'B' TO WS-PLACE-VIEW.
           PERFORM PLACE-AMOUNT.
       POI999.
           EXIT.
       SPREAD-NON-MATURITY SECTION.
       SNM010.
      *
      *    The last band taking a share gets whatever rounding has
      *    left, so the spread always adds back to the balance.
      *
           MOVE 0 TO WS-SPREAD-PLACED.
           MOVE 'B' TO WS-PLACE-VIEW.
           PERFORM SPREAD-ONE-BAND
              VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 8.
       SNM999.
           EXIT.
       SPREAD-ONE-BAND SECTION.
       SOB010.
           IF WS-BEH-PCT(WS-PX, WS-BX) = 0
              GO TO SOB999
           END-IF.
           IF WS-BX = WS-BEH-LAST-BAND(WS-PX)
              COMPUTE WS-SPREAD-AMOUNT =
                 WS-EXPOSURE - WS-SPREAD-PLACED
           ELSE
              COMPUTE WS-SPREAD-AMOUNT ROUNDED =
                 WS-EXPOSURE * WS-BEH-PCT(WS-PX, WS-BX) / 100
           END-IF.
           ADD WS-SPREAD-AMOUNT TO WS-SPREAD-PLACED.
           MOVE WS-SPREAD-AMOUNT TO WS-PLACE-AMOUNT.
           SET BND-IDX TO WS-BX.
           PERFORM ADD-TO-BAND.
       SOB999.
           EXIT.
       DAYS-FROM-TODAY SECTION.
       DFT010.
      *
      *    A date missing or already past is due now.
      *
           IF WS-DATE-WORK NOT > WS-TODAY-YYYYMMDD
              MOVE 0 TO WS-PLACE-DAYS
              GO TO DFT999
           END-IF.
           COMPUTE WS-PLACE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - WS-TODAY-INT.
       DFT999.
           EXIT.
       PLACE-AMOUNT SECTION.
       PA010.
           SET BND-IDX TO 1.
           SEARCH WS-BAND-ENTRY
              AT END
                 SET BND-IDX TO 8
              WHEN WS-PLACE-DAYS NOT > WS-BAND-MAX-DAYS(BND-IDX)
                 CONTINUE
           END-SEARCH.
           PERFORM ADD-TO-BAND.
       PA999.
           EXIT.
       ADD-TO-BAND SECTION.
       ATB010.
           SET WS-BX TO BND-IDX.
           IF WS-PLACE-REPRICING OR WS-PLACE-BOTH
              IF WS-PLACE-ASSET
                 ADD WS-PLACE-AMOUNT TO WS-REP-ASSETS(WS-BX)
              ELSE
                 ADD WS-PLACE-AMOUNT TO WS-REP-LIABS(WS-BX)
              END-IF
           END-IF.
           IF WS-PLACE-LIQUIDITY OR WS-PLACE-BOTH
              IF WS-PLACE-ASSET
                 ADD WS-PLACE-AMOUNT TO WS-LIQ-INFLOW(WS-BX)
              ELSE
                 ADD WS-PLACE-AMOUNT TO WS-LIQ-OUTFLOW(WS-BX)
              END-IF
           END-IF.
       ATB999.
           EXIT.
       WRITE-LADDER SECTION.
       WL010.
           MOVE HV-OUR-SORTCODE TO WH1-SORTCODE.
           MOVE WS-REPORT-TITLE TO WH1-TITLE.
           MOVE WS-TODAY-YYYYMMDD TO WH1-DATE.
           WRITE ALM-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ALM-LINE FROM WS-REPORT-LINE.
           WRITE ALM-LINE FROM WS-HEAD-2.
           MOVE 0 TO WS-CUM-GAP.
           PERFORM WRITE-ONE-BAND
              VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 8.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ALM-LINE FROM WS-REPORT-LINE.
           MOVE 'TOTAL' TO WBL-LABEL.
           MOVE WS-TOTAL-ASSETS TO WBL-ASSETS.
           MOVE WS-TOTAL-LIABS TO WBL-LIABS.
           COMPUTE WS-GAP = WS-TOTAL-ASSETS - WS-TOTAL-LIABS.
           MOVE WS-GAP TO WBL-GAP.
           MOVE WS-CUM-GAP TO WBL-CUM-GAP.
           WRITE ALM-LINE FROM WS-BAND-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ALM-LINE FROM WS-REPORT-LINE.
       WL999.
           EXIT.
       WRITE-ONE-BAND SECTION.
       WOB010.
           MOVE WS-BAND-LABEL(WS-BX) TO WBL-LABEL.
           IF WS-PLACE-REPRICING
              MOVE WS-REP-ASSETS(WS-BX) TO WBL-ASSETS
              MOVE WS-REP-LIABS(WS-BX) TO WBL-LIABS
              COMPUTE WS-GAP =
                 WS-REP-ASSETS(WS-BX) - WS-REP-LIABS(WS-BX)
           ELSE
              MOVE WS-LIQ-INFLOW(WS-BX) TO WBL-ASSETS
              MOVE WS-LIQ-OUTFLOW(WS-BX) TO WBL-LIABS
              COMPUTE WS-GAP =
                 WS-LIQ-INFLOW(WS-BX) - WS-LIQ-OUTFLOW(WS-BX)
           END-IF.
           ADD WS-GAP TO WS-CUM-GAP.
           MOVE WS-GAP TO WBL-GAP.
           MOVE WS-CUM-GAP TO WBL-CUM-GAP.
           WRITE ALM-LINE FROM WS-BAND-LINE.
       WOB999.
           EXIT.
       WRITE-RATE-SHOCK SECTION.
       WRS010.
      *
      *    A positive gap earns more when rates rise: each band's gap
      *    reprices at the shocked rate for the rest of the year.
      *
           MOVE 0 TO WS-NII-UP.
           PERFORM SHOCK-ONE-BAND
              VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 8.
           COMPUTE WS-NII-DOWN = 0 - WS-NII-UP.
           MOVE 'NET INTEREST INCOME, NEXT 12 MONTHS' TO WNL-TEXT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WNL-TEXT TO WS-REPORT-LINE.
           WRITE ALM-LINE FROM WS-REPORT-LINE.
           MOVE 'CHANGE FOR PARALLEL +200BP SHOCK' TO WNL-TEXT.
           MOVE WS-NII-UP TO WNL-AMOUNT.
           WRITE ALM-LINE FROM WS-NII-LINE.
           MOVE 'CHANGE FOR PARALLEL -200BP SHOCK' TO WNL-TEXT.
           MOVE WS-NII-DOWN TO WNL-AMOUNT.
           WRITE ALM-LINE FROM WS-NII-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ALM-LINE FROM WS-REPORT-LINE.
       WRS999.
           EXIT.
       SHOCK-ONE-BAND SECTION.
       SHB010.
           COMPUTE WS-NII-UP ROUNDED = WS-NII-UP
              + (WS-REP-ASSETS(WS-BX) - WS-REP-LIABS(WS-BX))
              * WS-SHOCK-RATE * WS-BAND-NII-WEIGHT(WS-BX).
       SHB999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'ALMGAP - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
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
