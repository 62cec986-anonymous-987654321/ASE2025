       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYEND.
       AUTHOR. Jon Collett.
      *
      *    General ledger financial year-end close.
      *
      *    The year closed is the latest one to have ended before the
      *    run date, or the year on CONTROL <sortcode>-GL-CLOSE-YEAR.
      *    Years end on the month and day held as MMDD on CONTROL
      *    <sortcode>-GL-YEAR-END (default 1231) and are known by the
      *    calendar year they end in.
      *
      *    GLBAL carries on moving after the year end, so balances at
      *    the year end are GLBAL less the journals dated after it.
      *    Every GL account must be classed on GLACCT - A asset,
      *    L liability, E equity, I income, X expense - and the trial
      *    balance must prove to zero, or nothing is closed.
      *
      *    The close prints the trial balance and the income
      *    statement for the year, journals every income and expense
      *    balance, and the prior-period adjustments account, into
      *    retained earnings on the year-end date, records each
      *    account's closing and carried-forward balance on GLYRBAL,
      *    prints the opening trial balance of the new year, and marks
      *    the year closed on GLPERIOD so GLPOST can no longer post to
      *    it. Retained earnings and prior-period adjustments are the
      *    GL accounts on CONTROL <sortcode>-GL-RETAINED-EARN and
      *    <sortcode>-GL-PPA-ACCOUNT (defaults RETEARN and PPADJ).
      *
      *    Return code 4 means the year was already closed; 8 means
      *    it could not be closed and nothing has been changed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REPORT ASSIGN TO GLYERPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REPORT
           RECORDING MODE IS F.
       01  CLOSE-LINE                         PIC X(132).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-MAX-ACCOUNTS                   PIC S9(4) COMP VALUE 500.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-GLBAL-ROW.
          03 HV-GLBAL-ACCOUNT               PIC X(8).
          03 HV-GLBAL-BALANCE               PIC S9(13)V99.
          03 HV-GLACCT-CLASS                PIC X.
          03 HV-GLACCT-DESC                 PIC X(30).
       01 HV-LATER-MOVEMENT                 PIC S9(13)V99.
       01 HV-GLBAL-DELTA                    PIC S9(13)V99.
       01 HOST-GLJRNL-ROW.
          03 HV-GLJRNL-DATE                 PIC S9(8).
          03 HV-GLJRNL-SEQ                  PIC S9(9) COMP.
          03 HV-GLJRNL-GL-ACCOUNT           PIC X(8).
          03 HV-GLJRNL-DR-CR                PIC X.
          03 HV-GLJRNL-AMOUNT               PIC S9(13)V99.
          03 HV-GLJRNL-TRAN-TYPE            PIC X(3).
       01 HV-MAX-SEQ                        PIC S9(9) COMP.
       01 HV-MAX-SEQ-IND                    PIC S9(4) COMP.
       01 HOST-GLPERIOD-ROW.
          03 HV-GLP-YEAR                    PIC S9(4) COMP.
          03 HV-GLP-START-DATE              PIC S9(8).
          03 HV-GLP-END-DATE                PIC S9(8).
          03 HV-GLP-STATUS                  PIC X.
          03 HV-GLP-CLOSED-DATE             PIC S9(8).
       01 HV-OPEN-EARLIER                   PIC S9(9) COMP.
       01 HOST-GLYRBAL-ROW.
          03 HV-GLY-YEAR                    PIC S9(4) COMP.
          03 HV-GLY-GL-ACCOUNT              PIC X(8).
          03 HV-GLY-CLOSING                 PIC S9(13)V99.
          03 HV-GLY-CARRIED                 PIC S9(13)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC 9(8).
       01 WS-TODAY-GRP REDEFINES WS-TODAY-YYYYMMDD.
          03 WS-TODAY-YYYY                  PIC 9999.
          03 WS-TODAY-MMDD                  PIC 9999.
       01 WS-YEAR-END-MMDD                  PIC 9999 VALUE 1231.
       01 WS-YEAR-END-GRP REDEFINES WS-YEAR-END-MMDD.
          03 WS-YEAR-END-MM                 PIC 99.
          03 WS-YEAR-END-DD                 PIC 99.
       01 WS-MONTH-DAYS-VALUES              PIC X(24) VALUE
             '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
          03 WS-MONTH-DAYS                  PIC 99 OCCURS 12.
       01 WS-CLOSE-YEAR                     PIC 9999.
       01 WS-FY-END                         PIC 9(8).
       01 WS-FY-START                       PIC 9(8).
       01 WS-PRIOR-FY-END                   PIC 9(8).
       01 WS-NEXT-FY-END                    PIC 9(8).
       01 WS-DAY-INT                        PIC S9(9) COMP.
       01 WS-RETAINED-ACCOUNT               PIC X(8) VALUE 'RETEARN'.
       01 WS-PPA-ACCOUNT                    PIC X(8) VALUE 'PPADJ'.
       01 WS-REFUSE-REASON                  PIC X(60) VALUE SPACES.
      *
      *    Every GL account on the ledger with its balance at the
      *    year end and the balance it carries into the new year.
      *
       01 WS-ACCOUNT-COUNT                  PIC S9(4) COMP VALUE 0.
       01 WS-ACCOUNT-TABLE.
          03 WS-ACCOUNT-ENTRY OCCURS 500 INDEXED BY ACC-IDX.
             05 WS-ACC-GL-ACCOUNT           PIC X(8).
             05 WS-ACC-CLASS                PIC X.
                88 WS-ACC-BALANCE-SHEET          VALUE 'A' 'L' 'E'.
                88 WS-ACC-INCOME                 VALUE 'I'.
                88 WS-ACC-EXPENSE                VALUE 'X'.
                88 WS-ACC-CLASSIFIED             VALUE 'A' 'L' 'E'
                                                       'I' 'X'.
             05 WS-ACC-DESC                 PIC X(30).
             05 WS-ACC-YE-BALANCE           PIC S9(13)V99.
             05 WS-ACC-CARRIED              PIC S9(13)V99.
       01 WS-AX                             PIC S9(4) COMP.
       01 WS-RETAINED-AX                    PIC S9(4) COMP VALUE 0.
       01 WS-UNCLASSIFIED                   PIC 9(4) VALUE 0.
       01 WS-TB-DEBITS                      PIC S9(15)V99.
       01 WS-TB-CREDITS                     PIC S9(15)V99.
       01 WS-TB-DIFF                        PIC S9(15)V99.
       01 WS-TOTAL-INCOME                   PIC S9(15)V99 VALUE 0.
       01 WS-TOTAL-EXPENSE                  PIC S9(15)V99 VALUE 0.
       01 WS-NET-PROFIT                     PIC S9(15)V99 VALUE 0.
       01 WS-PPA-TOTAL                      PIC S9(15)V99 VALUE 0.
       01 WS-TRANSFER                       PIC S9(15)V99 VALUE 0.
       01 WS-ABS-AMOUNT                     PIC S9(13)V99.
       01 WS-JOURNAL-SEQ                    PIC S9(9) COMP VALUE 0.
       01 WS-ACCOUNTS-CLOSED                PIC 9(4) VALUE 0.
       01 WS-REPORT-LINE                    PIC X(132).
       01 WS-AMOUNT-EDIT                    PIC -(14)9.99.
       01 WS-HEAD-1.
          03 FILLER                         PIC X(14)
                VALUE 'GLYEND - SORT '.
          03 WH1-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(4) VALUE SPACES.
          03 WH1-TITLE                      PIC X(40).
          03 FILLER                         PIC X(15)
                VALUE 'FINANCIAL YEAR '.
          03 WH1-YEAR                       PIC 9999.
          03 FILLER                         PIC X(2) VALUE ' ('.
          03 WH1-FY-START                   PIC 9(8).
          03 FILLER                         PIC X(4) VALUE ' TO '.
          03 WH1-FY-END                     PIC 9(8).
          03 FILLER                         PIC X VALUE ')'.
          03 FILLER                         PIC X(26) VALUE SPACES.
       01 WS-TB-HEAD.
          03 FILLER                         PIC X(43) VALUE
                'ACCOUNT   C  DESCRIPTION'.
          03 FILLER                         PIC X(20) VALUE
                '             DEBIT'.
          03 FILLER                         PIC X(20) VALUE
                '            CREDIT'.
          03 FILLER                         PIC X(49) VALUE SPACES.
       01 WS-TB-LINE.
          03 WTB-GL-ACCOUNT                 PIC X(8).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WTB-CLASS                      PIC X.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WTB-DESC                       PIC X(30).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WTB-DEBIT                      PIC Z(14)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WTB-CREDIT                     PIC Z(14)9.99.
          03 FILLER                         PIC X(49) VALUE SPACES.
       01 WS-IS-LINE.
          03 WIS-TEXT                       PIC X(43).
          03 WIS-AMOUNT                     PIC -(14)9.99.
          03 FILLER                         PIC X(71) VALUE SPACES.
           EXEC SQL
              DECLARE GLBAL-CURSOR CURSOR FOR
                 SELECT B.GLBAL_GL_ACCOUNT, B.GLBAL_BALANCE,
                        COALESCE(G.GLACCT_CLASS, ' '),
                        COALESCE(G.GLACCT_DESC, ' ')
                 FROM GLBAL B
                 LEFT OUTER JOIN GLACCT G
                 ON G.GLACCT_SORTCODE = B.GLBAL_SORTCODE
                 AND G.GLACCT_GL_ACCOUNT = B.GLBAL_GL_ACCOUNT
                 WHERE B.GLBAL_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY B.GLBAL_GL_ACCOUNT
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
           PERFORM GET-YEAR-END-CONFIG.
           PERFORM COMPUTE-FINANCIAL-YEAR.
           DISPLAY 'GLYEND - CLOSING FINANCIAL YEAR ' WS-CLOSE-YEAR
              ' ' WS-FY-START ' TO ' WS-FY-END.
           OPEN OUTPUT CLOSE-REPORT.
           PERFORM CHECK-PERIOD-STATUS.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO P900
           END-IF.
           PERFORM LOAD-YEAR-END-BALANCES.
           PERFORM WRITE-TRIAL-BALANCE.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO P900
           END-IF.
           PERFORM WRITE-INCOME-STATEMENT.
           PERFORM POST-CLOSING-ENTRIES.
           PERFORM RECORD-YEAR-BALANCES.
           PERFORM WRITE-OPENING-BALANCE.
           PERFORM LOCK-CLOSED-YEAR.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           CLOSE CLOSE-REPORT.
           DISPLAY 'GLYEND - ACCOUNTS CLOSED TO RETAINED EARNINGS: '
              WS-ACCOUNTS-CLOSED.
           DISPLAY 'GLYEND - NET PROFIT FOR THE YEAR: ' WS-NET-PROFIT.
           DISPLAY 'GLYEND - YEAR ' WS-CLOSE-YEAR ' CLOSED'.
           STOP RUN.
       P900.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'YEAR NOT CLOSED - ' DELIMITED BY SIZE,
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           CLOSE CLOSE-REPORT.
           DISPLAY 'GLYEND - ' WS-REPORT-LINE(1:80).
           IF RETURN-CODE = 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       GET-YEAR-END-CONFIG SECTION.
       GYEC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-YEAR-END' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 100
              AND HV-CONTROL-VALUE-NUM < 1232
              MOVE HV-CONTROL-VALUE-NUM TO WS-YEAR-END-MMDD
           END-IF.
      *
      *    A year end that is not a real day of every year (30 Feb,
      *    29 Feb, 31 Apr) falls back to 31 December.
      *
           IF WS-YEAR-END-MM < 1 OR WS-YEAR-END-MM > 12
              MOVE 1231 TO WS-YEAR-END-MMDD
           END-IF.
           IF WS-YEAR-END-DD < 1
              OR WS-YEAR-END-DD > WS-MONTH-DAYS(WS-YEAR-END-MM)
              DISPLAY 'GLYEND - YEAR END ' WS-YEAR-END-MMDD
                 ' NOT VALID, 1231 USED'
              MOVE 1231 TO WS-YEAR-END-MMDD
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-RETAINED-EARN' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO WS-RETAINED-ACCOUNT
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-PPA-ACCOUNT' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO WS-PPA-ACCOUNT
           END-IF.
       GYEC999.
           EXIT.
       COMPUTE-FINANCIAL-YEAR SECTION.
       CFY010.
           IF WS-TODAY-MMDD > WS-YEAR-END-MMDD
              MOVE WS-TODAY-YYYY TO WS-CLOSE-YEAR
           ELSE
              COMPUTE WS-CLOSE-YEAR = WS-TODAY-YYYY - 1
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-CLOSE-YEAR' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 1900
              AND HV-CONTROL-VALUE-NUM < 10000
              MOVE HV-CONTROL-VALUE-NUM TO WS-CLOSE-YEAR
           END-IF.
           COMPUTE WS-FY-END =
              WS-CLOSE-YEAR * 10000 + WS-YEAR-END-MMDD.
           COMPUTE WS-PRIOR-FY-END =
              (WS-CLOSE-YEAR - 1) * 10000 + WS-YEAR-END-MMDD.
           COMPUTE WS-NEXT-FY-END =
              (WS-CLOSE-YEAR + 1) * 10000 + WS-YEAR-END-MMDD.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-PRIOR-FY-END) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-FY-START.
       CFY999.
           EXIT.
       CHECK-PERIOD-STATUS SECTION.
       CPS010.
      *
      *    A year is closed once, after it has ended, and only when
      *    every earlier year on record has been closed first.
      *
           IF WS-FY-END NOT < WS-TODAY-YYYYMMDD
              MOVE 'FINANCIAL YEAR HAS NOT YET ENDED'
                 TO WS-REFUSE-REASON
              GO TO CPS999
           END-IF.
           MOVE WS-CLOSE-YEAR TO HV-GLP-YEAR.
           EXEC SQL
              SELECT GLPERIOD_STATUS, GLPERIOD_CLOSED_DATE
              INTO :HV-GLP-STATUS, :HV-GLP-CLOSED-DATE
              FROM GLPERIOD
              WHERE GLPERIOD_SORTCODE = :HV-OUR-SORTCODE
              AND GLPERIOD_YEAR = :HV-GLP-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF SQLCODE = 0 AND HV-GLP-STATUS = 'C'
              MOVE 'FINANCIAL YEAR IS ALREADY CLOSED'
                 TO WS-REFUSE-REASON
              MOVE 4 TO RETURN-CODE
              GO TO CPS999
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OPEN-EARLIER
              FROM GLPERIOD
              WHERE GLPERIOD_SORTCODE = :HV-OUR-SORTCODE
              AND GLPERIOD_YEAR < :HV-GLP-YEAR
              AND GLPERIOD_STATUS <> 'C'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-OPEN-EARLIER > 0
              MOVE 'AN EARLIER FINANCIAL YEAR IS STILL OPEN'
                 TO WS-REFUSE-REASON
           END-IF.
       CPS999.
           EXIT.
       LOAD-YEAR-END-BALANCES SECTION.
       LYEB010.
           EXEC SQL OPEN GLBAL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LOAD-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE GLBAL-CURSOR
           END-EXEC.
      *
      *    Retained earnings takes the year's result even if nothing
      *    has been posted to it yet.
      *
           IF WS-RETAINED-AX = 0
              MOVE WS-RETAINED-ACCOUNT TO HV-GLBAL-ACCOUNT
              MOVE 0 TO HV-GLBAL-BALANCE
              MOVE 'E' TO HV-GLACCT-CLASS
              MOVE 'RETAINED EARNINGS' TO HV-GLACCT-DESC
              PERFORM ADD-ACCOUNT-ENTRY
           END-IF.
       LYEB999.
           EXIT.
       LOAD-ONE-ACCOUNT SECTION.
       LOA010.
           EXEC SQL FETCH GLBAL-CURSOR
              INTO :HV-GLBAL-ACCOUNT, :HV-GLBAL-BALANCE,
                   :HV-GLACCT-CLASS, :HV-GLACCT-DESC
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO LOA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE WS-FY-END TO HV-GLJRNL-DATE.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN GLJRNL_DR_CR = 'D'
                                       THEN GLJRNL_AMOUNT
                                       ELSE 0 - GLJRNL_AMOUNT END), 0)
              INTO :HV-LATER-MOVEMENT
              FROM GLJRNL
              WHERE GLJRNL_GL_ACCOUNT = :HV-GLBAL-ACCOUNT
              AND GLJRNL_DATE > :HV-GLJRNL-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           SUBTRACT HV-LATER-MOVEMENT FROM HV-GLBAL-BALANCE.
           PERFORM ADD-ACCOUNT-ENTRY.
       LOA999.
           EXIT.
       ADD-ACCOUNT-ENTRY SECTION.
       AAE010.
           IF WS-ACCOUNT-COUNT NOT < WS-MAX-ACCOUNTS
              DISPLAY 'GLYEND - MORE THAN ' WS-MAX-ACCOUNTS
                 ' GL ACCOUNTS, TABLE FULL'
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-ACCOUNT-COUNT TO WS-AX.
           MOVE HV-GLBAL-ACCOUNT TO WS-ACC-GL-ACCOUNT(WS-AX).
           MOVE HV-GLACCT-CLASS TO WS-ACC-CLASS(WS-AX).
           MOVE HV-GLACCT-DESC TO WS-ACC-DESC(WS-AX).
           MOVE HV-GLBAL-BALANCE TO WS-ACC-YE-BALANCE(WS-AX).
           MOVE HV-GLBAL-BALANCE TO WS-ACC-CARRIED(WS-AX).
      *
      *    The two equity accounts the close itself uses need no
      *    GLACCT row; the close writes one for them.
      *
           IF HV-GLBAL-ACCOUNT = WS-RETAINED-ACCOUNT
              MOVE WS-AX TO WS-RETAINED-AX
              MOVE 'E' TO WS-ACC-CLASS(WS-AX)
              IF WS-ACC-DESC(WS-AX) = SPACES
                 MOVE 'RETAINED EARNINGS' TO WS-ACC-DESC(WS-AX)
              END-IF
           END-IF.
           IF HV-GLBAL-ACCOUNT = WS-PPA-ACCOUNT
              MOVE 'E' TO WS-ACC-CLASS(WS-AX)
              IF WS-ACC-DESC(WS-AX) = SPACES
                 MOVE 'PRIOR-PERIOD ADJUSTMENTS'
                    TO WS-ACC-DESC(WS-AX)
              END-IF
           END-IF.
           IF NOT WS-ACC-CLASSIFIED(WS-AX)
              ADD 1 TO WS-UNCLASSIFIED
           END-IF.
       AAE999.
           EXIT.
       WRITE-TRIAL-BALANCE SECTION.
       WTB010.
           MOVE HV-OUR-SORTCODE TO WH1-SORTCODE.
           MOVE WS-CLOSE-YEAR TO WH1-YEAR.
           MOVE WS-FY-START TO WH1-FY-START.
           MOVE WS-FY-END TO WH1-FY-END.
           MOVE 'TRIAL BALANCE AT YEAR END' TO WH1-TITLE.
           WRITE CLOSE-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-TB-HEAD.
           MOVE 0 TO WS-TB-DEBITS.
           MOVE 0 TO WS-TB-CREDITS.
           PERFORM WRITE-TB-ACCOUNT
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
           PERFORM WRITE-TB-TOTALS.
           IF WS-UNCLASSIFIED > 0
              MOVE 'GL ACCOUNTS MARKED ? HAVE NO GLACCT CLASS'
                 TO WS-REFUSE-REASON
              GO TO WTB999
           END-IF.
           IF WS-TB-DIFF NOT = 0
              MOVE 'TRIAL BALANCE DOES NOT PROVE TO ZERO'
                 TO WS-REFUSE-REASON
           END-IF.
       WTB999.
           EXIT.
       WRITE-TB-ACCOUNT SECTION.
       WTBA010.
           PERFORM FORMAT-TB-LINE.
           IF WS-ACC-YE-BALANCE(WS-AX) NOT < 0
              ADD WS-ACC-YE-BALANCE(WS-AX) TO WS-TB-DEBITS
           ELSE
              SUBTRACT WS-ACC-YE-BALANCE(WS-AX) FROM WS-TB-CREDITS
           END-IF.
           MOVE WS-ACC-YE-BALANCE(WS-AX) TO WS-ABS-AMOUNT.
           PERFORM PUT-TB-AMOUNT.
           WRITE CLOSE-LINE FROM WS-TB-LINE.
       WTBA999.
           EXIT.
       FORMAT-TB-LINE SECTION.
       FTL010.
           MOVE WS-ACC-GL-ACCOUNT(WS-AX) TO WTB-GL-ACCOUNT.
           MOVE WS-ACC-CLASS(WS-AX) TO WTB-CLASS.
           IF NOT WS-ACC-CLASSIFIED(WS-AX)
              MOVE '?' TO WTB-CLASS
           END-IF.
           MOVE WS-ACC-DESC(WS-AX) TO WTB-DESC.
       FTL999.
           EXIT.
       PUT-TB-AMOUNT SECTION.
       PTA010.
      *
      *    Debit balances are held positive, credit balances negative.
      *
           MOVE 0 TO WTB-DEBIT.
           MOVE 0 TO WTB-CREDIT.
           IF WS-ABS-AMOUNT NOT < 0
              MOVE WS-ABS-AMOUNT TO WTB-DEBIT
           ELSE
              COMPUTE WTB-CREDIT = 0 - WS-ABS-AMOUNT
           END-IF.
       PTA999.
           EXIT.
       WRITE-TB-TOTALS SECTION.
       WTT010.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           MOVE 'TOTAL' TO WTB-GL-ACCOUNT.
           MOVE SPACE TO WTB-CLASS.
           MOVE SPACES TO WTB-DESC.
           MOVE WS-TB-DEBITS TO WTB-DEBIT.
           MOVE WS-TB-CREDITS TO WTB-CREDIT.
           WRITE CLOSE-LINE FROM WS-TB-LINE.
           COMPUTE WS-TB-DIFF = WS-TB-DEBITS - WS-TB-CREDITS.
           IF WS-TB-DIFF NOT = 0
              MOVE 'DIFFERENCE' TO WIS-TEXT
              MOVE WS-TB-DIFF TO WIS-AMOUNT
              WRITE CLOSE-LINE FROM WS-IS-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
       WTT999.
           EXIT.
       WRITE-INCOME-STATEMENT SECTION.
       WIS010.
           MOVE 'INCOME STATEMENT' TO WH1-TITLE.
           WRITE CLOSE-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           MOVE 'INCOME' TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-IS-INCOME
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
           MOVE 'TOTAL INCOME' TO WIS-TEXT.
           MOVE WS-TOTAL-INCOME TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           MOVE 'EXPENSES' TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-IS-EXPENSE
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
           MOVE 'TOTAL EXPENSES' TO WIS-TEXT.
           MOVE WS-TOTAL-EXPENSE TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           COMPUTE WS-NET-PROFIT = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
           MOVE 'NET PROFIT (LOSS) FOR THE YEAR' TO WIS-TEXT.
           MOVE WS-NET-PROFIT TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           PERFORM FIND-PPA-BALANCE
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
           MOVE 'PRIOR-PERIOD ADJUSTMENTS' TO WIS-TEXT.
           MOVE WS-PPA-TOTAL TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           COMPUTE WS-TRANSFER = WS-NET-PROFIT + WS-PPA-TOTAL.
           MOVE 'TRANSFERRED TO RETAINED EARNINGS' TO WIS-TEXT.
           MOVE WS-TRANSFER TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
       WIS999.
           EXIT.
       WRITE-IS-INCOME SECTION.
       WISI010.
      *
      *    Income is a credit balance, shown as a positive figure.
      *
           IF NOT WS-ACC-INCOME(WS-AX)
              GO TO WISI999
           END-IF.
           MOVE SPACES TO WIS-TEXT.
           STRING '  ' WS-ACC-GL-ACCOUNT(WS-AX) '  '
                  WS-ACC-DESC(WS-AX)
              DELIMITED BY SIZE INTO WIS-TEXT
           END-STRING.
           COMPUTE WS-ABS-AMOUNT = 0 - WS-ACC-YE-BALANCE(WS-AX).
           MOVE WS-ABS-AMOUNT TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-INCOME.
       WISI999.
           EXIT.
       WRITE-IS-EXPENSE SECTION.
       WISX010.
           IF NOT WS-ACC-EXPENSE(WS-AX)
              GO TO WISX999
           END-IF.
           MOVE SPACES TO WIS-TEXT.
           STRING '  ' WS-ACC-GL-ACCOUNT(WS-AX) '  '
                  WS-ACC-DESC(WS-AX)
              DELIMITED BY SIZE INTO WIS-TEXT
           END-STRING.
           MOVE WS-ACC-YE-BALANCE(WS-AX) TO WIS-AMOUNT.
           WRITE CLOSE-LINE FROM WS-IS-LINE.
           ADD WS-ACC-YE-BALANCE(WS-AX) TO WS-TOTAL-EXPENSE.
       WISX999.
           EXIT.
       FIND-PPA-BALANCE SECTION.
       FPB010.
           IF WS-ACC-GL-ACCOUNT(WS-AX) = WS-PPA-ACCOUNT
              COMPUTE WS-PPA-TOTAL = 0 - WS-ACC-YE-BALANCE(WS-AX)
           END-IF.
       FPB999.
           EXIT.
       POST-CLOSING-ENTRIES SECTION.
       PCE010.
      *
      *    The closing journal is dated the last day of the year, so
      *    the year's own journals show it and the new year opens
      *    with nothing on the income and expense accounts.
      *
           PERFORM SEED-JOURNAL-SEQUENCE.
           PERFORM CLOSE-ONE-ACCOUNT
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
           IF WS-TRANSFER = 0
              GO TO PCE999
           END-IF.
           MOVE WS-RETAINED-AX TO WS-AX.
           COMPUTE HV-GLBAL-DELTA = 0 - WS-TRANSFER.
           PERFORM POST-CLOSING-LEG.
       PCE999.
           EXIT.
       CLOSE-ONE-ACCOUNT SECTION.
       COA010.
           IF NOT WS-ACC-INCOME(WS-AX)
              AND NOT WS-ACC-EXPENSE(WS-AX)
              AND WS-ACC-GL-ACCOUNT(WS-AX) NOT = WS-PPA-ACCOUNT
              GO TO COA999
           END-IF.
           IF WS-ACC-YE-BALANCE(WS-AX) = 0
              GO TO COA999
           END-IF.
           COMPUTE HV-GLBAL-DELTA = 0 - WS-ACC-YE-BALANCE(WS-AX).
           PERFORM POST-CLOSING-LEG.
           ADD 1 TO WS-ACCOUNTS-CLOSED.
       COA999.
           EXIT.
       POST-CLOSING-LEG SECTION.
       PCL010.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-FY-END TO HV-GLJRNL-DATE.
           MOVE WS-JOURNAL-SEQ TO HV-GLJRNL-SEQ.
           MOVE WS-ACC-GL-ACCOUNT(WS-AX) TO HV-GLJRNL-GL-ACCOUNT.
           IF HV-GLBAL-DELTA < 0
              MOVE 'C' TO HV-GLJRNL-DR-CR
              COMPUTE HV-GLJRNL-AMOUNT = 0 - HV-GLBAL-DELTA
           ELSE
              MOVE 'D' TO HV-GLJRNL-DR-CR
              MOVE HV-GLBAL-DELTA TO HV-GLJRNL-AMOUNT
           END-IF.
           MOVE 'YEC' TO HV-GLJRNL-TRAN-TYPE.
           EXEC SQL
              INSERT INTO GLJRNL
                     (
                      GLJRNL_DATE,
                      GLJRNL_SEQ,
                      GLJRNL_GL_ACCOUNT,
                      GLJRNL_DR_CR,
                      GLJRNL_AMOUNT,
                      GLJRNL_TRAN_TYPE
                     )
              VALUES
                     (
                      :HV-GLJRNL-DATE,
                      :HV-GLJRNL-SEQ,
                      :HV-GLJRNL-GL-ACCOUNT,
                      :HV-GLJRNL-DR-CR,
                      :HV-GLJRNL-AMOUNT,
                      :HV-GLJRNL-TRAN-TYPE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'GLYEND - GLJRNL INSERT FAILED FOR ACCOUNT '
                 HV-GLJRNL-GL-ACCOUNT
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE WS-ACC-GL-ACCOUNT(WS-AX) TO HV-GLBAL-ACCOUNT.
           EXEC SQL
              UPDATE GLBAL
              SET GLBAL_BALANCE = GLBAL_BALANCE + :HV-GLBAL-DELTA
              WHERE GLBAL_SORTCODE = :HV-OUR-SORTCODE
              AND GLBAL_GL_ACCOUNT = :HV-GLBAL-ACCOUNT
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO GLBAL
                        (GLBAL_SORTCODE, GLBAL_GL_ACCOUNT,
                         GLBAL_BALANCE)
                 VALUES
                        (:HV-OUR-SORTCODE, :HV-GLBAL-ACCOUNT,
                         :HV-GLBAL-DELTA)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'GLYEND - GLBAL UPDATE FAILED FOR ACCOUNT '
                 HV-GLBAL-ACCOUNT
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD HV-GLBAL-DELTA TO WS-ACC-CARRIED(WS-AX).
       PCL999.
           EXIT.
       SEED-JOURNAL-SEQUENCE SECTION.
       SJS010.
           MOVE WS-FY-END TO HV-GLJRNL-DATE.
           MOVE 0 TO HV-MAX-SEQ.
           MOVE 0 TO HV-MAX-SEQ-IND.
           EXEC SQL
              SELECT MAX(GLJRNL_SEQ)
              INTO :HV-MAX-SEQ :HV-MAX-SEQ-IND
              FROM GLJRNL
              WHERE GLJRNL_DATE = :HV-GLJRNL-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-MAX-SEQ-IND < 0
              MOVE 0 TO HV-MAX-SEQ
           END-IF.
           MOVE HV-MAX-SEQ TO WS-JOURNAL-SEQ.
       SJS999.
           EXIT.
       RECORD-YEAR-BALANCES SECTION.
       RYB010.
           MOVE WS-CLOSE-YEAR TO HV-GLY-YEAR.
           EXEC SQL
              DELETE FROM GLYRBAL
              WHERE GLYRBAL_SORTCODE = :HV-OUR-SORTCODE
              AND GLYRBAL_YEAR = :HV-GLY-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM RECORD-ONE-ACCOUNT
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
      *
      *    Make sure the next close finds the two equity accounts
      *    classed even if this is the first time they were used.
      *
           MOVE WS-RETAINED-ACCOUNT TO HV-GLBAL-ACCOUNT.
           MOVE 'RETAINED EARNINGS' TO HV-GLACCT-DESC.
           PERFORM ENSURE-EQUITY-ACCOUNT.
           MOVE WS-PPA-ACCOUNT TO HV-GLBAL-ACCOUNT.
           MOVE 'PRIOR-PERIOD ADJUSTMENTS' TO HV-GLACCT-DESC.
           PERFORM ENSURE-EQUITY-ACCOUNT.
       RYB999.
           EXIT.
       RECORD-ONE-ACCOUNT SECTION.
       ROA010.
           MOVE WS-ACC-GL-ACCOUNT(WS-AX) TO HV-GLY-GL-ACCOUNT.
           MOVE WS-ACC-YE-BALANCE(WS-AX) TO HV-GLY-CLOSING.
           MOVE WS-ACC-CARRIED(WS-AX) TO HV-GLY-CARRIED.
           EXEC SQL
              INSERT INTO GLYRBAL
                     (GLYRBAL_SORTCODE, GLYRBAL_YEAR,
                      GLYRBAL_GL_ACCOUNT, GLYRBAL_CLOSING,
                      GLYRBAL_CARRIED)
              VALUES
                     (:HV-OUR-SORTCODE, :HV-GLY-YEAR,
                      :HV-GLY-GL-ACCOUNT, :HV-GLY-CLOSING,
                      :HV-GLY-CARRIED)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       ROA999.
           EXIT.
       ENSURE-EQUITY-ACCOUNT SECTION.
       EEA010.
           MOVE 'E' TO HV-GLACCT-CLASS.
           EXEC SQL
              INSERT INTO GLACCT
                     (GLACCT_SORTCODE, GLACCT_GL_ACCOUNT,
                      GLACCT_CLASS, GLACCT_DESC)
              SELECT :HV-OUR-SORTCODE, :HV-GLBAL-ACCOUNT,
                     :HV-GLACCT-CLASS, :HV-GLACCT-DESC
              FROM SYSIBM.SYSDUMMY1
              WHERE NOT EXISTS
                 (SELECT 1 FROM GLACCT
                  WHERE GLACCT_SORTCODE = :HV-OUR-SORTCODE
                  AND GLACCT_GL_ACCOUNT = :HV-GLBAL-ACCOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       EEA999.
           EXIT.
       WRITE-OPENING-BALANCE SECTION.
       WOB010.
           MOVE 'OPENING TRIAL BALANCE OF THE NEW YEAR'
              TO WH1-TITLE.
           COMPUTE WH1-YEAR = WS-CLOSE-YEAR + 1.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-FY-END) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WH1-FY-START.
           MOVE WS-NEXT-FY-END TO WH1-FY-END.
           WRITE CLOSE-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-TB-HEAD.
           MOVE 0 TO WS-TB-DEBITS.
           MOVE 0 TO WS-TB-CREDITS.
           PERFORM WRITE-OPENING-ACCOUNT
              VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACCOUNT-COUNT.
           PERFORM WRITE-TB-TOTALS.
       WOB999.
           EXIT.
       WRITE-OPENING-ACCOUNT SECTION.
       WOA010.
           IF NOT WS-ACC-BALANCE-SHEET(WS-AX)
              GO TO WOA999
           END-IF.
           PERFORM FORMAT-TB-LINE.
           IF WS-ACC-CARRIED(WS-AX) NOT < 0
              ADD WS-ACC-CARRIED(WS-AX) TO WS-TB-DEBITS
           ELSE
              SUBTRACT WS-ACC-CARRIED(WS-AX) FROM WS-TB-CREDITS
           END-IF.
           MOVE WS-ACC-CARRIED(WS-AX) TO WS-ABS-AMOUNT.
           PERFORM PUT-TB-AMOUNT.
           WRITE CLOSE-LINE FROM WS-TB-LINE.
       WOA999.
           EXIT.
       LOCK-CLOSED-YEAR SECTION.
       LCY010.
      *
      *    The closed year is locked against further posting and the
      *    next year is opened if it is not already on record.
      *
           MOVE WS-CLOSE-YEAR TO HV-GLP-YEAR.
           MOVE WS-FY-START TO HV-GLP-START-DATE.
           MOVE WS-FY-END TO HV-GLP-END-DATE.
           MOVE 'C' TO HV-GLP-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-GLP-CLOSED-DATE.
           EXEC SQL
              UPDATE GLPERIOD
              SET GLPERIOD_STATUS = :HV-GLP-STATUS,
                  GLPERIOD_START_DATE = :HV-GLP-START-DATE,
                  GLPERIOD_END_DATE = :HV-GLP-END-DATE,
                  GLPERIOD_CLOSED_DATE = :HV-GLP-CLOSED-DATE
              WHERE GLPERIOD_SORTCODE = :HV-OUR-SORTCODE
              AND GLPERIOD_YEAR = :HV-GLP-YEAR
           END-EXEC.
           IF SQLCODE = 100
              PERFORM INSERT-PERIOD-ROW
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO HV-GLP-YEAR.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-FY-END) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              TO HV-GLP-START-DATE.
           MOVE WS-NEXT-FY-END TO HV-GLP-END-DATE.
           MOVE 'O' TO HV-GLP-STATUS.
           MOVE 0 TO HV-GLP-CLOSED-DATE.
           EXEC SQL
              SELECT GLPERIOD_STATUS
              INTO :HV-GLP-STATUS
              FROM GLPERIOD
              WHERE GLPERIOD_SORTCODE = :HV-OUR-SORTCODE
              AND GLPERIOD_YEAR = :HV-GLP-YEAR
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'O' TO HV-GLP-STATUS
              PERFORM INSERT-PERIOD-ROW
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       LCY999.
           EXIT.
       INSERT-PERIOD-ROW SECTION.
       IPR010.
           EXEC SQL
              INSERT INTO GLPERIOD
                     (GLPERIOD_SORTCODE, GLPERIOD_YEAR,
                      GLPERIOD_START_DATE, GLPERIOD_END_DATE,
                      GLPERIOD_STATUS, GLPERIOD_CLOSED_DATE)
              VALUES
                     (:HV-OUR-SORTCODE, :HV-GLP-YEAR,
                      :HV-GLP-START-DATE, :HV-GLP-END-DATE,
                      :HV-GLP-STATUS, :HV-GLP-CLOSED-DATE)
           END-EXEC.
       IPR999.
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
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'GLYEND - UNRECOVERABLE ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           EXEC SQL
              ROLLBACK
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
