       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. Jon Collett.
      *
      *    Posts the day's PROCTRAN rows to the general ledger. A day
      *    that was missed can be posted by putting its date, as
      *    YYYYMMDD, on CONTROL <sortcode>-GLPOST-DATE; the value is
      *    cleared once that day has been posted.
      *
      *    A day that falls in a financial year already closed by
      *    GLYEND is journalled on the run date instead, and any leg
      *    that would reach an income, expense or unclassified GL
      *    account is redirected to the prior-period adjustments
      *    account (CONTROL <sortcode>-GL-PPA-ACCOUNT, default PPADJ)
      *    with an audit row on GLPPAUD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
          03 HV-GLJRNL-TRAN-TYPE            PIC X(3).
       01 HV-GLBAL-ACCOUNT                  PIC X(8).
       01 HV-GLBAL-DELTA                    PIC S9(13)V99.
       01 HV-MAX-SEQ                        PIC S9(9) COMP.
       01 HV-MAX-SEQ-IND                    PIC S9(4) COMP.
       01 HV-POST-DATE-NUM                  PIC S9(8).
       01 HV-CLOSED-COUNT                   PIC S9(9) COMP.
       01 HV-GLACCT-CLASS                   PIC X.
       01 HOST-GLPPAUD-ROW.
          03 HV-PPA-ORIG-DATE               PIC S9(8).
          03 HV-PPA-ORIG-ACCOUNT            PIC X(8).
          03 HV-PPA-PROGRAM                 PIC X(8) VALUE 'GLPOST'.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-RUN-DATE-NUM                   PIC S9(8).
       01 WS-POST-DATE-NUM                  PIC 9(8).
       01 WS-POST-DATE-GRP REDEFINES WS-POST-DATE-NUM.
          03 WS-POST-DATE-CCYY              PIC 9999.
          03 WS-POST-DATE-MM                PIC 99.
          03 WS-POST-DATE-DD                PIC 99.
       01 WS-JOURNAL-DATE-NUM               PIC S9(8).
       01 WS-LATE-POST-SW                   PIC X VALUE 'N'.
          88 WS-LATE-POST                        VALUE 'Y'.
       01 WS-PERIOD-SW                      PIC X VALUE 'O'.
          88 WS-PERIOD-CLOSED                    VALUE 'C'.
       01 WS-LEG-SW                         PIC X VALUE 'N'.
          88 WS-LEG-ROUTED                       VALUE 'Y'.
       01 WS-PPA-ACCOUNT                    PIC X(8) VALUE 'PPADJ'.
       01 LEGS-ROUTED                       PIC 9(8) VALUE 0.
       01 WS-JOURNAL-SEQ                    PIC S9(9) COMP VALUE 0.
       01 WS-ABS-AMOUNT                     PIC S9(13)V99.
       01 WS-TOTAL-DEBITS                   PIC S9(15)V99 VALUE 0.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           PERFORM GET-POSTING-DATE.
           STRING WS-POST-DATE-DD '.' WS-POST-DATE-MM '.'
              WS-POST-DATE-CCYY DELIMITED BY SIZE
              INTO HV-TODAY-DATE
           END-STRING.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM SEED-JOURNAL-SEQUENCE.
           OPEN OUTPUT GL-EXTRACT-FILE.
           EXEC SQL OPEN AGG-CURSOR
           END-EXEC.
           END-EXEC.
           CLOSE GL-EXTRACT-FILE.
           PERFORM PROVE-JOURNAL-BALANCE.
           IF WS-LATE-POST
              PERFORM CLEAR-POSTING-DATE
           END-IF.
           DISPLAY 'GLPOST - TRANSACTION TYPES POSTED: ' TYPES-POSTED.
           IF WS-PERIOD-CLOSED
              DISPLAY 'GLPOST - LEGS ROUTED TO ' WS-PPA-ACCOUNT ': '
                 LEGS-ROUTED
           END-IF.
           STOP RUN.
       P999.
           EXIT.
           END-IF
           MOVE HV-GLRULE-DR-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT.
           MOVE 'D' TO HV-GLJRNL-DR-CR.
           PERFORM ROUTE-CLOSED-PERIOD-LEG.
           PERFORM WRITE-JOURNAL-ENTRY.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBITS.
           COMPUTE HV-GLBAL-DELTA = WS-ABS-AMOUNT.
           MOVE HV-GLJRNL-GL-ACCOUNT TO HV-GLBAL-ACCOUNT.
           PERFORM UPDATE-GL-BALANCE.
           MOVE HV-GLRULE-CR-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT.
           MOVE 'C' TO HV-GLJRNL-DR-CR.
           PERFORM ROUTE-CLOSED-PERIOD-LEG.
           PERFORM WRITE-JOURNAL-ENTRY.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-CREDITS.
           COMPUTE HV-GLBAL-DELTA = 0 - WS-ABS-AMOUNT.
           MOVE HV-GLJRNL-GL-ACCOUNT TO HV-GLBAL-ACCOUNT.
           PERFORM UPDATE-GL-BALANCE.
           ADD 1 TO TYPES-POSTED.
       POTT999.
       WRITE-JOURNAL-ENTRY SECTION.
       WJE010.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-JOURNAL-DATE-NUM TO HV-GLJRNL-DATE.
           MOVE WS-JOURNAL-SEQ TO HV-GLJRNL-SEQ.
           MOVE WS-ABS-AMOUNT TO HV-GLJRNL-AMOUNT.
           MOVE HV-AGG-TRAN-TYPE TO HV-GLJRNL-TRAN-TYPE.
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-JOURNAL-DATE-NUM TO GLX-DATE.
           MOVE HV-GLJRNL-GL-ACCOUNT TO GLX-GL-ACCOUNT.
           MOVE HV-GLJRNL-DR-CR TO GLX-DR-CR.
           MOVE WS-ABS-AMOUNT TO GLX-AMOUNT.
           MOVE HV-AGG-TRAN-TYPE TO GLX-TRAN-TYPE.
           MOVE HV-AGG-COUNT TO GLX-ITEM-COUNT.
           WRITE GL-EXTRACT-RECORD.
           IF WS-LEG-ROUTED
              PERFORM WRITE-PPA-AUDIT
           END-IF.
       WJE999.
           EXIT.
       UPDATE-GL-BALANCE SECTION.
           END-IF.
       UGB999.
           EXIT.
       GET-POSTING-DATE SECTION.
       GPD010.
      *
      *    Normally the run date. A missed day on CONTROL is posted
      *    instead, provided it is before the run date.
      *
           MOVE WS-RUN-DATE-NUM TO WS-POST-DATE-NUM.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GLPOST-DATE' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE NOT = 0 OR HV-CONTROL-VALUE-NUM = 0
              GO TO GPD999
           END-IF.
           IF HV-CONTROL-VALUE-NUM NOT < WS-RUN-DATE-NUM
              OR HV-CONTROL-VALUE-NUM < 19000101
              DISPLAY 'GLPOST - POSTING DATE ' HV-CONTROL-VALUE-NUM
                 ' IGNORED, RUN DATE POSTED'
              GO TO GPD999
           END-IF.
           MOVE HV-CONTROL-VALUE-NUM TO WS-POST-DATE-NUM.
           MOVE 'Y' TO WS-LATE-POST-SW.
           DISPLAY 'GLPOST - POSTING MISSED DAY ' WS-POST-DATE-NUM.
       GPD999.
           EXIT.
       CHECK-POSTING-PERIOD SECTION.
       CPP010.
      *
      *    Nothing is posted into a financial year GLYEND has closed.
      *    Its late business is journalled on the run date, which
      *    must itself fall in an open year.
      *
           MOVE WS-POST-DATE-NUM TO WS-JOURNAL-DATE-NUM.
           MOVE WS-POST-DATE-NUM TO HV-POST-DATE-NUM.
           PERFORM COUNT-CLOSED-PERIODS.
           IF HV-CLOSED-COUNT = 0
              GO TO CPP999
           END-IF.
           MOVE WS-RUN-DATE-NUM TO HV-POST-DATE-NUM.
           PERFORM COUNT-CLOSED-PERIODS.
           IF HV-CLOSED-COUNT > 0
              DISPLAY 'GLPOST - RUN DATE ' WS-RUN-DATE-NUM
                 ' FALLS IN A CLOSED FINANCIAL YEAR - RUN ABANDONED'
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'C' TO WS-PERIOD-SW.
           MOVE WS-RUN-DATE-NUM TO WS-JOURNAL-DATE-NUM.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-PPA-ACCOUNT' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO WS-PPA-ACCOUNT
           END-IF.
           DISPLAY 'GLPOST - ' WS-POST-DATE-NUM
              ' IS IN A CLOSED FINANCIAL YEAR, JOURNALLED ON '
              WS-JOURNAL-DATE-NUM.
       CPP999.
           EXIT.
       COUNT-CLOSED-PERIODS SECTION.
       CCP010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-CLOSED-COUNT
              FROM GLPERIOD
              WHERE GLPERIOD_SORTCODE = :HV-OUR-SORTCODE
              AND GLPERIOD_STATUS = 'C'
              AND GLPERIOD_START_DATE <= :HV-POST-DATE-NUM
              AND GLPERIOD_END_DATE >= :HV-POST-DATE-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       CCP999.
           EXIT.
       SEED-JOURNAL-SEQUENCE SECTION.
       SJS010.
           MOVE WS-JOURNAL-DATE-NUM TO HV-GLJRNL-DATE.
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
       ROUTE-CLOSED-PERIOD-LEG SECTION.
       RCPL010.
      *
      *    Balance-sheet accounts carry across the year end, so legs
      *    to them post as normal. Anything that would have landed in
      *    the closed year's income or expense goes to the
      *    prior-period adjustments account.
      *
           MOVE 'N' TO WS-LEG-SW.
           IF NOT WS-PERIOD-CLOSED
              GO TO RCPL999
           END-IF.
           MOVE SPACE TO HV-GLACCT-CLASS.
           EXEC SQL
              SELECT GLACCT_CLASS
              INTO :HV-GLACCT-CLASS
              FROM GLACCT
              WHERE GLACCT_SORTCODE = :HV-OUR-SORTCODE
              AND GLACCT_GL_ACCOUNT = :HV-GLJRNL-GL-ACCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF SQLCODE = 0
              AND (HV-GLACCT-CLASS = 'A' OR HV-GLACCT-CLASS = 'L'
                   OR HV-GLACCT-CLASS = 'E')
              GO TO RCPL999
           END-IF.
           MOVE HV-GLJRNL-GL-ACCOUNT TO HV-PPA-ORIG-ACCOUNT.
           MOVE WS-PPA-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT.
           MOVE 'Y' TO WS-LEG-SW.
           ADD 1 TO LEGS-ROUTED.
       RCPL999.
           EXIT.
       WRITE-PPA-AUDIT SECTION.
       WPA010.
           MOVE WS-POST-DATE-NUM TO HV-PPA-ORIG-DATE.
           EXEC SQL
              INSERT INTO GLPPAUD
                     (
                      GLPPAUD_SORTCODE,
                      GLPPAUD_POSTED_DATE,
                      GLPPAUD_SEQ,
                      GLPPAUD_ORIG_DATE,
                      GLPPAUD_TRAN_TYPE,
                      GLPPAUD_ORIG_ACCOUNT,
                      GLPPAUD_ADJ_ACCOUNT,
                      GLPPAUD_DR_CR,
                      GLPPAUD_AMOUNT,
                      GLPPAUD_PROGRAM
                     )
              VALUES
                     (
                      :HV-OUR-SORTCODE,
                      :HV-GLJRNL-DATE,
                      :HV-GLJRNL-SEQ,
                      :HV-PPA-ORIG-DATE,
                      :HV-GLJRNL-TRAN-TYPE,
                      :HV-PPA-ORIG-ACCOUNT,
                      :HV-GLJRNL-GL-ACCOUNT,
                      :HV-GLJRNL-DR-CR,
                      :HV-GLJRNL-AMOUNT,
                      :HV-PPA-PROGRAM
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'GLPOST - GLPPAUD INSERT FAILED FOR ACCOUNT '
                 HV-PPA-ORIG-ACCOUNT ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       WPA999.
           EXIT.
       CLEAR-POSTING-DATE SECTION.
       CPD010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GLPOST-DATE' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           MOVE 0 TO HV-CONTROL-VALUE-NUM.
           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       CPD999.
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
       PROVE-JOURNAL-BALANCE SECTION.
       PJB010.
           COMPUTE WS-PROOF-DIFF =
