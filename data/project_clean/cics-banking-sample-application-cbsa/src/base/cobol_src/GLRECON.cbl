       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       AUTHOR. Jon Collett.
      *
      *    Daily reconciliation of the GL control accounts to the
      *    customer ledger. ACCOUNT actual balances are totalled by
      *    sort code, product and currency and each total is
      *    matched to its control account through GLCTLMAP; all the
      *    totals mapped to one control account are compared with
      *    that account's GLBAL balance. Customer balances are shown
      *    in GL sign (lending is a debit, deposits a credit), so a
      *    control account agrees when GLBAL equals the total.
      *
      *    Loan principal still to be repaid on LOANSCHD is compared
      *    separately with the loans control account on CONTROL
      *    <sortcode>-GL-LOANS-CTL (default LOANS).
      *
      *    A difference is kept on GLRECDIF from the first day it is
      *    seen until the day it clears, and the report lists every
      *    open difference with its age in days. Any difference
      *    older than CONTROL <sortcode>-GL-RECON-MAX-AGE days
      *    (default 3) sets return code 8 so that it is investigated
      *    before the month end.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-REPORT ASSIGN TO RECNRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-REPORT
           RECORDING MODE IS F.
       01  RECON-LINE                         PIC X(132).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY                          PIC S9(8).
       01 HOST-PRODUCT-ROW.
          03 HV-PRD-SORTCODE                PIC X(6).
          03 HV-PRD-GL-ACCOUNT              PIC X(8).
          03 HV-PRD-ACC-TYPE                PIC X(8).
          03 HV-PRD-CCY                     PIC X(3).
          03 HV-PRD-COUNT                   PIC S9(9) COMP.
          03 HV-PRD-BALANCE                 PIC S9(13)V99.
       01 HOST-LOAN-ROW.
          03 HV-LN-SORTCODE                 PIC X(6).
          03 HV-LN-LOANS                    PIC S9(9) COMP.
          03 HV-LN-PRINCIPAL                PIC S9(13)V99.
       01 HV-GLBAL-SORTCODE                 PIC X(6).
       01 HV-GLBAL-ACCOUNT                  PIC X(8).
       01 HV-GLBAL-BALANCE                  PIC S9(13)V99.
       01 HOST-GLRECDIF-ROW.
          03 HV-RD-SORTCODE                 PIC X(6).
          03 HV-RD-GL-ACCOUNT               PIC X(8).
          03 HV-RD-TYPE                     PIC X.
          03 HV-RD-FIRST-DATE               PIC S9(8).
          03 HV-RD-DIFFERENCE               PIC S9(13)V99.
          03 HV-RD-SUBLEDGER                PIC S9(13)V99.
          03 HV-RD-GL-BALANCE               PIC S9(13)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-NUM                      PIC 9(8).
       01 WS-FIRST-DATE-NUM                 PIC 9(8).
       01 WS-MAX-AGE                        PIC S9(5) COMP VALUE 3.
       01 WS-AGE-DAYS                       PIC S9(5) COMP.
       01 WS-LOANS-ACCOUNT                  PIC X(8) VALUE 'LOANS'.
      *
      *    Control break on sort code and control account.
      *
       01 WS-BREAK-KEY.
          03 WS-BRK-SORTCODE                PIC X(6).
          03 WS-BRK-GL-ACCOUNT              PIC X(8).
       01 WS-NEW-KEY.
          03 WS-NEW-SORTCODE                PIC X(6).
          03 WS-NEW-GL-ACCOUNT              PIC X(8).
       01 WS-FIRST-ROW-SW                   PIC X VALUE 'Y'.
          88 WS-FIRST-ROW                        VALUE 'Y'.
       01 WS-CTL-SUBLEDGER                  PIC S9(15)V99.
       01 WS-CTL-ACCOUNTS                   PIC S9(9) COMP.
       01 WS-PRD-GL-SIGN                    PIC S9(15)V99.
       01 WS-DIFFERENCE                     PIC S9(15)V99.
       01 CONTROL-ACCOUNTS-CHECKED          PIC 9(8) VALUE 0.
       01 CONTROL-ACCOUNTS-AGREED           PIC 9(8) VALUE 0.
       01 DIFFERENCES-OPEN                  PIC 9(8) VALUE 0.
       01 DIFFERENCES-OVER-AGE              PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE                    PIC X(132).
       01 WS-HEAD-1.
          03 FILLER                         PIC X(15)
                VALUE 'GLRECON - SORT '.
          03 WH1-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(4) VALUE SPACES.
          03 WH1-TITLE                      PIC X(50).
          03 FILLER                         PIC X(9)
                VALUE 'RUN DATE '.
          03 WH1-RUN-DATE                   PIC 9(8).
          03 FILLER                         PIC X(40) VALUE SPACES.
       01 WS-PRD-HEAD.
          03 FILLER                         PIC X(42) VALUE
                'SORT    CONTROL   PRODUCT   CCY   ACCOUNTS'.
          03 FILLER                         PIC X(22) VALUE
                '      CUSTOMER LEDGER'.
          03 FILLER                         PIC X(22) VALUE
                '          GL BALANCE'.
          03 FILLER                         PIC X(22) VALUE
                '         DIFFERENCE'.
          03 FILLER                         PIC X(24) VALUE SPACES.
       01 WS-PRD-LINE.
          03 WPL-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-GL-ACCOUNT                 PIC X(8).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-ACC-TYPE                   PIC X(8).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-CCY                        PIC X(3).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-COUNT                      PIC Z(8)9.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-SUBLEDGER                  PIC -(15)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-GL-BALANCE                 PIC -(15)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-DIFFERENCE                 PIC -(15)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WPL-FLAG                       PIC X(12).
          03 FILLER                         PIC X(13) VALUE SPACES.
       01 WS-DIF-HEAD.
          03 FILLER                         PIC X(42) VALUE
                'SORT    CONTROL   TYPE      FIRST SEEN'.
          03 FILLER                         PIC X(22) VALUE
                '      CUSTOMER LEDGER'.
          03 FILLER                         PIC X(22) VALUE
                '          GL BALANCE'.
          03 FILLER                         PIC X(22) VALUE
                '         DIFFERENCE'.
          03 FILLER                         PIC X(24) VALUE
                ' AGE'.
       01 WS-DIF-LINE.
          03 WDL-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WDL-GL-ACCOUNT                 PIC X(8).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WDL-TYPE                       PIC X(8).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WDL-FIRST-DATE                 PIC 9(8).
          03 FILLER                         PIC X(8) VALUE SPACES.
          03 WDL-SUBLEDGER                  PIC -(15)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WDL-GL-BALANCE                 PIC -(15)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WDL-DIFFERENCE                 PIC -(15)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WDL-AGE                        PIC ZZZZ9.
          03 FILLER                         PIC X VALUE SPACE.
          03 WDL-FLAG                       PIC X(10).
          03 FILLER                         PIC X(9) VALUE SPACES.
           EXEC SQL
              DECLARE PRODUCT-CURSOR CURSOR FOR
                 SELECT A.ACCOUNT_SORTCODE,
                        COALESCE(M.GLCTLMAP_GL_ACCOUNT, ' '),
                        A.ACCOUNT_TYPE,
                        CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                              OR A.ACCOUNT_CURRENCY_CODE = ' '
                             THEN 'GBP'
                             ELSE A.ACCOUNT_CURRENCY_CODE END,
                        COUNT(*),
                        SUM(A.ACCOUNT_ACTUAL_BALANCE)
                 FROM ACCOUNT A
                 LEFT OUTER JOIN GLCTLMAP M
                 ON M.GLCTLMAP_SORTCODE = A.ACCOUNT_SORTCODE
                 AND M.GLCTLMAP_ACC_TYPE = A.ACCOUNT_TYPE
                 AND M.GLCTLMAP_CCY =
                        CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                              OR A.ACCOUNT_CURRENCY_CODE = ' '
                             THEN 'GBP'
                             ELSE A.ACCOUNT_CURRENCY_CODE END
                 GROUP BY A.ACCOUNT_SORTCODE,
                        COALESCE(M.GLCTLMAP_GL_ACCOUNT, ' '),
                        A.ACCOUNT_TYPE,
                        CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                              OR A.ACCOUNT_CURRENCY_CODE = ' '
                             THEN 'GBP'
                             ELSE A.ACCOUNT_CURRENCY_CODE END
                 ORDER BY 1, 2, 3, 4
                 FOR FETCH ONLY
           END-EXEC.
      *
      *    Control accounts whose products no longer have any
      *    accounts open but which still carry a balance.
      *
           EXEC SQL
              DECLARE ORPHAN-CURSOR CURSOR FOR
                 SELECT DISTINCT M.GLCTLMAP_SORTCODE,
                        M.GLCTLMAP_GL_ACCOUNT
                 FROM GLCTLMAP M
                 WHERE NOT EXISTS
                    (SELECT 1 FROM GLCTLMAP M2, ACCOUNT A
                     WHERE M2.GLCTLMAP_SORTCODE = M.GLCTLMAP_SORTCODE
                     AND M2.GLCTLMAP_GL_ACCOUNT =
                         M.GLCTLMAP_GL_ACCOUNT
                     AND A.ACCOUNT_SORTCODE = M2.GLCTLMAP_SORTCODE
                     AND A.ACCOUNT_TYPE = M2.GLCTLMAP_ACC_TYPE
                     AND M2.GLCTLMAP_CCY =
                        CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                              OR A.ACCOUNT_CURRENCY_CODE = ' '
                             THEN 'GBP'
                             ELSE A.ACCOUNT_CURRENCY_CODE END)
                 ORDER BY 1, 2
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE LOAN-CURSOR CURSOR FOR
                 SELECT LOANSCHD_SORTCODE,
                        COUNT(DISTINCT LOANSCHD_NUMBER),
                        SUM(LOANSCHD_PRINCIPAL)
                 FROM LOANSCHD
                 WHERE LOANSCHD_STATUS IN ('D', 'M', 'H')
                 GROUP BY LOANSCHD_SORTCODE
                 ORDER BY 1
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE DIFF-CURSOR CURSOR FOR
                 SELECT GLRECDIF_SORTCODE, GLRECDIF_GL_ACCOUNT,
                        GLRECDIF_TYPE, GLRECDIF_FIRST_DATE,
                        GLRECDIF_SUBLEDGER, GLRECDIF_GL_BALANCE,
                        GLRECDIF_DIFFERENCE
                 FROM GLRECDIF
                 ORDER BY GLRECDIF_FIRST_DATE, GLRECDIF_SORTCODE,
                          GLRECDIF_GL_ACCOUNT, GLRECDIF_TYPE
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-NUM =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-TODAY-NUM TO HV-TODAY.
           PERFORM GET-RECON-CONFIG.
           OPEN OUTPUT RECON-REPORT.
           MOVE HV-OUR-SORTCODE TO WH1-SORTCODE.
           MOVE WS-TODAY-NUM TO WH1-RUN-DATE.
           PERFORM RECONCILE-PRODUCTS.
           PERFORM RECONCILE-LOAN-PRINCIPAL.
           PERFORM LIST-DIFFERENCES.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           CLOSE RECON-REPORT.
           DISPLAY 'GLRECON - CONTROL ACCOUNTS CHECKED: '
              CONTROL-ACCOUNTS-CHECKED.
           DISPLAY 'GLRECON - CONTROL ACCOUNTS AGREED:  '
              CONTROL-ACCOUNTS-AGREED.
           DISPLAY 'GLRECON - DIFFERENCES OPEN:         '
              DIFFERENCES-OPEN.
           DISPLAY 'GLRECON - DIFFERENCES OVER AGE:     '
              DIFFERENCES-OVER-AGE.
           IF DIFFERENCES-OVER-AGE > 0
              DISPLAY 'GLRECON - RECONCILIATION FAILED - DIFFERENCES '
                 'OLDER THAN ' WS-MAX-AGE ' DAYS'
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       GET-RECON-CONFIG SECTION.
       GRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-RECON-MAX-AGE' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM NOT < 0
              AND HV-CONTROL-VALUE-NUM < 10000
              MOVE HV-CONTROL-VALUE-NUM TO WS-MAX-AGE
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GL-LOANS-CTL' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO WS-LOANS-ACCOUNT
           END-IF.
       GRC999.
           EXIT.
       RECONCILE-PRODUCTS SECTION.
       RP010.
           MOVE 'CONTROL ACCOUNTS TO CUSTOMER LEDGER' TO WH1-TITLE.
           WRITE RECON-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-PRD-HEAD.
           MOVE 'N' TO WS-EXIT-SW.
           MOVE 'Y' TO WS-FIRST-ROW-SW.
           EXEC SQL OPEN PRODUCT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PROCESS-PRODUCT-ROW UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE PRODUCT-CURSOR
           END-EXEC.
           IF NOT WS-FIRST-ROW
              PERFORM COMPARE-CONTROL-ACCOUNT
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN ORPHAN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PROCESS-ORPHAN-ROW UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE ORPHAN-CURSOR
           END-EXEC.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-REPORT-LINE.
       RP999.
           EXIT.
       PROCESS-PRODUCT-ROW SECTION.
       PPR010.
           EXEC SQL FETCH PRODUCT-CURSOR
              INTO :HV-PRD-SORTCODE, :HV-PRD-GL-ACCOUNT,
                   :HV-PRD-ACC-TYPE, :HV-PRD-CCY,
                   :HV-PRD-COUNT, :HV-PRD-BALANCE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO PPR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-PRD-SORTCODE TO WS-NEW-SORTCODE.
           MOVE HV-PRD-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT.
           IF WS-FIRST-ROW
              MOVE 'N' TO WS-FIRST-ROW-SW
              MOVE WS-NEW-KEY TO WS-BREAK-KEY
              MOVE 0 TO WS-CTL-SUBLEDGER
              MOVE 0 TO WS-CTL-ACCOUNTS
           END-IF.
           IF WS-NEW-KEY NOT = WS-BREAK-KEY
              PERFORM COMPARE-CONTROL-ACCOUNT
              MOVE WS-NEW-KEY TO WS-BREAK-KEY
              MOVE 0 TO WS-CTL-SUBLEDGER
              MOVE 0 TO WS-CTL-ACCOUNTS
           END-IF.
      *
      *    Customer credit balances are GL credits, so the ledger
      *    total changes sign to sit beside the GL balance.
      *
           COMPUTE WS-PRD-GL-SIGN = 0 - HV-PRD-BALANCE.
           ADD WS-PRD-GL-SIGN TO WS-CTL-SUBLEDGER.
           ADD HV-PRD-COUNT TO WS-CTL-ACCOUNTS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO WS-PRD-LINE.
           MOVE HV-PRD-SORTCODE TO WPL-SORTCODE.
           MOVE HV-PRD-GL-ACCOUNT TO WPL-GL-ACCOUNT.
           IF HV-PRD-GL-ACCOUNT = SPACES
              MOVE 'UNMAPPED' TO WPL-GL-ACCOUNT
           END-IF.
           MOVE HV-PRD-ACC-TYPE TO WPL-ACC-TYPE.
           MOVE HV-PRD-CCY TO WPL-CCY.
           MOVE HV-PRD-COUNT TO WPL-COUNT.
           MOVE WS-PRD-GL-SIGN TO WPL-SUBLEDGER.
           WRITE RECON-LINE FROM WS-PRD-LINE.
       PPR999.
           EXIT.
       COMPARE-CONTROL-ACCOUNT SECTION.
       CCA010.
      *
      *    Products with no GLCTLMAP row cannot agree with anything,
      *    so their whole total is a difference.
      *
           MOVE WS-BRK-SORTCODE TO HV-GLBAL-SORTCODE.
           MOVE WS-BRK-GL-ACCOUNT TO HV-GLBAL-ACCOUNT.
           MOVE 0 TO HV-GLBAL-BALANCE.
           IF WS-BRK-GL-ACCOUNT NOT = SPACES
              PERFORM READ-GL-BALANCE
           ELSE
              MOVE 'UNMAPPED' TO HV-GLBAL-ACCOUNT
           END-IF.
           MOVE WS-CTL-SUBLEDGER TO HV-RD-SUBLEDGER.
           MOVE 'B' TO HV-RD-TYPE.
           PERFORM WRITE-CONTROL-TOTAL.
       CCA999.
           EXIT.
       WRITE-CONTROL-TOTAL SECTION.
       WCT010.
           ADD 1 TO CONTROL-ACCOUNTS-CHECKED.
           COMPUTE WS-DIFFERENCE = HV-GLBAL-BALANCE - HV-RD-SUBLEDGER.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO WS-PRD-LINE.
           MOVE HV-GLBAL-SORTCODE TO WPL-SORTCODE.
           MOVE HV-GLBAL-ACCOUNT TO WPL-GL-ACCOUNT.
           MOVE 'TOTAL' TO WPL-ACC-TYPE.
           IF HV-RD-TYPE = 'L'
              MOVE 'PRINCPL' TO WPL-ACC-TYPE
              MOVE HV-LN-LOANS TO WPL-COUNT
           ELSE
              MOVE WS-CTL-ACCOUNTS TO WPL-COUNT
           END-IF.
           MOVE HV-RD-SUBLEDGER TO WPL-SUBLEDGER.
           MOVE HV-GLBAL-BALANCE TO WPL-GL-BALANCE.
           MOVE WS-DIFFERENCE TO WPL-DIFFERENCE.
           IF WS-DIFFERENCE = 0
              MOVE 'AGREED' TO WPL-FLAG
              ADD 1 TO CONTROL-ACCOUNTS-AGREED
           ELSE
              MOVE '*UNRECONCLD' TO WPL-FLAG
           END-IF.
           WRITE RECON-LINE FROM WS-PRD-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-REPORT-LINE.
           IF WS-DIFFERENCE NOT = 0
              MOVE HV-GLBAL-SORTCODE TO HV-RD-SORTCODE
              MOVE HV-GLBAL-ACCOUNT TO HV-RD-GL-ACCOUNT
              MOVE HV-GLBAL-BALANCE TO HV-RD-GL-BALANCE
              MOVE WS-DIFFERENCE TO HV-RD-DIFFERENCE
              PERFORM RECORD-DIFFERENCE
           END-IF.
       WCT999.
           EXIT.
       PROCESS-ORPHAN-ROW SECTION.
       POR010.
           EXEC SQL FETCH ORPHAN-CURSOR
              INTO :HV-GLBAL-SORTCODE, :HV-GLBAL-ACCOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO POR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM READ-GL-BALANCE.
           IF HV-GLBAL-BALANCE = 0
              GO TO POR999
           END-IF.
           MOVE 0 TO WS-CTL-ACCOUNTS.
           MOVE 0 TO HV-RD-SUBLEDGER.
           MOVE 'B' TO HV-RD-TYPE.
           PERFORM WRITE-CONTROL-TOTAL.
       POR999.
           EXIT.
       RECONCILE-LOAN-PRINCIPAL SECTION.
       RLP010.
           MOVE 'LOAN PRINCIPAL TO LOANS CONTROL ACCOUNT'
              TO WH1-TITLE.
           WRITE RECON-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-PRD-HEAD.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN LOAN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PROCESS-LOAN-ROW UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE LOAN-CURSOR
           END-EXEC.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-REPORT-LINE.
       RLP999.
           EXIT.
       PROCESS-LOAN-ROW SECTION.
       PLR010.
           EXEC SQL FETCH LOAN-CURSOR
              INTO :HV-LN-SORTCODE, :HV-LN-LOANS, :HV-LN-PRINCIPAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO PLR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    Principal owed to the bank is a GL debit, so it is
      *    compared as it stands.
      *
           MOVE HV-LN-SORTCODE TO HV-GLBAL-SORTCODE.
           MOVE WS-LOANS-ACCOUNT TO HV-GLBAL-ACCOUNT.
           PERFORM READ-GL-BALANCE.
           MOVE HV-LN-PRINCIPAL TO HV-RD-SUBLEDGER.
           MOVE 'L' TO HV-RD-TYPE.
           PERFORM WRITE-CONTROL-TOTAL.
       PLR999.
           EXIT.
       READ-GL-BALANCE SECTION.
       RGB010.
           MOVE 0 TO HV-GLBAL-BALANCE.
           EXEC SQL
              SELECT GLBAL_BALANCE
              INTO :HV-GLBAL-BALANCE
              FROM GLBAL
              WHERE GLBAL_SORTCODE = :HV-GLBAL-SORTCODE
              AND GLBAL_GL_ACCOUNT = :HV-GLBAL-ACCOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 0 TO HV-GLBAL-BALANCE
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       RGB999.
           EXIT.
       RECORD-DIFFERENCE SECTION.
       RD010.
      *
      *    The first date is kept for as long as the control account
      *    stays out, whatever the amount does in the meantime.
      *
           EXEC SQL
              UPDATE GLRECDIF
              SET GLRECDIF_LAST_DATE = :HV-TODAY,
                  GLRECDIF_SUBLEDGER = :HV-RD-SUBLEDGER,
                  GLRECDIF_GL_BALANCE = :HV-RD-GL-BALANCE,
                  GLRECDIF_DIFFERENCE = :HV-RD-DIFFERENCE
              WHERE GLRECDIF_SORTCODE = :HV-RD-SORTCODE
              AND GLRECDIF_GL_ACCOUNT = :HV-RD-GL-ACCOUNT
              AND GLRECDIF_TYPE = :HV-RD-TYPE
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO GLRECDIF
                        (GLRECDIF_SORTCODE, GLRECDIF_GL_ACCOUNT,
                         GLRECDIF_TYPE, GLRECDIF_FIRST_DATE,
                         GLRECDIF_LAST_DATE, GLRECDIF_SUBLEDGER,
                         GLRECDIF_GL_BALANCE, GLRECDIF_DIFFERENCE)
                 VALUES
                        (:HV-RD-SORTCODE, :HV-RD-GL-ACCOUNT,
                         :HV-RD-TYPE, :HV-TODAY,
                         :HV-TODAY, :HV-RD-SUBLEDGER,
                         :HV-RD-GL-BALANCE, :HV-RD-DIFFERENCE)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'GLRECON - UNABLE TO RECORD DIFFERENCE FOR '
                 HV-RD-GL-ACCOUNT
              PERFORM ABEND-THIS-RUN
           END-IF.
       RD999.
           EXIT.
       LIST-DIFFERENCES SECTION.
       LD010.
      *
      *    Anything not seen out of balance today has cleared.
      *
           EXEC SQL
              DELETE FROM GLRECDIF
              WHERE GLRECDIF_LAST_DATE < :HV-TODAY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'UNRECONCILED DIFFERENCES BY AGE' TO WH1-TITLE.
           WRITE RECON-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-REPORT-LINE.
           WRITE RECON-LINE FROM WS-DIF-HEAD.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN DIFF-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LIST-ONE-DIFFERENCE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE DIFF-CURSOR
           END-EXEC.
           IF DIFFERENCES-OPEN = 0
              MOVE 'NO UNRECONCILED DIFFERENCES' TO WS-REPORT-LINE
              WRITE RECON-LINE FROM WS-REPORT-LINE
           END-IF.
       LD999.
           EXIT.
       LIST-ONE-DIFFERENCE SECTION.
       LOD010.
           EXEC SQL FETCH DIFF-CURSOR
              INTO :HV-RD-SORTCODE, :HV-RD-GL-ACCOUNT,
                   :HV-RD-TYPE, :HV-RD-FIRST-DATE,
                   :HV-RD-SUBLEDGER, :HV-RD-GL-BALANCE,
                   :HV-RD-DIFFERENCE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO LOD999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO DIFFERENCES-OPEN.
           MOVE HV-RD-FIRST-DATE TO WS-FIRST-DATE-NUM.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-NUM).
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO WS-DIF-LINE.
           MOVE HV-RD-SORTCODE TO WDL-SORTCODE.
           MOVE HV-RD-GL-ACCOUNT TO WDL-GL-ACCOUNT.
           IF HV-RD-TYPE = 'L'
              MOVE 'PRINCPL' TO WDL-TYPE
           ELSE
              MOVE 'BALANCE' TO WDL-TYPE
           END-IF.
           MOVE HV-RD-FIRST-DATE TO WDL-FIRST-DATE.
           MOVE HV-RD-SUBLEDGER TO WDL-SUBLEDGER.
           MOVE HV-RD-GL-BALANCE TO WDL-GL-BALANCE.
           MOVE HV-RD-DIFFERENCE TO WDL-DIFFERENCE.
           MOVE WS-AGE-DAYS TO WDL-AGE.
           IF WS-AGE-DAYS > WS-MAX-AGE
              MOVE '*OVER AGE' TO WDL-FLAG
              ADD 1 TO DIFFERENCES-OVER-AGE
           END-IF.
           WRITE RECON-LINE FROM WS-DIF-LINE.
       LOD999.
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
           DISPLAY 'GLRECON - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
