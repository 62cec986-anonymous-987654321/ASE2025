       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRUN.
       AUTHOR. Jon Collett.
      *
      *    Monthly customer and product profitability. For each
      *    account at this sort code the month's income and cost
      *    are worked out and kept on PROFACC, one row per account
      *    per month:
      *
      *      income  fees charged (CHG), debit interest earned
      *              (ODI), and funds-transfer-pricing income on
      *              credit balances of non-lending accounts at the
      *              internal rate held on CONTROL as
      *              <sortcode>-FTP-RATE in basis points a year;
      *      cost    credit interest paid (INT), the maintenance
      *              fee given up under the relationship tier
      *              scheme (all of it for gold, half for silver,
      *              as FEECHG applies it), and a servicing cost for
      *              every transaction by the channel it came
      *              through, held on CONTROL as
      *              <sortcode>-SVCCOST-<channel> in pence. A
      *              channel with no cost of its own is charged at
      *              <sortcode>-SVCCOST-OTHER.
      *
      *    PROFRPT then ranks customers by profit and rolls the
      *    month up by product, by tier and by sort code. The month
      *    reported is the previous calendar month unless
      *    <sortcode>-PROFIT-MONTH names one (YYYYMM). A rerun for
      *    the same month replaces that month's rows.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO PROFRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                      PIC X(132).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       77 WS-COMMIT-FREQ                    PIC 9(5) VALUE 500.
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-PROF-MONTH                     PIC X(6).
       01 HV-MONTH-FROM                     PIC X(8).
       01 HV-MONTH-TO                       PIC X(8).
       01 HV-COST-PREFIX                    PIC X(32).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-TIER                PIC X.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99.
          03 HV-ACCOUNT-FEE-WAIVER          PIC X.
          03 HV-ACCOUNT-FREEZE-STATUS       PIC X.
       01 HOST-ACTIVITY-ROW.
          03 HV-ACT-CHANNEL                 PIC X(6).
          03 HV-ACT-COUNT                   PIC S9(9) COMP.
          03 HV-ACT-FEES                    PIC S9(13)V99.
          03 HV-ACT-DEBIT-INT               PIC S9(13)V99.
          03 HV-ACT-CREDIT-INT              PIC S9(13)V99.
       01 HV-FEESCHED-AMOUNT                PIC S9(10)V99.
      *
      *    One PROFACC row per account per month.
      *
       01 HOST-PROFACC-ROW.
          03 HV-PA-SORTCODE             PIC X(6).
          03 HV-PA-MONTH                PIC X(6).
          03 HV-PA-NUMBER               PIC X(8).
          03 HV-PA-CUSTOMER             PIC X(10).
          03 HV-PA-ACC-TYPE             PIC X(8).
          03 HV-PA-TIER                 PIC X.
          03 HV-PA-TXN-COUNT            PIC S9(9) COMP.
          03 HV-PA-FEES                 PIC S9(13)V99.
          03 HV-PA-DEBIT-INT            PIC S9(13)V99.
          03 HV-PA-FTP                  PIC S9(13)V99.
          03 HV-PA-CREDIT-INT           PIC S9(13)V99.
          03 HV-PA-WAIVERS              PIC S9(13)V99.
          03 HV-PA-SERVICING            PIC S9(13)V99.
          03 HV-PA-PROFIT               PIC S9(13)V99.
      *
      *    Roll-up line fetched from PROFACC by each report cursor.
      *
       01 HOST-ROLLUP-ROW.
          03 HV-RU-KEY                  PIC X(10).
          03 HV-RU-TIER                 PIC X.
          03 HV-RU-ACCOUNTS             PIC S9(9) COMP.
          03 HV-RU-FEES                 PIC S9(15)V99.
          03 HV-RU-DEBIT-INT            PIC S9(15)V99.
          03 HV-RU-FTP                  PIC S9(15)V99.
          03 HV-RU-CREDIT-INT           PIC S9(15)V99.
          03 HV-RU-WAIVERS              PIC S9(15)V99.
          03 HV-RU-SERVICING            PIC S9(15)V99.
          03 HV-RU-PROFIT               PIC S9(15)V99.
           EXEC SQL
              DECLARE ACCOUNT-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                        ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                        ACCOUNT_TIER, ACCOUNT_ACTUAL_BALANCE,
                        ACCOUNT_FEE_WAIVER, ACCOUNT_FREEZE_STATUS
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE ACTIVITY-CURSOR CURSOR FOR
                 SELECT P.PROCTRAN_CHANNEL_ID, COUNT(*),
                        SUM(CASE WHEN P.PROCTRAN_TYPE = 'CHG'
                                 THEN 0 - P.PROCTRAN_AMOUNT
                                 ELSE 0 END),
                        SUM(CASE WHEN P.PROCTRAN_TYPE = 'ODI'
                                 THEN 0 - P.PROCTRAN_AMOUNT
                                 ELSE 0 END),
                        SUM(CASE WHEN P.PROCTRAN_TYPE = 'INT'
                                 THEN P.PROCTRAN_AMOUNT
                                 ELSE 0 END)
                 FROM (SELECT PROCTRAN_CHANNEL_ID, PROCTRAN_TYPE,
                              PROCTRAN_AMOUNT
                       FROM PROCTRAN
                       WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                       AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                       AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                           SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                           SUBSTR(PROCTRAN_DATE, 1, 2)
                           BETWEEN :HV-MONTH-FROM AND :HV-MONTH-TO
                       UNION ALL
                       SELECT PROCTRAN_CHANNEL_ID, PROCTRAN_TYPE,
                              PROCTRAN_AMOUNT
                       FROM PROCTRAN_ARCH
                       WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                       AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                       AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                           SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                           SUBSTR(PROCTRAN_DATE, 1, 2)
                           BETWEEN :HV-MONTH-FROM AND :HV-MONTH-TO
                      ) AS P
                 GROUP BY P.PROCTRAN_CHANNEL_ID
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE COST-CURSOR CURSOR FOR
                 SELECT CONTROL_NAME, CONTROL_VALUE_NUM
                 FROM CONTROL
                 WHERE CONTROL_NAME LIKE :HV-COST-PREFIX
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE RANK-CURSOR CURSOR FOR
                 SELECT PROFACC_CUSTOMER, MAX(PROFACC_TIER),
                        COUNT(*), SUM(PROFACC_FEES),
                        SUM(PROFACC_DEBIT_INT), SUM(PROFACC_FTP),
                        SUM(PROFACC_CREDIT_INT), SUM(PROFACC_WAIVERS),
                        SUM(PROFACC_SERVICING), SUM(PROFACC_PROFIT)
                 FROM PROFACC
                 WHERE PROFACC_SORTCODE = :HV-OUR-SORTCODE
                 AND PROFACC_MONTH = :HV-PROF-MONTH
                 GROUP BY PROFACC_CUSTOMER
                 ORDER BY 10 DESC, 1
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE PRODUCT-CURSOR CURSOR FOR
                 SELECT PROFACC_ACC_TYPE, ' ',
                        COUNT(*), SUM(PROFACC_FEES),
                        SUM(PROFACC_DEBIT_INT), SUM(PROFACC_FTP),
                        SUM(PROFACC_CREDIT_INT), SUM(PROFACC_WAIVERS),
                        SUM(PROFACC_SERVICING), SUM(PROFACC_PROFIT)
                 FROM PROFACC
                 WHERE PROFACC_SORTCODE = :HV-OUR-SORTCODE
                 AND PROFACC_MONTH = :HV-PROF-MONTH
                 GROUP BY PROFACC_ACC_TYPE
                 ORDER BY 10 DESC
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE TIER-CURSOR CURSOR FOR
                 SELECT PROFACC_TIER, PROFACC_TIER,
                        COUNT(*), SUM(PROFACC_FEES),
                        SUM(PROFACC_DEBIT_INT), SUM(PROFACC_FTP),
                        SUM(PROFACC_CREDIT_INT), SUM(PROFACC_WAIVERS),
                        SUM(PROFACC_SERVICING), SUM(PROFACC_PROFIT)
                 FROM PROFACC
                 WHERE PROFACC_SORTCODE = :HV-OUR-SORTCODE
                 AND PROFACC_MONTH = :HV-PROF-MONTH
                 GROUP BY PROFACC_TIER
                 ORDER BY 1
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE SORTCODE-CURSOR CURSOR FOR
                 SELECT PROFACC_SORTCODE, ' ',
                        COUNT(*), SUM(PROFACC_FEES),
                        SUM(PROFACC_DEBIT_INT), SUM(PROFACC_FTP),
                        SUM(PROFACC_CREDIT_INT), SUM(PROFACC_WAIVERS),
                        SUM(PROFACC_SERVICING), SUM(PROFACC_PROFIT)
                 FROM PROFACC
                 WHERE PROFACC_MONTH = :HV-PROF-MONTH
                 GROUP BY PROFACC_SORTCODE
                 ORDER BY 1
                 FOR FETCH ONLY
           END-EXEC.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                  VALUE 'Y'.
       01 WS-ACTIVITY-EOF-SW                PIC X VALUE 'N'.
          88 WS-NO-MORE-ACTIVITY                  VALUE 'Y'.
       01 WS-COST-EOF-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-COSTS                     VALUE 'Y'.
       01 WS-ROLLUP-EOF-SW                  PIC X VALUE 'N'.
          88 WS-NO-MORE-ROLLUPS                   VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-PROF-MONTH-NUM                 PIC 9(6).
       01 WS-PROF-MONTH-GRP REDEFINES WS-PROF-MONTH-NUM.
          03 WS-PROF-YYYY                   PIC 9999.
          03 WS-PROF-MM                     PIC 99.
       77 WS-FTP-RATE-BP                    PIC 9(5) VALUE 0.
       77 WS-OTHER-COST                     PIC 9(5)V99 VALUE 0.
       77 WS-CHANNEL-COUNT                  PIC 9(4) COMP VALUE 0.
      *
      *    Servicing cost per transaction by channel, loaded from
      *    CONTROL at the start of the run.
      *
       01 WS-CHANNEL-TABLE.
          03 WS-CHANNEL-ENTRY OCCURS 30 TIMES
                INDEXED BY CHN-IDX.
             05 WS-CHN-ID                   PIC X(6).
             05 WS-CHN-COST                 PIC 9(5)V99.
       01 WS-UNIT-COST                      PIC 9(5)V99.
       01 WS-MAINT-FORGONE                  PIC S9(10)V99.
       01 WS-SINCE-COMMIT                   PIC 9(5) VALUE 0.
       01 WS-RANK                           PIC 9(8) VALUE 0.
       01 ACCOUNTS-PROCESSED                PIC 9(8) VALUE 0.
       01 TOTAL-PROFIT                      PIC S9(15)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY                  PIC -(13)9.99.
       01 WS-TITLE-LINE.
          03 FILLER                         PIC X(36)
                VALUE 'CUSTOMER AND PRODUCT PROFITABILITY -'.
          03 FILLER                         PIC X(7) VALUE ' MONTH '.
          03 TTL-MONTH                      PIC X(6).
          03 FILLER                         PIC X(12)
                VALUE ' SORT CODE  '.
          03 TTL-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(65) VALUE SPACES.
       01 WS-SECTION-LINE.
          03 SEC-TITLE                      PIC X(40).
          03 FILLER                         PIC X(92) VALUE SPACES.
       01 WS-COLUMN-LINE.
          03 FILLER                         PIC X(21)
                VALUE '    RANK KEY        T'.
          03 FILLER                         PIC X(34)
                VALUE '   ACCTS         FEES    DEBIT INT'.
          03 FILLER                         PIC X(39)
                VALUE '          FTP   CREDIT INT      WAIVERS'.
          03 FILLER                         PIC X(28)
                VALUE '    SERVICING         PROFIT'.
          03 FILLER                         PIC X(10) VALUE SPACES.
       01 WS-ROLLUP-LINE.
          03 RUL-RANK                       PIC ZZZZZZZ9.
          03 FILLER                         PIC X VALUE SPACE.
          03 RUL-KEY                        PIC X(10).
          03 FILLER                         PIC X VALUE SPACE.
          03 RUL-TIER                       PIC X.
          03 RUL-ACCOUNTS                   PIC ZZZZZZZ9.
          03 RUL-FEES                       PIC -(9)9.99.
          03 RUL-DEBIT-INT                  PIC -(9)9.99.
          03 RUL-FTP                        PIC -(9)9.99.
          03 RUL-CREDIT-INT                 PIC -(9)9.99.
          03 RUL-WAIVERS                    PIC -(9)9.99.
          03 RUL-SERVICING                  PIC -(9)9.99.
          03 RUL-PROFIT                     PIC -(11)9.99.
          03 FILLER                         PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM GET-PROFIT-MONTH-CONFIG.
           MOVE WS-PROF-MONTH-NUM TO HV-PROF-MONTH.
           STRING HV-PROF-MONTH '01' DELIMITED BY SIZE
              INTO HV-MONTH-FROM
           END-STRING.
           STRING HV-PROF-MONTH '31' DELIMITED BY SIZE
              INTO HV-MONTH-TO
           END-STRING.
           PERFORM GET-FTP-RATE-CONFIG.
           PERFORM LOAD-CHANNEL-COSTS.
           PERFORM GET-COMMIT-FREQ-CONFIG.
           DISPLAY 'PROFRUN - PROFITABILITY FOR MONTH ' HV-PROF-MONTH
              ' SORT CODE ' HV-OUR-SORTCODE.
           EXEC SQL
              DELETE FROM PROFACC
              WHERE PROFACC_SORTCODE = :HV-OUR-SORTCODE
              AND PROFACC_MONTH = :HV-PROF-MONTH
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL OPEN ACCOUNT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PRICE-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE ACCOUNT-CURSOR
           END-EXEC.
           EXEC SQL
              COMMIT
           END-EXEC.
           OPEN OUTPUT REPORT-FILE.
           MOVE HV-PROF-MONTH TO TTL-MONTH.
           MOVE HV-OUR-SORTCODE TO TTL-SORTCODE.
           MOVE WS-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM REPORT-CUSTOMER-RANKING.
           PERFORM REPORT-BY-PRODUCT.
           PERFORM REPORT-BY-TIER.
           PERFORM REPORT-BY-SORTCODE.
           CLOSE REPORT-FILE.
           DISPLAY 'PROFRUN - ACCOUNTS PRICED:  ' ACCOUNTS-PROCESSED.
           DISPLAY 'PROFRUN - CUSTOMERS RANKED: ' WS-RANK.
           MOVE TOTAL-PROFIT TO WS-TOTAL-DISPLAY.
           DISPLAY 'PROFRUN - TOTAL PROFIT:     ' WS-TOTAL-DISPLAY.
           STOP RUN.
       P999.
           EXIT.
       PRICE-ONE-ACCOUNT SECTION.
       POA010.
           EXEC SQL FETCH ACCOUNT-CURSOR
              INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-TIER, :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-FEE-WAIVER, :HV-ACCOUNT-FREEZE-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO POA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PA-SORTCODE.
           MOVE HV-PROF-MONTH TO HV-PA-MONTH.
           MOVE HV-ACCOUNT-ACC-NO TO HV-PA-NUMBER.
           MOVE HV-ACCOUNT-CUST-NO TO HV-PA-CUSTOMER.
           MOVE HV-ACCOUNT-ACC-TYPE TO HV-PA-ACC-TYPE.
           MOVE HV-ACCOUNT-TIER TO HV-PA-TIER.
           IF HV-PA-TIER = SPACE
              MOVE 'S' TO HV-PA-TIER
           END-IF.
           MOVE 0 TO HV-PA-TXN-COUNT.
           MOVE 0 TO HV-PA-FEES.
           MOVE 0 TO HV-PA-DEBIT-INT.
           MOVE 0 TO HV-PA-FTP.
           MOVE 0 TO HV-PA-CREDIT-INT.
           MOVE 0 TO HV-PA-WAIVERS.
           MOVE 0 TO HV-PA-SERVICING.
           PERFORM GATHER-ACCOUNT-ACTIVITY.
           PERFORM PRICE-TIER-WAIVER.
      *
      *    Deposits are worth the internal rate to the bank for the
      *    month; lending accounts are funded, not funding.
      *
           IF HV-ACCOUNT-ACC-TYPE NOT = 'MORTGAGE'
              AND HV-ACCOUNT-ACC-TYPE NOT = 'LOAN    '
              AND HV-ACCOUNT-ACTUAL-BAL > 0
              COMPUTE HV-PA-FTP ROUNDED =
                 HV-ACCOUNT-ACTUAL-BAL * WS-FTP-RATE-BP / 120000
           END-IF.
           COMPUTE HV-PA-PROFIT =
              HV-PA-FEES + HV-PA-DEBIT-INT + HV-PA-FTP
              - HV-PA-CREDIT-INT - HV-PA-WAIVERS - HV-PA-SERVICING.
           PERFORM INSERT-PROFACC.
           ADD HV-PA-PROFIT TO TOTAL-PROFIT.
           ADD 1 TO ACCOUNTS-PROCESSED.
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.
       POA999.
           EXIT.
       GATHER-ACCOUNT-ACTIVITY SECTION.
       GAA010.
           MOVE 'N' TO WS-ACTIVITY-EOF-SW.
           EXEC SQL OPEN ACTIVITY-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ADD-CHANNEL-ACTIVITY UNTIL WS-NO-MORE-ACTIVITY.
           EXEC SQL CLOSE ACTIVITY-CURSOR
           END-EXEC.
       GAA999.
           EXIT.
       ADD-CHANNEL-ACTIVITY SECTION.
       ACA010.
           EXEC SQL FETCH ACTIVITY-CURSOR
              INTO :HV-ACT-CHANNEL, :HV-ACT-COUNT,
                   :HV-ACT-FEES, :HV-ACT-DEBIT-INT,
                   :HV-ACT-CREDIT-INT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ACTIVITY-EOF-SW
              GO TO ACA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD HV-ACT-COUNT TO HV-PA-TXN-COUNT.
           ADD HV-ACT-FEES TO HV-PA-FEES.
           ADD HV-ACT-DEBIT-INT TO HV-PA-DEBIT-INT.
           ADD HV-ACT-CREDIT-INT TO HV-PA-CREDIT-INT.
           MOVE WS-OTHER-COST TO WS-UNIT-COST.
           SET CHN-IDX TO 1.
           SEARCH WS-CHANNEL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CHN-ID(CHN-IDX) = HV-ACT-CHANNEL
                 MOVE WS-CHN-COST(CHN-IDX) TO WS-UNIT-COST
           END-SEARCH.
           COMPUTE HV-PA-SERVICING =
              HV-PA-SERVICING + HV-ACT-COUNT * WS-UNIT-COST.
       ACA999.
           EXIT.
      *
      *    The maintenance fee FEECHG did not take because of the
      *    customer's tier. Accounts it would not have charged for
      *    other reasons give nothing up.
      *
       PRICE-TIER-WAIVER SECTION.
       PTW010.
           IF HV-PA-TIER NOT = 'G' AND HV-PA-TIER NOT = 'L'
              GO TO PTW999
           END-IF.
           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
              OR HV-ACCOUNT-FREEZE-STATUS = 'F'
              OR HV-ACCOUNT-FREEZE-STATUS = 'D'
              OR HV-ACCOUNT-FREEZE-STATUS = 'C'
              GO TO PTW999
           END-IF.
           EXEC SQL
              SELECT FEESCHED_AMOUNT
              INTO :HV-FEESCHED-AMOUNT
              FROM FEESCHED
              WHERE FEESCHED_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND FEESCHED_ACC_TYPE = :HV-ACCOUNT-ACC-TYPE
                AND FEESCHED_EVENT = 'MAINT'
           END-EXEC.
           IF SQLCODE = +100
              GO TO PTW999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-FEESCHED-AMOUNT <= 0
              GO TO PTW999
           END-IF.
           IF HV-PA-TIER = 'G'
              MOVE HV-FEESCHED-AMOUNT TO HV-PA-WAIVERS
           ELSE
              COMPUTE WS-MAINT-FORGONE ROUNDED =
                 HV-FEESCHED-AMOUNT / 2
              COMPUTE HV-PA-WAIVERS =
                 HV-FEESCHED-AMOUNT - WS-MAINT-FORGONE
           END-IF.
       PTW999.
           EXIT.
       INSERT-PROFACC SECTION.
       IPA010.
           EXEC SQL
              INSERT INTO PROFACC
                     (
                      PROFACC_SORTCODE,
                      PROFACC_MONTH,
                      PROFACC_NUMBER,
                      PROFACC_CUSTOMER,
                      PROFACC_ACC_TYPE,
                      PROFACC_TIER,
                      PROFACC_TXN_COUNT,
                      PROFACC_FEES,
                      PROFACC_DEBIT_INT,
                      PROFACC_FTP,
                      PROFACC_CREDIT_INT,
                      PROFACC_WAIVERS,
                      PROFACC_SERVICING,
                      PROFACC_PROFIT
                     )
              VALUES
                     (
                      :HV-PA-SORTCODE,
                      :HV-PA-MONTH,
                      :HV-PA-NUMBER,
                      :HV-PA-CUSTOMER,
                      :HV-PA-ACC-TYPE,
                      :HV-PA-TIER,
                      :HV-PA-TXN-COUNT,
                      :HV-PA-FEES,
                      :HV-PA-DEBIT-INT,
                      :HV-PA-FTP,
                      :HV-PA-CREDIT-INT,
                      :HV-PA-WAIVERS,
                      :HV-PA-SERVICING,
                      :HV-PA-PROFIT
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'PROFRUN - PROFACC INSERT FAILED FOR ACCOUNT '
                 HV-PA-NUMBER ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       IPA999.
           EXIT.
      *
      *    Customers in order of profit, most profitable first. The
      *    tier shown is the customer's relationship tier.
      *
       REPORT-CUSTOMER-RANKING SECTION.
       RCR010.
           MOVE 'CUSTOMERS RANKED BY PROFIT' TO SEC-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-ROLLUP-EOF-SW.
           EXEC SQL OPEN RANK-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-CUSTOMER UNTIL WS-NO-MORE-ROLLUPS.
           EXEC SQL CLOSE RANK-CURSOR
           END-EXEC.
       RCR999.
           EXIT.
       REPORT-ONE-CUSTOMER SECTION.
       ROC010.
           EXEC SQL FETCH RANK-CURSOR
              INTO :HV-RU-KEY, :HV-RU-TIER, :HV-RU-ACCOUNTS,
                   :HV-RU-FEES, :HV-RU-DEBIT-INT, :HV-RU-FTP,
                   :HV-RU-CREDIT-INT, :HV-RU-WAIVERS,
                   :HV-RU-SERVICING, :HV-RU-PROFIT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROLLUP-EOF-SW
              GO TO ROC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO RUL-RANK.
           PERFORM WRITE-ROLLUP-LINE.
       ROC999.
           EXIT.
       REPORT-BY-PRODUCT SECTION.
       RBP010.
           MOVE 'BY PRODUCT (ACCOUNT TYPE)' TO SEC-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-ROLLUP-EOF-SW.
           EXEC SQL OPEN PRODUCT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-PRODUCT UNTIL WS-NO-MORE-ROLLUPS.
           EXEC SQL CLOSE PRODUCT-CURSOR
           END-EXEC.
       RBP999.
           EXIT.
       REPORT-ONE-PRODUCT SECTION.
       ROP010.
           EXEC SQL FETCH PRODUCT-CURSOR
              INTO :HV-RU-KEY, :HV-RU-TIER, :HV-RU-ACCOUNTS,
                   :HV-RU-FEES, :HV-RU-DEBIT-INT, :HV-RU-FTP,
                   :HV-RU-CREDIT-INT, :HV-RU-WAIVERS,
                   :HV-RU-SERVICING, :HV-RU-PROFIT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROLLUP-EOF-SW
              GO TO ROP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 0 TO RUL-RANK.
           PERFORM WRITE-ROLLUP-LINE.
       ROP999.
           EXIT.
       REPORT-BY-TIER SECTION.
       RBT010.
           MOVE 'BY RELATIONSHIP TIER (G/L/S)' TO SEC-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-ROLLUP-EOF-SW.
           EXEC SQL OPEN TIER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-TIER UNTIL WS-NO-MORE-ROLLUPS.
           EXEC SQL CLOSE TIER-CURSOR
           END-EXEC.
       RBT999.
           EXIT.
       REPORT-ONE-TIER SECTION.
       ROT010.
           EXEC SQL FETCH TIER-CURSOR
              INTO :HV-RU-KEY, :HV-RU-TIER, :HV-RU-ACCOUNTS,
                   :HV-RU-FEES, :HV-RU-DEBIT-INT, :HV-RU-FTP,
                   :HV-RU-CREDIT-INT, :HV-RU-WAIVERS,
                   :HV-RU-SERVICING, :HV-RU-PROFIT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROLLUP-EOF-SW
              GO TO ROT999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 0 TO RUL-RANK.
           PERFORM WRITE-ROLLUP-LINE.
       ROT999.
           EXIT.
       REPORT-BY-SORTCODE SECTION.
       RBS010.
           MOVE 'BY SORT CODE (ALL BRANCHES PRICED)' TO SEC-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-ROLLUP-EOF-SW.
           EXEC SQL OPEN SORTCODE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-SORTCODE UNTIL WS-NO-MORE-ROLLUPS.
           EXEC SQL CLOSE SORTCODE-CURSOR
           END-EXEC.
       RBS999.
           EXIT.
       REPORT-ONE-SORTCODE SECTION.
       ROS010.
           EXEC SQL FETCH SORTCODE-CURSOR
              INTO :HV-RU-KEY, :HV-RU-TIER, :HV-RU-ACCOUNTS,
                   :HV-RU-FEES, :HV-RU-DEBIT-INT, :HV-RU-FTP,
                   :HV-RU-CREDIT-INT, :HV-RU-WAIVERS,
                   :HV-RU-SERVICING, :HV-RU-PROFIT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROLLUP-EOF-SW
              GO TO ROS999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 0 TO RUL-RANK.
           PERFORM WRITE-ROLLUP-LINE.
       ROS999.
           EXIT.
       WRITE-SECTION-HEADING SECTION.
       WSH010.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-SECTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       WSH999.
           EXIT.
       WRITE-ROLLUP-LINE SECTION.
       WRL010.
           MOVE HV-RU-KEY TO RUL-KEY.
           MOVE HV-RU-TIER TO RUL-TIER.
           MOVE HV-RU-ACCOUNTS TO RUL-ACCOUNTS.
           MOVE HV-RU-FEES TO RUL-FEES.
           MOVE HV-RU-DEBIT-INT TO RUL-DEBIT-INT.
           MOVE HV-RU-FTP TO RUL-FTP.
           MOVE HV-RU-CREDIT-INT TO RUL-CREDIT-INT.
           MOVE HV-RU-WAIVERS TO RUL-WAIVERS.
           MOVE HV-RU-SERVICING TO RUL-SERVICING.
           MOVE HV-RU-PROFIT TO RUL-PROFIT.
           MOVE WS-ROLLUP-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       WRL999.
           EXIT.
      *
      *    Channel costs are CONTROL rows named
      *    <sortcode>-SVCCOST-<channel>, the value in pence.
      *
       LOAD-CHANNEL-COSTS SECTION.
       LCC010.
           MOVE HIGH-VALUES TO WS-CHANNEL-TABLE.
           MOVE ALL '%' TO HV-COST-PREFIX.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-SVCCOST-' DELIMITED BY SIZE
                  INTO HV-COST-PREFIX
           END-STRING.
           EXEC SQL OPEN COST-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LOAD-ONE-CHANNEL-COST UNTIL WS-NO-MORE-COSTS.
           EXEC SQL CLOSE COST-CURSOR
           END-EXEC.
           DISPLAY 'PROFRUN - CHANNEL COSTS LOADED: '
              WS-CHANNEL-COUNT.
       LCC999.
           EXIT.
       LOAD-ONE-CHANNEL-COST SECTION.
       LOCC010.
           EXEC SQL FETCH COST-CURSOR
              INTO :HV-CONTROL-NAME, :HV-CONTROL-VALUE-NUM
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-COST-EOF-SW
              GO TO LOCC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-CONTROL-NAME(16:6) = 'OTHER '
              COMPUTE WS-OTHER-COST = HV-CONTROL-VALUE-NUM / 100
              GO TO LOCC999
           END-IF.
           IF WS-CHANNEL-COUNT >= 30
              DISPLAY 'PROFRUN - CHANNEL COST TABLE FULL, IGNORED '
                 HV-CONTROL-NAME
              GO TO LOCC999
           END-IF.
           ADD 1 TO WS-CHANNEL-COUNT.
           SET CHN-IDX TO WS-CHANNEL-COUNT.
           MOVE HV-CONTROL-NAME(16:6) TO WS-CHN-ID(CHN-IDX).
           COMPUTE WS-CHN-COST(CHN-IDX) = HV-CONTROL-VALUE-NUM / 100.
       LOCC999.
           EXIT.
       GET-PROFIT-MONTH-CONFIG SECTION.
       GPMC010.
           COMPUTE WS-PROF-YYYY = 2000 + WS-RUN-DATE-YY.
           MOVE WS-RUN-DATE-MM TO WS-PROF-MM.
           IF WS-PROF-MM = 1
              SUBTRACT 1 FROM WS-PROF-YYYY
              MOVE 12 TO WS-PROF-MM
           ELSE
              SUBTRACT 1 FROM WS-PROF-MM
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-PROFIT-MONTH' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 190000
              MOVE HV-CONTROL-VALUE-NUM TO WS-PROF-MONTH-NUM
           END-IF.
       GPMC999.
           EXIT.
       GET-FTP-RATE-CONFIG SECTION.
       GFRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-FTP-RATE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-FTP-RATE-BP
           ELSE
              DISPLAY 'PROFRUN - NO FTP RATE ON CONTROL, DEPOSITS '
                 'EARN NO FTP INCOME THIS RUN'
           END-IF.
       GFRC999.
           EXIT.
       GET-COMMIT-FREQ-CONFIG SECTION.
       GCFC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-BATCH-COMMIT-FREQ' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-COMMIT-FREQ
           END-IF.
       GCFC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'PROFRUN - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'PROFRUN - ACCOUNTS PRICED: ' ACCOUNTS-PROCESSED.
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
