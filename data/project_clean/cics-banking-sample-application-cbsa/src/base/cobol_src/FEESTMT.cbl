       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.
       AUTHOR. Jon Collett.
      *
      *    Annual statement of fees for payment accounts. For every
      *    current account on the branch it totals, over the fee
      *    year, each kind of fee taken (CHG), the arranged overdraft
      *    interest charged by DBINTRUN (ODI), the credit interest
      *    paid (INT and IAJ), fees refunded by reversal and the
      *    maintenance fee given up through relationship pricing
      *    (PROFACC), and prints them in the standard statement of
      *    fees layout and terminology.
      *
      *    The fee year is CONTROL <sortcode>-FEESTMT-YEAR when set,
      *    otherwise the calendar year before the run. Delivery
      *    follows STMTGEN: the customer's NOTIFPRF channel for
      *    FEESTMT (or for STMT when none is held) decides whether
      *    paper is printed, gone-away customers are held, the
      *    accessible format is flagged for the print room, and a
      *    FEESTMT notification event is raised for e-delivery.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 STATEMENT-LINE                    PIC X(80).
       01 HV-STMT-PREF-CHANNEL              PIC X.
       01 WS-PAPER-SUPPRESSED-SW            PIC X VALUE 'N'.
          88 WS-PAPER-SUPPRESSED                 VALUE 'Y'.
       01 STATEMENTS-SUPPRESSED             PIC 9(8) VALUE 0.
       01 HV-VR-FORMAT                      PIC X.
       01 HV-VR-SORTCODE                    PIC X(6).
       01 STATEMENTS-LARGE-PRINT            PIC 9(8) VALUE 0.
       01 STATEMENTS-BRAILLE                PIC 9(8) VALUE 0.
       01 HV-GA-SORTCODE                    PIC X(6).
       01 HV-GA-COUNT                       PIC S9(9) COMP.
       01 WS-GONE-AWAY-SW                   PIC X VALUE 'N'.
          88 WS-GONE-AWAY                        VALUE 'Y'.
       01 STATEMENTS-GONE-AWAY              PIC 9(8) VALUE 0.
       01 STATEMENTS-PRINTED                PIC 9(8) VALUE 0.
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-KEY.
             05 HV-ACCOUNT-SORTCODE         PIC X(6).
             05 HV-ACCOUNT-ACC-NO           PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-INT-RATE            PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OPENED              PIC X(10).
          03 HV-ACCOUNT-OPENED-GROUP
             REDEFINES HV-ACCOUNT-OPENED.
             05 HV-ACCOUNT-OPENED-DAY       PIC XX.
             05 HV-ACCOUNT-OPENED-DELIM1    PIC X.
             05 HV-ACCOUNT-OPENED-MONTH     PIC XX.
             05 HV-ACCOUNT-OPENED-DELIM2    PIC X.
             05 HV-ACCOUNT-OPENED-YEAR      PIC X(4).
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9) COMP.
          03 HV-ACCOUNT-FEE-WAIVER          PIC X.
          EXEC SQL
             INCLUDE PROCDB2
          END-EXEC.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
       01 HV-FEE-YEAR                       PIC X(4).
       01 HV-REFUND-COUNT                   PIC S9(9) COMP.
       01 HV-REFUND-TOTAL                   PIC S9(13)V99 COMP-3.
       01 HV-WAIVER-TOTAL                   PIC S9(13)V99 COMP-3.
       01 HV-PROF-MONTH-FROM                PIC X(6).
       01 HV-PROF-MONTH-TO                  PIC X(6).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
           EXEC SQL
              DECLARE FEES-ACCT-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                        ACCOUNT_TYPE, ACCOUNT_INTEREST_RATE,
                        ACCOUNT_OPENED, ACCOUNT_OVERDRAFT_LIMIT,
                        ACCOUNT_FEE_WAIVER
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_TYPE = 'CURRENT '
                 AND ACCOUNT_NUMBER > :HV-CKPT-ACCT
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.
      *
      *    The year's fee and interest entries for one account, live
      *    and archived.
      *
           EXEC SQL
              DECLARE FEES-TRAN-CURSOR CURSOR FOR
                 SELECT T.PROCTRAN_TYPE, T.PROCTRAN_DESC,
                        T.PROCTRAN_AMOUNT
                 FROM (SELECT PROCTRAN_TYPE, PROCTRAN_DESC,
                              PROCTRAN_AMOUNT, PROCTRAN_DATE
                       FROM PROCTRAN
                       WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                       AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                       AND PROCTRAN_TYPE IN ('CHG', 'ODI', 'INT',
                                             'IAJ')
                       UNION ALL
                       SELECT PROCTRAN_TYPE, PROCTRAN_DESC,
                              PROCTRAN_AMOUNT, PROCTRAN_DATE
                       FROM PROCTRAN_ARCH
                       WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                       AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                       AND PROCTRAN_TYPE IN ('CHG', 'ODI', 'INT',
                                             'IAJ')) AS T
                 WHERE SUBSTR(T.PROCTRAN_DATE, 7, 4) = :HV-FEE-YEAR
                 FOR FETCH ONLY
           END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.
       01 WS-RUN-STEP                       PIC X(8) VALUE 'FEESTMT '.
       01 HV-RUN-STATUS                     PIC X.
       01 HV-RUN-BUSDATE                    PIC S9(8) VALUE 0.
       01 HV-RUN-TIME                       PIC 9(6) VALUE 0.
       01 HV-RUN-COUNT1                     PIC S9(9) COMP VALUE 0.
       01 HV-RUN-COUNT2                     PIC S9(9) COMP VALUE 0.
       01 WS-BR-TIME                        PIC 9(6) VALUE 0.
       01 WS-ACC-EXIT-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                  VALUE 'Y'.
       01 WS-TRAN-EXIT-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-TRANS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-RUN-CCYY                       PIC 9999.
       01 WS-RUN-DATE-DISPLAY               PIC X(10).
       01 WS-FEE-YEAR-NUM                   PIC 9999.
      *
      *    Fee services in the standard terminology. Each CHG entry
      *    is placed by its description; anything not recognised is
      *    shown as other services so that the total always agrees
      *    with the account.
      *
       77 WS-SERVICE-MAX                    PIC 9(4) COMP VALUE 4.
       01 WS-SERVICE-SUB                    PIC 9(4) COMP VALUE 0.
       01 WS-SERVICE-NAMES.
          03 WS-SERVICE-NAME OCCURS 4 TIMES PIC X(40).
       01 WS-SERVICE-TOTALS.
          03 WS-SERVICE-ENTRY OCCURS 4 TIMES.
             05 WS-SERVICE-COUNT            PIC 9(5).
             05 WS-SERVICE-AMOUNT           PIC S9(11)V99.
       01 WS-FEES-TOTAL                     PIC S9(11)V99 VALUE 0.
       01 WS-OD-INT-TOTAL                   PIC S9(11)V99 VALUE 0.
       01 WS-CR-INT-TOTAL                   PIC S9(11)V99 VALUE 0.
       77 WS-OD-RATE                        PIC 9(4)V99 VALUE 15.00.
       01 FEES-SERVICE-LINE.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 FSL-SERVICE                    PIC X(40).
          03 FSL-COUNT                      PIC ZZZZ9.
          03 FILLER                         PIC X(3) VALUE SPACES.
          03 FSL-AMOUNT                     PIC -(12)9.99.
       01 FEES-TOTAL-LINE.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 FTL-LABEL                      PIC X(48).
          03 FTL-AMOUNT                     PIC -(12)9.99.
       01 FEES-RATE-LINE.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 FRL-LABEL                      PIC X(48).
          03 FILLER                         PIC X(6) VALUE SPACES.
          03 FRL-RATE                       PIC ZZZ9.99.
          03 FILLER                         PIC X(4) VALUE ' PCT'.
       01 HOST-NOTIFEVT-ROW.
          03 HV-NE-SORTCODE             PIC X(6).
          03 HV-NE-NUMBER               PIC X(8).
          03 HV-NE-TYPE                 PIC X(8).
          03 HV-NE-DATE                 PIC X(10).
          03 HV-NE-TIME                 PIC 9(6).
          03 HV-NE-DETAIL               PIC X(40).
          03 HV-NE-STATUS               PIC X.
       01 ACCOUNTS-PROCESSED                PIC 9(8) VALUE 0.
       01 ACCOUNTS-NOT-OPEN                 PIC 9(8) VALUE 0.
       01 ACCOUNTS-IN-ERROR                 PIC 9(8) VALUE 0.
       77 WS-COMMIT-FREQ                    PIC 9(5) VALUE 500.
       01 WS-CKPT-PROGRAM                   PIC X(8) VALUE 'FEESTMT '.
       01 HV-CKPT-KEY                       PIC X(26) VALUE SPACES.
       01 HV-CKPT-COUNT1                    PIC S9(9) COMP VALUE 0.
       01 HV-CKPT-COUNT2                    PIC S9(9) COMP VALUE 0.
       01 WS-SINCE-COMMIT                   PIC 9(5) VALUE 0.
       01 WS-CKPT-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-CKPT-FOUND                       VALUE 'Y'.
       01 HV-CKPT-ACCT                      PIC X(8).
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-ACCOUNT-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-RUN-BUSDATE.
           COMPUTE WS-RUN-CCYY = 2000 + WS-RUN-DATE-YY.
           MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-DISPLAY(1:2).
           MOVE '.' TO WS-RUN-DATE-DISPLAY(3:1).
           MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-DISPLAY(4:2).
           MOVE '.' TO WS-RUN-DATE-DISPLAY(6:1).
           MOVE WS-RUN-CCYY TO WS-RUN-DATE-DISPLAY(7:4).
           PERFORM GET-FEE-YEAR-CONFIG.
           PERFORM GET-OD-RATE-CONFIG.
           PERFORM SET-SERVICE-NAMES.
           DISPLAY 'FEESTMT - STATEMENTS OF FEES FOR YEAR '
              WS-FEE-YEAR-NUM ' BRANCH ' SORTCODE.
           PERFORM REGISTER-RUN-START.
           PERFORM GET-COMMIT-FREQ-CONFIG.
           PERFORM READ-CHECKPOINT.
           MOVE HV-CKPT-KEY(1:8) TO HV-CKPT-ACCT.
           EXEC SQL OPEN FEES-ACCT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM PROCESS-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE FEES-ACCT-CURSOR
           END-EXEC.
           PERFORM CLEAR-CHECKPOINT.
           DISPLAY 'FEESTMT - ACCOUNTS PROCESSED:  ' ACCOUNTS-PROCESSED.
           DISPLAY 'FEESTMT - STATEMENTS PRINTED:  '
              STATEMENTS-PRINTED.
           DISPLAY 'FEESTMT - PAPER SUPPRESSED:    '
              STATEMENTS-SUPPRESSED.
           DISPLAY 'FEESTMT - HELD (GONE AWAY):    '
              STATEMENTS-GONE-AWAY.
           DISPLAY 'FEESTMT - LARGE PRINT:         '
              STATEMENTS-LARGE-PRINT.
           DISPLAY 'FEESTMT - BRAILLE:             '
              STATEMENTS-BRAILLE.
           DISPLAY 'FEESTMT - OPENED AFTER YEAR:   '
              ACCOUNTS-NOT-OPEN.
           DISPLAY 'FEESTMT - ACCOUNTS IN ERROR:   ' ACCOUNTS-IN-ERROR.
           PERFORM REGISTER-RUN-END.
           STOP RUN.
       P999.
           EXIT.
       PROCESS-ACCOUNT SECTION.
       PA010.
           EXEC SQL FETCH FEES-ACCT-CURSOR
              INTO :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-ACC-TYPE, :HV-ACCOUNT-INT-RATE,
                   :HV-ACCOUNT-OPENED, :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-FEE-WAIVER
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ACC-EXIT-SW
              GO TO PA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-ACCOUNT-OPENED-YEAR > HV-FEE-YEAR
              ADD 1 TO ACCOUNTS-NOT-OPEN
              GO TO PA999
           END-IF
           PERFORM GATHER-FEE-ENTRIES.
           PERFORM GET-FEE-REFUNDS.
           PERFORM GET-FEE-WAIVERS.
           PERFORM GET-STATEMENT-PREFERENCE.
           IF WS-PAPER-SUPPRESSED
              IF WS-GONE-AWAY
                 ADD 1 TO STATEMENTS-GONE-AWAY
              ELSE
                 ADD 1 TO STATEMENTS-SUPPRESSED
              END-IF
           ELSE
              PERFORM GET-ACCESSIBLE-FORMAT
              PERFORM WRITE-FEE-STATEMENT
              ADD 1 TO STATEMENTS-PRINTED
           END-IF
           PERFORM WRITE-NOTIFY-EVENT.
           ADD 1 TO ACCOUNTS-PROCESSED.
           MOVE SPACES TO HV-CKPT-KEY.
           MOVE HV-ACCOUNT-ACC-NO TO HV-CKPT-KEY(1:8).
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
              PERFORM TAKE-CHECKPOINT
           END-IF.
       PA999.
           EXIT.
       GATHER-FEE-ENTRIES SECTION.
       GFE010.
           INITIALIZE WS-SERVICE-TOTALS.
           MOVE 0 TO WS-FEES-TOTAL.
           MOVE 0 TO WS-OD-INT-TOTAL.
           MOVE 0 TO WS-CR-INT-TOTAL.
           MOVE 'N' TO WS-TRAN-EXIT-SW.
           EXEC SQL OPEN FEES-TRAN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM ACCUMULATE-FEE-ENTRY UNTIL WS-NO-MORE-TRANS.
           EXEC SQL CLOSE FEES-TRAN-CURSOR
           END-EXEC.
       GFE999.
           EXIT.
       ACCUMULATE-FEE-ENTRY SECTION.
       AFE010.
           EXEC SQL FETCH FEES-TRAN-CURSOR
              INTO :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                   :HV-PROCTRAN-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-TRAN-EXIT-SW
              GO TO AFE999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EVALUATE HV-PROCTRAN-TYPE
              WHEN 'ODI'
                 SUBTRACT HV-PROCTRAN-AMOUNT FROM WS-OD-INT-TOTAL
                 GO TO AFE999
              WHEN 'INT'
              WHEN 'IAJ'
                 ADD HV-PROCTRAN-AMOUNT TO WS-CR-INT-TOTAL
                 GO TO AFE999
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *    Only charges taken from the customer are fees; a credit
      *    under CHG is the bank's own commission income.
      *
           IF HV-PROCTRAN-AMOUNT NOT < 0
              GO TO AFE999
           END-IF.
           EVALUATE TRUE
              WHEN HV-PROCTRAN-DESC(1:31) =
                 'MONTHLY ACCOUNT MAINTENANCE FEE'
                 MOVE 1 TO WS-SERVICE-SUB
              WHEN HV-PROCTRAN-DESC(1:15) = 'UNPAID ITEM FEE'
                 MOVE 2 TO WS-SERVICE-SUB
              WHEN HV-PROCTRAN-DESC(1:16) = 'INTL PAYMENT FEE'
                 MOVE 3 TO WS-SERVICE-SUB
              WHEN OTHER
                 MOVE 4 TO WS-SERVICE-SUB
           END-EVALUATE.
           ADD 1 TO WS-SERVICE-COUNT(WS-SERVICE-SUB).
           SUBTRACT HV-PROCTRAN-AMOUNT
              FROM WS-SERVICE-AMOUNT(WS-SERVICE-SUB).
           SUBTRACT HV-PROCTRAN-AMOUNT FROM WS-FEES-TOTAL.
       AFE999.
           EXIT.
      *
      *    Fees given back during the year are the reversals whose
      *    original entry was a charge. Reversals are never archived
      *    with their link, so only live entries are looked at; the
      *    charge itself may have been archived since.
      *
       GET-FEE-REFUNDS SECTION.
       GFR010.
           MOVE 0 TO HV-REFUND-COUNT.
           MOVE 0 TO HV-REFUND-TOTAL.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(R.PROCTRAN_AMOUNT), 0)
              INTO :HV-REFUND-COUNT, :HV-REFUND-TOTAL
              FROM PROCTRAN R
              WHERE R.PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND R.PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
              AND R.PROCTRAN_TYPE = 'REV'
              AND SUBSTR(R.PROCTRAN_DATE, 7, 4) = :HV-FEE-YEAR
              AND EXISTS
                  (SELECT 1 FROM PROCTRAN C
                   WHERE C.PROCTRAN_SORTCODE = R.PROCTRAN_SORTCODE
                   AND C.PROCTRAN_NUMBER = R.PROCTRAN_NUMBER
                   AND C.PROCTRAN_REF = R.PROCTRAN_REVERSAL_OF
                   AND C.PROCTRAN_TYPE = 'CHG'
                   UNION ALL
                   SELECT 1 FROM PROCTRAN_ARCH A
                   WHERE A.PROCTRAN_SORTCODE = R.PROCTRAN_SORTCODE
                   AND A.PROCTRAN_NUMBER = R.PROCTRAN_NUMBER
                   AND A.PROCTRAN_REF = R.PROCTRAN_REVERSAL_OF
                   AND A.PROCTRAN_TYPE = 'CHG')
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'FEESTMT - REFUND LOOKUP FAILED FOR ACCOUNT '
                 HV-ACCOUNT-ACC-NO ' SQLCODE=' SQLCODE
              ADD 1 TO ACCOUNTS-IN-ERROR
              MOVE 0 TO HV-REFUND-COUNT
              MOVE 0 TO HV-REFUND-TOTAL
           END-IF.
       GFR999.
           EXIT.
      *
      *    Maintenance fees given up because of the customer's
      *    relationship tier, as valued month by month by PROFRUN.
      *
       GET-FEE-WAIVERS SECTION.
       GFW010.
           MOVE 0 TO HV-WAIVER-TOTAL.
           STRING HV-FEE-YEAR '01' DELIMITED BY SIZE
              INTO HV-PROF-MONTH-FROM
           END-STRING.
           STRING HV-FEE-YEAR '12' DELIMITED BY SIZE
              INTO HV-PROF-MONTH-TO
           END-STRING.
           EXEC SQL
              SELECT COALESCE(SUM(PROFACC_WAIVERS), 0)
              INTO :HV-WAIVER-TOTAL
              FROM PROFACC
              WHERE PROFACC_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND PROFACC_NUMBER = :HV-ACCOUNT-ACC-NO
              AND PROFACC_MONTH BETWEEN :HV-PROF-MONTH-FROM
                                    AND :HV-PROF-MONTH-TO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO HV-WAIVER-TOTAL
           END-IF.
       GFW999.
           EXIT.
       WRITE-FEE-STATEMENT SECTION.
       WFS010.
           EVALUATE HV-VR-FORMAT
              WHEN 'L'
                 MOVE SPACES TO STATEMENT-LINE
                 STRING 'PRINT FORMAT LARGE PRINT FOR ACCOUNT '
                    HV-ACCOUNT-SORTCODE '-' HV-ACCOUNT-ACC-NO
                    DELIMITED BY SIZE
                    INTO STATEMENT-LINE
                 END-STRING
                 DISPLAY STATEMENT-LINE
                 ADD 1 TO STATEMENTS-LARGE-PRINT
              WHEN 'B'
                 MOVE SPACES TO STATEMENT-LINE
                 STRING 'PRINT FORMAT BRAILLE FOR ACCOUNT '
                    HV-ACCOUNT-SORTCODE '-' HV-ACCOUNT-ACC-NO
                    DELIMITED BY SIZE
                    INTO STATEMENT-LINE
                 END-STRING
                 DISPLAY STATEMENT-LINE
                 ADD 1 TO STATEMENTS-BRAILLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           DISPLAY 'STATEMENT OF FEES'.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'ACCOUNT PROVIDER     SORT CODE ' HV-ACCOUNT-SORTCODE
              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           DISPLAY STATEMENT-LINE.
           DISPLAY 'ACCOUNT NAME         PAYMENT ACCOUNT - CURRENT'.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'ACCOUNT NUMBER       ' HV-ACCOUNT-SORTCODE '-'
              HV-ACCOUNT-ACC-NO '  CUSTOMER ' HV-ACCOUNT-CUST-NO
              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           DISPLAY STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'PERIOD               01.01.' HV-FEE-YEAR
              ' TO 31.12.' HV-FEE-YEAR
              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           DISPLAY STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'DATE                 ' WS-RUN-DATE-DISPLAY
              DELIMITED BY SIZE
              INTO STATEMENT-LINE
           END-STRING
           DISPLAY STATEMENT-LINE.
           DISPLAY ' '.
           DISPLAY 'SUMMARY OF FEES PAID FOR SERVICES'.
           DISPLAY '  SERVICE                                 '
              'NUMBER               TOTAL'.
           IF WS-FEES-TOTAL = 0
              DISPLAY '  NO FEES WERE CHARGED IN THE PERIOD'
           ELSE
              PERFORM WRITE-SERVICE-LINE
                 VARYING WS-SERVICE-SUB FROM 1 BY 1
                 UNTIL WS-SERVICE-SUB > WS-SERVICE-MAX
           END-IF.
           MOVE 'TOTAL FEES PAID FOR SERVICES' TO FTL-LABEL.
           MOVE WS-FEES-TOTAL TO FTL-AMOUNT.
           DISPLAY FEES-TOTAL-LINE.
           IF HV-REFUND-COUNT > 0
              MOVE 'FEES REFUNDED' TO FTL-LABEL
              MOVE HV-REFUND-TOTAL TO FTL-AMOUNT
              DISPLAY FEES-TOTAL-LINE
           END-IF.
           IF HV-WAIVER-TOTAL > 0
              MOVE 'FEES WAIVED' TO FTL-LABEL
              MOVE HV-WAIVER-TOTAL TO FTL-AMOUNT
              DISPLAY FEES-TOTAL-LINE
           END-IF.
           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
              DISPLAY '  THE FEE FOR MAINTAINING THE ACCOUNT IS WAIVED'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'INFORMATION ON INTEREST'.
           IF HV-ACCOUNT-OVERDRAFT-LIM > 0 OR WS-OD-INT-TOTAL NOT = 0
              MOVE 'ARRANGED OVERDRAFT - INTEREST RATE' TO FRL-LABEL
              MOVE WS-OD-RATE TO FRL-RATE
              DISPLAY FEES-RATE-LINE
              MOVE 'TOTAL INTEREST PAID' TO FTL-LABEL
              MOVE WS-OD-INT-TOTAL TO FTL-AMOUNT
              DISPLAY FEES-TOTAL-LINE
           END-IF.
           MOVE 'CREDIT INTEREST - INTEREST RATE' TO FRL-LABEL.
           MOVE HV-ACCOUNT-INT-RATE TO FRL-RATE.
           DISPLAY FEES-RATE-LINE.
           MOVE 'TOTAL INTEREST EARNED' TO FTL-LABEL.
           MOVE WS-CR-INT-TOTAL TO FTL-AMOUNT.
           DISPLAY FEES-TOTAL-LINE.
           DISPLAY 'END OF STATEMENT OF FEES'.
       WFS999.
           EXIT.
       WRITE-SERVICE-LINE SECTION.
       WSL010.
           IF WS-SERVICE-COUNT(WS-SERVICE-SUB) = 0
              GO TO WSL999
           END-IF.
           MOVE WS-SERVICE-NAME(WS-SERVICE-SUB) TO FSL-SERVICE.
           MOVE WS-SERVICE-COUNT(WS-SERVICE-SUB) TO FSL-COUNT.
           MOVE WS-SERVICE-AMOUNT(WS-SERVICE-SUB) TO FSL-AMOUNT.
           DISPLAY FEES-SERVICE-LINE.
       WSL999.
           EXIT.
       SET-SERVICE-NAMES SECTION.
       SSN010.
           MOVE 'MAINTAINING THE ACCOUNT' TO WS-SERVICE-NAME(1).
           MOVE 'REFUSED PAYMENT' TO WS-SERVICE-NAME(2).
           MOVE 'SENDING MONEY OUTSIDE THE UK' TO WS-SERVICE-NAME(3).
           MOVE 'OTHER SERVICES' TO WS-SERVICE-NAME(4).
       SSN999.
           EXIT.
       WRITE-NOTIFY-EVENT SECTION.
       WNE010.
           INITIALIZE HOST-NOTIFEVT-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-NE-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-NE-NUMBER.
           MOVE 'FEESTMT' TO HV-NE-TYPE.
           MOVE WS-RUN-DATE-DISPLAY TO HV-NE-DATE.
           MOVE 0 TO HV-NE-TIME.
           MOVE SPACES TO HV-NE-DETAIL.
           STRING 'STATEMENT OF FEES ' HV-FEE-YEAR ' AVAILABLE'
              DELIMITED BY SIZE
              INTO HV-NE-DETAIL
           END-STRING.
           MOVE 'P' TO HV-NE-STATUS.
           EXEC SQL
              INSERT INTO NOTIFEVT
                     (
                      NOTIFEVT_SORTCODE,
                      NOTIFEVT_NUMBER,
                      NOTIFEVT_TYPE,
                      NOTIFEVT_DATE,
                      NOTIFEVT_TIME,
                      NOTIFEVT_DETAIL,
                      NOTIFEVT_STATUS
                     )
              VALUES
                     (
                      :HV-NE-SORTCODE,
                      :HV-NE-NUMBER,
                      :HV-NE-TYPE,
                      :HV-NE-DATE,
                      :HV-NE-TIME,
                      :HV-NE-DETAIL,
                      :HV-NE-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'NOTIFEVT INSERT FAILED. SQLCODE=' SQLCODE
           END-IF.
       WNE999.
           EXIT.
       GET-STATEMENT-PREFERENCE SECTION.
       GSP010.
      *
      *    A customer may choose a channel for the statement of fees
      *    itself; otherwise it goes the way their statements go.
      *
           MOVE 'N' TO WS-PAPER-SUPPRESSED-SW.
           MOVE 'N' TO WS-GONE-AWAY-SW.
           MOVE 'L' TO HV-STMT-PREF-CHANNEL.
           EXEC SQL
              SELECT NOTIFPRF_CHANNEL
              INTO :HV-STMT-PREF-CHANNEL
              FROM NOTIFPRF
              WHERE NOTIFPRF_CUSTOMER = :HV-ACCOUNT-CUST-NO
              AND NOTIFPRF_EVENT_TYPE = 'FEESTMT '
           END-EXEC.
           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT NOTIFPRF_CHANNEL
                 INTO :HV-STMT-PREF-CHANNEL
                 FROM NOTIFPRF
                 WHERE NOTIFPRF_CUSTOMER = :HV-ACCOUNT-CUST-NO
                 AND NOTIFPRF_EVENT_TYPE = 'STMT    '
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'L' TO HV-STMT-PREF-CHANNEL
              END-IF
           END-IF.
           IF HV-STMT-PREF-CHANNEL = 'E'
           OR HV-STMT-PREF-CHANNEL = 'S'
           OR HV-STMT-PREF-CHANNEL = 'N'
              MOVE 'Y' TO WS-PAPER-SUPPRESSED-SW
              GO TO GSP999
           END-IF.
           PERFORM CHECK-GONE-AWAY.
           IF WS-GONE-AWAY
              MOVE 'Y' TO WS-PAPER-SUPPRESSED-SW
           END-IF.
       GSP999.
           EXIT.
       CHECK-GONE-AWAY SECTION.
       CGA010.
           MOVE 'N' TO WS-GONE-AWAY-SW.
           MOVE SORTCODE TO HV-GA-SORTCODE.
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-ACCOUNT-CUST-NO
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              MOVE 'Y' TO WS-GONE-AWAY-SW
           END-IF.
       CGA999.
           EXIT.
       GET-ACCESSIBLE-FORMAT SECTION.
       GAF010.
           MOVE 'S' TO HV-VR-FORMAT.
           MOVE SORTCODE TO HV-VR-SORTCODE.
           EXEC SQL
              SELECT VULNREG_FORMAT
              INTO :HV-VR-FORMAT
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-VR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-ACCOUNT-CUST-NO
              AND VULNREG_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'S' TO HV-VR-FORMAT
           END-IF.
       GAF999.
           EXIT.
       GET-FEE-YEAR-CONFIG SECTION.
       GFYC010.
           COMPUTE WS-FEE-YEAR-NUM = WS-RUN-CCYY - 1.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-FEESTMT-YEAR' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 1999
              AND HV-CONTROL-VALUE-NUM <= WS-RUN-CCYY
              MOVE HV-CONTROL-VALUE-NUM TO WS-FEE-YEAR-NUM
           END-IF.
           MOVE WS-FEE-YEAR-NUM TO HV-FEE-YEAR.
       GFYC999.
           EXIT.
      *
      *    The arranged overdraft rate DBINTRUN charges, held as
      *    hundredths of a percent on CONTROL.
      *
       GET-OD-RATE-CONFIG SECTION.
       GORC010.
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
       GORC999.
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
       READ-CHECKPOINT SECTION.
       RCKP010.
           MOVE 'N' TO WS-CKPT-FOUND-SW.
           EXEC SQL
              SELECT BATCHCKPT_LAST_KEY,
                     BATCHCKPT_COUNT1,
                     BATCHCKPT_COUNT2
              INTO :HV-CKPT-KEY,
                   :HV-CKPT-COUNT1,
                   :HV-CKPT-COUNT2
              FROM BATCHCKPT
              WHERE BATCHCKPT_PROGRAM = :WS-CKPT-PROGRAM
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO WS-CKPT-FOUND-SW
                 MOVE HV-CKPT-COUNT1 TO ACCOUNTS-PROCESSED
                 MOVE HV-CKPT-COUNT2 TO ACCOUNTS-IN-ERROR
                 DISPLAY 'FEESTMT - RESTARTING FROM CHECKPOINT KEY '
                    HV-CKPT-KEY
              WHEN SQLCODE = +100
                 MOVE SPACES TO HV-CKPT-KEY
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           IF HV-CKPT-KEY = SPACES
              MOVE LOW-VALUES TO HV-CKPT-KEY
           END-IF.
       RCKP999.
           EXIT.
       TAKE-CHECKPOINT SECTION.
       TCKP010.
           MOVE ACCOUNTS-PROCESSED TO HV-CKPT-COUNT1.
           MOVE ACCOUNTS-IN-ERROR TO HV-CKPT-COUNT2.
           EXEC SQL
              UPDATE BATCHCKPT
              SET BATCHCKPT_LAST_KEY = :HV-CKPT-KEY,
                  BATCHCKPT_COUNT1 = :HV-CKPT-COUNT1,
                  BATCHCKPT_COUNT2 = :HV-CKPT-COUNT2
              WHERE BATCHCKPT_PROGRAM = :WS-CKPT-PROGRAM
           END-EXEC.
           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO BATCHCKPT
                        (BATCHCKPT_PROGRAM, BATCHCKPT_LAST_KEY,
                         BATCHCKPT_COUNT1, BATCHCKPT_COUNT2)
                 VALUES
                        (:WS-CKPT-PROGRAM, :HV-CKPT-KEY,
                         :HV-CKPT-COUNT1, :HV-CKPT-COUNT2)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 0 TO WS-SINCE-COMMIT.
       TCKP999.
           EXIT.
       CLEAR-CHECKPOINT SECTION.
       CCKP010.
           EXEC SQL
              DELETE FROM BATCHCKPT
              WHERE BATCHCKPT_PROGRAM = :WS-CKPT-PROGRAM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
       CCKP999.
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
                 DISPLAY 'FEESTMT - STEP ALREADY COMPLETED FOR '
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
           MOVE ACCOUNTS-PROCESSED TO HV-RUN-COUNT1.
           MOVE ACCOUNTS-IN-ERROR TO HV-RUN-COUNT2.
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
              DISPLAY 'FEESTMT - UNABLE TO CLOSE RUN-CONTROL ENTRY. '
                 'SQLCODE=' SQLCODE
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
       RRE999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'FEESTMT - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'FEESTMT - ACCOUNTS PROCESSED: ' ACCOUNTS-PROCESSED.
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
