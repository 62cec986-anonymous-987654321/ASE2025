          03 HV-LS-OLDEST-DUE           PIC S9(8).
          03 HV-LS-MISSED-COUNT         PIC S9(9) COMP.
          03 HV-LS-MISSED-TOTAL         PIC S9(13)V99.
       01 HOST-FORBEAR-ROW.
          03 HV-FB-NUMBER               PIC X(8).
          03 HV-FB-TYPE                 PIC X.
          03 HV-FB-START                PIC S9(8).
          03 HV-FB-END                  PIC S9(8).
          03 HV-FB-AMOUNT               PIC S9(10)V99.
          03 HV-FB-BALANCE              PIC S9(10)V99.
          03 HV-FB-MISSED-COUNT         PIC S9(9) COMP.
      *
      *    Loans of customers on the vulnerable customer register
      *    are taken out of the arrears chase and the buckets, and
      *    referred to the specialist support team through VULNREF.
      *
       01 HV-LS-CUSTOMER                PIC X(10).
       01 HV-VR-ACTIVE-COUNT            PIC S9(9) COMP.
       01 HV-VF-OPEN-COUNT              PIC S9(9) COMP.
       01 HOST-VULNREF-ROW.
          03 HV-VF-SORTCODE             PIC X(6).
          03 HV-VF-CUSTOMER             PIC X(10).
          03 HV-VF-ACCOUNT              PIC X(8).
          03 HV-VF-SOURCE               PIC X(8).
          03 HV-VF-RAISED-DATE          PIC S9(8).
          03 HV-VF-DETAIL               PIC X(40).
          03 HV-VF-STATUS               PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-LOANS                     VALUE 'Y'.
       01 WS-FB-EXIT-SW                     PIC X VALUE 'N'.
          88 WS-NO-MORE-FORBORNE                  VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
       01 BUCKET-31-60                      PIC 9(8) VALUE 0.
       01 BUCKET-61-90                      PIC 9(8) VALUE 0.
       01 BUCKET-OVER-90                    PIC 9(8) VALUE 0.
       01 FORBORNE-LOANS                    PIC 9(8) VALUE 0.
       01 FORBORNE-IN-ARREARS               PIC 9(8) VALUE 0.
       01 FORBORNE-EXPOSURE                 PIC S9(13)V99 VALUE 0.
       01 LOANS-SPECIALIST                  PIC 9(8) VALUE 0.
       01 LOANS-REFERRED                    PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-SW                  PIC X VALUE 'N'.
          88 WS-VULNERABLE-CUSTOMER              VALUE 'Y'.
       01 WS-MISSED-EDIT                    PIC Z(4)9.
           EXEC SQL
              DECLARE ARRS-CURSOR CURSOR FOR
                 SELECT LOANSCHD_NUMBER,
                 FROM LOANSCHD
                 WHERE LOANSCHD_SORTCODE = :HV-LS-SORTCODE
                 AND LOANSCHD_STATUS = 'M'
                 AND NOT EXISTS
                    (SELECT 1 FROM FORBEAR
                     WHERE FORBEAR_SORTCODE = LOANSCHD_SORTCODE
                     AND FORBEAR_NUMBER = LOANSCHD_NUMBER
                     AND FORBEAR_STATUS = 'A')
                 GROUP BY LOANSCHD_NUMBER
                 ORDER BY LOANSCHD_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
      *
      *    Loans under a live forbearance arrangement are reported
      *    on their own, whether or not they are also in arrears,
      *    and are kept out of the arrears buckets above.
      *
           EXEC SQL
              DECLARE FORB-CURSOR CURSOR FOR
                 SELECT F.FORBEAR_NUMBER, F.FORBEAR_TYPE,
                        F.FORBEAR_START, F.FORBEAR_END,
                        F.FORBEAR_AMOUNT, A.ACCOUNT_ACTUAL_BALANCE,
                        (SELECT COUNT(*) FROM LOANSCHD S
                         WHERE S.LOANSCHD_SORTCODE = F.FORBEAR_SORTCODE
                         AND S.LOANSCHD_NUMBER = F.FORBEAR_NUMBER
                         AND S.LOANSCHD_STATUS = 'M')
                 FROM FORBEAR F, ACCOUNT A
                 WHERE F.FORBEAR_SORTCODE = :HV-LS-SORTCODE
                 AND F.FORBEAR_STATUS = 'A'
                 AND A.ACCOUNT_SORTCODE = F.FORBEAR_SORTCODE
                 AND A.ACCOUNT_NUMBER = F.FORBEAR_NUMBER
                 ORDER BY F.FORBEAR_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'LOANARRS - BUCKET 31-60 DAYS: ' BUCKET-31-60.
           DISPLAY 'LOANARRS - BUCKET 61-90 DAYS: ' BUCKET-61-90.
           DISPLAY 'LOANARRS - BUCKET OVER 90:    ' BUCKET-OVER-90.
           DISPLAY 'LOANARRS - SPECIALIST SUPPORT:' LOANS-SPECIALIST.
           DISPLAY 'LOANARRS - NEWLY REFERRED:    ' LOANS-REFERRED.
           EXEC SQL OPEN FORB-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPORT-ONE-FORBORNE UNTIL WS-NO-MORE-FORBORNE.
           EXEC SQL CLOSE FORB-CURSOR
           END-EXEC.
           DISPLAY 'LOANARRS - FORBORNE LOANS:    ' FORBORNE-LOANS.
           DISPLAY 'LOANARRS - FORBORNE IN ARREARS:'
              FORBORNE-IN-ARREARS.
           DISPLAY 'LOANARRS - FORBORNE EXPOSURE: ' FORBORNE-EXPOSURE.
           STOP RUN.
       P999.
           EXIT.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM CHECK-VULNERABLE-CUSTOMER.
           IF WS-VULNERABLE-CUSTOMER
              ADD 1 TO LOANS-SPECIALIST
              PERFORM REFER-TO-SPECIALIST
              GO TO AOL999
           END-IF.
           ADD 1 TO LOANS-IN-ARREARS.
           MOVE HV-LS-OLDEST-DUE TO WS-OLDEST-UNSIGNED.
           COMPUTE WS-ARREARS-DAYS =
              ' (' WS-ARREARS-DAYS ' DAYS)'.
       AOL999.
           EXIT.
       CHECK-VULNERABLE-CUSTOMER SECTION.
       CVC010.
           MOVE 'N' TO WS-VULNERABLE-SW.
           MOVE SPACES TO HV-LS-CUSTOMER.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-LS-CUSTOMER
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-LS-SORTCODE
              AND ACCOUNT_NUMBER = :HV-LS-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO CVC999
           END-IF.
           MOVE 0 TO HV-VR-ACTIVE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-VR-ACTIVE-COUNT
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-LS-SORTCODE
              AND VULNREG_CUSTOMER = :HV-LS-CUSTOMER
              AND VULNREG_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-VR-ACTIVE-COUNT > 0
              MOVE 'Y' TO WS-VULNERABLE-SW
           END-IF.
       CVC999.
           EXIT.
      *
      *    One open referral per loan, raised the first time the
      *    loan is seen in arrears.
      *
       REFER-TO-SPECIALIST SECTION.
       RTS010.
           DISPLAY 'LOANARRS - LOAN ' HV-LS-ACC-NO
              ' MISSED ' HV-LS-MISSED-COUNT
              ' PAYMENTS - SPECIALIST SUPPORT'.
           MOVE 0 TO HV-VF-OPEN-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-VF-OPEN-COUNT
              FROM VULNREF
              WHERE VULNREF_SORTCODE = :HV-LS-SORTCODE
              AND VULNREF_ACCOUNT = :HV-LS-ACC-NO
              AND VULNREF_SOURCE = 'LOANARRS'
              AND VULNREF_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-VF-OPEN-COUNT > 0
              GO TO RTS999
           END-IF.
           MOVE HV-LS-SORTCODE TO HV-VF-SORTCODE.
           MOVE HV-LS-CUSTOMER TO HV-VF-CUSTOMER.
           MOVE HV-LS-ACC-NO TO HV-VF-ACCOUNT.
           MOVE 'LOANARRS' TO HV-VF-SOURCE.
           MOVE WS-RUN-DATE-X TO HV-VF-RAISED-DATE.
           MOVE HV-LS-MISSED-COUNT TO WS-MISSED-EDIT.
           MOVE SPACES TO HV-VF-DETAIL.
           STRING 'LOAN ARREARS - MISSED PAYMENTS '
                  DELIMITED BY SIZE,
                  WS-MISSED-EDIT DELIMITED BY SIZE
                  INTO HV-VF-DETAIL
           END-STRING.
           MOVE 'O' TO HV-VF-STATUS.
           EXEC SQL
              INSERT INTO VULNREF
                     (
                      VULNREF_SORTCODE,
                      VULNREF_CUSTOMER,
                      VULNREF_ACCOUNT,
                      VULNREF_SOURCE,
                      VULNREF_RAISED_DATE,
                      VULNREF_DETAIL,
                      VULNREF_STATUS
                     )
              VALUES
                     (
                      :HV-VF-SORTCODE,
                      :HV-VF-CUSTOMER,
                      :HV-VF-ACCOUNT,
                      :HV-VF-SOURCE,
                      :HV-VF-RAISED-DATE,
                      :HV-VF-DETAIL,
                      :HV-VF-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'LOANARRS - UNABLE TO REFER LOAN '
                 HV-LS-ACC-NO ' SQLCODE=' SQLCODE
              GO TO RTS999
           END-IF.
           ADD 1 TO LOANS-REFERRED.
       RTS999.
           EXIT.
       REPORT-ONE-FORBORNE SECTION.
       ROF010.
           EXEC SQL FETCH FORB-CURSOR
              INTO :HV-FB-NUMBER, :HV-FB-TYPE,
                   :HV-FB-START, :HV-FB-END,
                   :HV-FB-AMOUNT, :HV-FB-BALANCE,
                   :HV-FB-MISSED-COUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-FB-EXIT-SW
              GO TO ROF999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO FORBORNE-LOANS.
           IF HV-FB-MISSED-COUNT > 0
              ADD 1 TO FORBORNE-IN-ARREARS
           END-IF.
           SUBTRACT HV-FB-BALANCE FROM FORBORNE-EXPOSURE.
           DISPLAY 'LOANARRS - FORBORNE LOAN ' HV-FB-NUMBER
              ' TYPE ' HV-FB-TYPE
              ' FROM ' HV-FB-START ' TO ' HV-FB-END
              ' AGREED ' HV-FB-AMOUNT
              ' BALANCE ' HV-FB-BALANCE
              ' MISSED ' HV-FB-MISSED-COUNT.
       ROF999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
