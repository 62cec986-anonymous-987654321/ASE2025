          03 HV-NE-TIME                 PIC 9(6).
          03 HV-NE-DETAIL               PIC X(40).
          03 HV-NE-STATUS               PIC X.
      *
      *    Customers on the vulnerable customer register are kept
      *    out of the standard chase: no excess letters and no move
      *    to the collections workqueue. The account is referred to
      *    the specialist support team through VULNREF instead.
      *
       01 HOST-VULNREF-ROW.
          03 HV-VF-SORTCODE             PIC X(6).
          03 HV-VF-CUSTOMER             PIC X(10).
          03 HV-VF-ACCOUNT              PIC X(8).
          03 HV-VF-SOURCE               PIC X(8).
          03 HV-VF-RAISED-DATE          PIC S9(8).
          03 HV-VF-DETAIL               PIC X(40).
          03 HV-VF-STATUS               PIC X.
       01 HV-VR-ACTIVE-COUNT                PIC S9(9) COMP.
       01 HV-VF-OPEN-COUNT                  PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 ACCOUNTS-QUEUED                   PIC 9(8) VALUE 0.
       01 ACCOUNTS-CURED                    PIC 9(8) VALUE 0.
       01 LETTERS-RAISED                    PIC 9(8) VALUE 0.
       01 ACCOUNTS-REFERRED                 PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-SW                  PIC X VALUE 'N'.
          88 WS-VULNERABLE-CUSTOMER              VALUE 'Y'.
       01 WS-EXCESS-EDIT                    PIC Z(9)9.99.
           EXEC SQL
              DECLARE EXC-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_CUSTOMER_NUMBER,
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND ACCOUNT_ACTUAL_BALANCE <
                     (0 - ACCOUNT_OVERDRAFT_LIMIT)
                 AND NOT EXISTS
                    (SELECT 1 FROM WRITEOFF
                     WHERE WRTOFF_SORTCODE = ACCOUNT_SORTCODE
                     AND WRTOFF_NUMBER = ACCOUNT_NUMBER)
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           DISPLAY 'ODEXSWP - NEWLY QUEUED:       ' ACCOUNTS-QUEUED.
           DISPLAY 'ODEXSWP - CURED TODAY:        ' ACCOUNTS-CURED.
           DISPLAY 'ODEXSWP - LETTERS RAISED:     ' LETTERS-RAISED.
           DISPLAY 'ODEXSWP - SPECIALIST REFERRALS:'
              ACCOUNTS-REFERRED.
           STOP RUN.
       P999.
           EXIT.
              (0 - HV-ACCOUNT-ACTUAL-BAL)
              - HV-ACCOUNT-OVERDRAFT-LIM.
           MOVE HV-ACCOUNT-ACC-NO TO HV-ODEX-ACC-NO.
           PERFORM CHECK-VULNERABLE-CUSTOMER.
           IF WS-VULNERABLE-CUSTOMER
              PERFORM REFER-TO-SPECIALIST
           END-IF.
           EXEC SQL
              SELECT ODEX_DAYS, ODEX_BUCKET,
                     ODEX_LETTER_STAGE, ODEX_STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-VULNERABLE-CUSTOMER
              MOVE HV-ODEX-LETTER-STAGE TO WS-NEW-STAGE
              MOVE SPACES TO WS-LETTER-TYPE
           END-IF.
           IF HV-ODEX-STATUS = 'P'
           AND WS-NEW-DAYS > WS-QUEUE-AFTER-DAYS
           AND NOT WS-VULNERABLE-CUSTOMER
              MOVE 'O' TO HV-ODEX-STATUS
              ADD 1 TO ACCOUNTS-QUEUED
              DISPLAY 'ODEXSWP - ACCOUNT ' HV-ODEX-ACC-NO
           IF SQLCODE = 0
              ADD 1 TO ACCOUNTS-CURED
           END-IF.
           EXEC SQL
              UPDATE VULNREF
              SET VULNREF_STATUS = 'C'
              WHERE VULNREF_SORTCODE = :HV-OUR-SORTCODE
              AND VULNREF_ACCOUNT = :HV-ODEX-ACC-NO
              AND VULNREF_SOURCE = 'ODEXSWP '
              AND VULNREF_STATUS = 'O'
           END-EXEC.
       COA999.
           EXIT.
       CHECK-VULNERABLE-CUSTOMER SECTION.
       CVC010.
           MOVE 'N' TO WS-VULNERABLE-SW.
           MOVE 0 TO HV-VR-ACTIVE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-VR-ACTIVE-COUNT
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-OUR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-ACCOUNT-CUST-NO
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
      *    One open referral per account; it is closed when the
      *    account returns within its limit.
      *
       REFER-TO-SPECIALIST SECTION.
       RTS010.
           MOVE 0 TO HV-VF-OPEN-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-VF-OPEN-COUNT
              FROM VULNREF
              WHERE VULNREF_SORTCODE = :HV-OUR-SORTCODE
              AND VULNREF_ACCOUNT = :HV-ACCOUNT-ACC-NO
              AND VULNREF_SOURCE = 'ODEXSWP '
              AND VULNREF_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-VF-OPEN-COUNT > 0
              GO TO RTS999
           END-IF.
           MOVE HV-OUR-SORTCODE TO HV-VF-SORTCODE.
           MOVE HV-ACCOUNT-CUST-NO TO HV-VF-CUSTOMER.
           MOVE HV-ACCOUNT-ACC-NO TO HV-VF-ACCOUNT.
           MOVE 'ODEXSWP ' TO HV-VF-SOURCE.
           MOVE WS-TODAY-YYYYMMDD TO HV-VF-RAISED-DATE.
           MOVE HV-EXCESS-AMT TO WS-EXCESS-EDIT.
           MOVE SPACES TO HV-VF-DETAIL.
           STRING 'OVERDRAFT EXCESS ' DELIMITED BY SIZE,
                  WS-EXCESS-EDIT DELIMITED BY SIZE
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
              DISPLAY 'ODEXSWP - UNABLE TO REFER ACCOUNT '
                 HV-ACCOUNT-ACC-NO ' SQLCODE=' SQLCODE
              GO TO RTS999
           END-IF.
           ADD 1 TO ACCOUNTS-REFERRED.
           DISPLAY 'ODEXSWP - ACCOUNT ' HV-ACCOUNT-ACC-NO
              ' REFERRED TO SPECIALIST SUPPORT QUEUE'.
       RTS999.
           EXIT.
       WRITE-NOTIFY-EVENT SECTION.
       WNE010.
           INITIALIZE HOST-NOTIFEVT-ROW.
