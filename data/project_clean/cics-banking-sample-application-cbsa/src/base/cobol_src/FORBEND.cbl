       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBEND.
       AUTHOR. Jon Collett.
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
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-FORBEAR-ROW.
          03 HV-FB-NUMBER               PIC X(8).
          03 HV-FB-TYPE                 PIC X.
             88 HV-FB-EXTENSION               VALUE 'E'.
          03 HV-FB-END                  PIC S9(8).
          03 HV-FB-EXT-MONTHS           PIC S9(4) COMP.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99.
          03 HV-ACCOUNT-INT-RATE        PIC S9(4)V99 COMP-3.
       01 HOST-LOANSCHD-ROW.
          03 HV-LS-PAYMENT-NO           PIC S9(4) COMP.
          03 HV-LS-DUE-DATE             PIC S9(8).
          03 HV-LS-PAYMENT              PIC S9(10)V99.
          03 HV-LS-PRINCIPAL            PIC S9(10)V99.
          03 HV-LS-INTEREST             PIC S9(10)V99.
       01 HV-REMAINING-COUNT                PIC S9(9) COMP.
       01 HV-LAST-PAYMENT-NO                PIC S9(4) COMP.
       01 HV-LAST-PAYMENT-NO-IND            PIC S9(4) COMP.
       01 HV-LAST-DUE-DATE                  PIC S9(8).
       01 HV-LAST-DUE-DATE-IND              PIC S9(4) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ARRANGEMENTS              VALUE 'Y'.
       01 WS-SCHD-EXIT-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-INSTALMENTS               VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-MONTHLY-RATE               PIC S9(3)V9(9) COMP-3.
       01 WS-RATE-FACTOR                PIC S9(3)V9(9) COMP-3.
       01 WS-FACTOR-POWER               PIC S9(3)V9(9) COMP-3.
       01 WS-PAYMENT                    PIC S9(10)V99.
       01 WS-BALANCE-LEFT               PIC S9(10)V99.
       01 WS-INT-PORTION                PIC S9(10)V99.
       01 WS-PRIN-PORTION               PIC S9(10)V99.
       01 WS-TERM-LEFT                  PIC S9(4) COMP.
       01 WS-ROWS-DONE                  PIC S9(4) COMP.
       01 WS-NEW-ROWS                   PIC S9(4) COMP.
       01 WS-PAY-SUB                    PIC S9(4) COMP.
       01 WS-DUE-DATE-X                 PIC 9(8).
       01 WS-DUE-DATE-GRP REDEFINES WS-DUE-DATE-X.
          03 WS-DD-YYYY                 PIC 9999.
          03 WS-DD-MM                   PIC 99.
          03 WS-DD-DD                   PIC 99.
       01 ARRANGEMENTS-ENDED                PIC 9(8) VALUE 0.
       01 INSTALMENTS-REPROFILED            PIC 9(8) VALUE 0.
       01 INSTALMENTS-ADDED                 PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE FB-CURSOR CURSOR FOR
                 SELECT FORBEAR_NUMBER, FORBEAR_TYPE,
                        FORBEAR_END, FORBEAR_EXT_MONTHS
                 FROM FORBEAR
                 WHERE FORBEAR_SORTCODE = :HV-OUR-SORTCODE
                 AND FORBEAR_STATUS = 'A'
                 AND FORBEAR_END < :WS-TODAY-YYYYMMDD
                 ORDER BY FORBEAR_NUMBER
                 FOR UPDATE OF FORBEAR_STATUS
           END-EXEC.
           EXEC SQL
              DECLARE SCHD-CURSOR CURSOR FOR
                 SELECT LOANSCHD_PAYMENT_NO, LOANSCHD_DUE_DATE
                 FROM LOANSCHD
                 WHERE LOANSCHD_SORTCODE = :HV-OUR-SORTCODE
                 AND LOANSCHD_NUMBER = :HV-FB-NUMBER
                 AND LOANSCHD_STATUS = 'D'
                 ORDER BY LOANSCHD_PAYMENT_NO
                 FOR UPDATE OF LOANSCHD_PAYMENT, LOANSCHD_PRINCIPAL,
                               LOANSCHD_INTEREST
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           EXEC SQL OPEN FB-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM END-ONE-ARRANGEMENT
              UNTIL WS-NO-MORE-ARRANGEMENTS.
           EXEC SQL CLOSE FB-CURSOR
           END-EXEC.
           DISPLAY 'FORBEND - ARRANGEMENTS ENDED:     '
              ARRANGEMENTS-ENDED.
           DISPLAY 'FORBEND - INSTALMENTS RE-PROFILED:'
              INSTALMENTS-REPROFILED.
           DISPLAY 'FORBEND - INSTALMENTS ADDED:      '
              INSTALMENTS-ADDED.
           STOP RUN.
       P999.
           EXIT.
       END-ONE-ARRANGEMENT SECTION.
       EOA010.
           EXEC SQL FETCH FB-CURSOR
              INTO :HV-FB-NUMBER, :HV-FB-TYPE,
                   :HV-FB-END, :HV-FB-EXT-MONTHS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO EOA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE, ACCOUNT_INTEREST_RATE
              INTO :HV-ACCOUNT-ACTUAL-BAL, :HV-ACCOUNT-INT-RATE
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND ACCOUNT_NUMBER = :HV-FB-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE 0 TO WS-TERM-LEFT.
           MOVE 0 TO WS-PAYMENT.
           IF HV-ACCOUNT-ACTUAL-BAL < 0
              PERFORM REPROFILE-LOAN
           END-IF.
           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_STATUS = 'E'
              WHERE CURRENT OF FB-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO ARRANGEMENTS-ENDED.
           DISPLAY 'FORBEND - LOAN ' HV-FB-NUMBER
              ' ARRANGEMENT ' HV-FB-TYPE ' ENDED ' HV-FB-END
              ' TERM LEFT ' WS-TERM-LEFT
              ' NEW PAYMENT ' WS-PAYMENT.
       EOA999.
           EXIT.
       REPROFILE-LOAN SECTION.
       RL010.
      *
      *    The balance still owed is re-amortised over the
      *    instalments left on the schedule, plus the agreed number
      *    of extra months for a term extension, at the loan's own
      *    rate, so the loan still clears on its final instalment.
      *
           COMPUTE WS-BALANCE-LEFT = 0 - HV-ACCOUNT-ACTUAL-BAL.
           MOVE 0 TO HV-REMAINING-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-REMAINING-COUNT
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-OUR-SORTCODE
              AND LOANSCHD_NUMBER = :HV-FB-NUMBER
              AND LOANSCHD_STATUS = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 0 TO HV-LAST-PAYMENT-NO.
           MOVE 0 TO HV-LAST-DUE-DATE.
           EXEC SQL
              SELECT MAX(LOANSCHD_PAYMENT_NO), MAX(LOANSCHD_DUE_DATE)
              INTO :HV-LAST-PAYMENT-NO :HV-LAST-PAYMENT-NO-IND,
                   :HV-LAST-DUE-DATE :HV-LAST-DUE-DATE-IND
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-OUR-SORTCODE
              AND LOANSCHD_NUMBER = :HV-FB-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-LAST-PAYMENT-NO-IND < 0
              MOVE 0 TO HV-LAST-PAYMENT-NO
           END-IF.
           IF HV-LAST-DUE-DATE-IND < 0
              OR HV-LAST-DUE-DATE < WS-TODAY-YYYYMMDD
              MOVE WS-TODAY-YYYYMMDD TO HV-LAST-DUE-DATE
           END-IF.
           MOVE HV-REMAINING-COUNT TO WS-TERM-LEFT.
           MOVE 0 TO WS-NEW-ROWS.
           IF HV-FB-EXTENSION
              MOVE HV-FB-EXT-MONTHS TO WS-NEW-ROWS
           END-IF.
           IF WS-TERM-LEFT + WS-NEW-ROWS = 0
              MOVE 1 TO WS-NEW-ROWS
           END-IF.
           ADD WS-NEW-ROWS TO WS-TERM-LEFT.
           PERFORM COMPUTE-LEVEL-PAYMENT.
           MOVE 0 TO WS-ROWS-DONE.
           MOVE 'N' TO WS-SCHD-EXIT-SW.
           EXEC SQL OPEN SCHD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPROFILE-ONE-INSTALMENT
              UNTIL WS-NO-MORE-INSTALMENTS.
           EXEC SQL CLOSE SCHD-CURSOR
           END-EXEC.
           MOVE HV-LAST-DUE-DATE TO WS-DUE-DATE-X.
           PERFORM ADD-ONE-INSTALMENT
              VARYING WS-PAY-SUB FROM 1 BY 1
              UNTIL WS-PAY-SUB > WS-NEW-ROWS.
       RL999.
           EXIT.
       COMPUTE-LEVEL-PAYMENT SECTION.
       CLP010.
           IF HV-ACCOUNT-INT-RATE = 0
              MOVE 0 TO WS-MONTHLY-RATE
              COMPUTE WS-PAYMENT ROUNDED =
                 WS-BALANCE-LEFT / WS-TERM-LEFT
           ELSE
              COMPUTE WS-MONTHLY-RATE ROUNDED =
                 HV-ACCOUNT-INT-RATE / 1200
              COMPUTE WS-RATE-FACTOR ROUNDED =
                 1 + WS-MONTHLY-RATE
              COMPUTE WS-FACTOR-POWER ROUNDED =
                 WS-RATE-FACTOR ** WS-TERM-LEFT
              COMPUTE WS-PAYMENT ROUNDED =
                 (WS-BALANCE-LEFT * WS-MONTHLY-RATE
                    * WS-FACTOR-POWER)
                 / (WS-FACTOR-POWER - 1)
           END-IF.
       CLP999.
           EXIT.
       SPLIT-INSTALMENT SECTION.
       SI010.
           ADD 1 TO WS-ROWS-DONE.
           COMPUTE WS-INT-PORTION ROUNDED =
              WS-BALANCE-LEFT * WS-MONTHLY-RATE.
           COMPUTE WS-PRIN-PORTION =
              WS-PAYMENT - WS-INT-PORTION.
           IF WS-ROWS-DONE = WS-TERM-LEFT
              MOVE WS-BALANCE-LEFT TO WS-PRIN-PORTION
           END-IF.
           SUBTRACT WS-PRIN-PORTION FROM WS-BALANCE-LEFT.
           MOVE WS-PRIN-PORTION TO HV-LS-PRINCIPAL.
           MOVE WS-INT-PORTION TO HV-LS-INTEREST.
           COMPUTE HV-LS-PAYMENT = WS-PRIN-PORTION + WS-INT-PORTION.
       SI999.
           EXIT.
       REPROFILE-ONE-INSTALMENT SECTION.
       ROI010.
           EXEC SQL FETCH SCHD-CURSOR
              INTO :HV-LS-PAYMENT-NO, :HV-LS-DUE-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-SCHD-EXIT-SW
              GO TO ROI999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM SPLIT-INSTALMENT.
           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_PAYMENT = :HV-LS-PAYMENT,
                  LOANSCHD_PRINCIPAL = :HV-LS-PRINCIPAL,
                  LOANSCHD_INTEREST = :HV-LS-INTEREST
              WHERE CURRENT OF SCHD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO INSTALMENTS-REPROFILED.
       ROI999.
           EXIT.
       ADD-ONE-INSTALMENT SECTION.
       AOI010.
           ADD 1 TO WS-DD-MM.
           IF WS-DD-MM > 12
              MOVE 1 TO WS-DD-MM
              ADD 1 TO WS-DD-YYYY
           END-IF.
           IF WS-DD-DD > 28
              MOVE 28 TO WS-DD-DD
           END-IF.
           PERFORM SPLIT-INSTALMENT.
           ADD 1 TO HV-LAST-PAYMENT-NO.
           MOVE HV-LAST-PAYMENT-NO TO HV-LS-PAYMENT-NO.
           MOVE WS-DUE-DATE-X TO HV-LS-DUE-DATE.
           EXEC SQL
              INSERT INTO LOANSCHD
                     (
                      LOANSCHD_SORTCODE,
                      LOANSCHD_NUMBER,
                      LOANSCHD_PAYMENT_NO,
                      LOANSCHD_DUE_DATE,
                      LOANSCHD_PAYMENT,
                      LOANSCHD_PRINCIPAL,
                      LOANSCHD_INTEREST,
                      LOANSCHD_STATUS
                     )
              VALUES
                     (
                      :HV-OUR-SORTCODE,
                      :HV-FB-NUMBER,
                      :HV-LS-PAYMENT-NO,
                      :HV-LS-DUE-DATE,
                      :HV-LS-PAYMENT,
                      :HV-LS-PRINCIPAL,
                      :HV-LS-INTEREST,
                      'D'
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'FORBEND - LOANSCHD INSERT FAILED FOR LOAN '
                 HV-FB-NUMBER ' PAYMENT ' HV-LS-PAYMENT-NO
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO INSTALMENTS-ADDED.
       AOI999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'FORBEND - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'FORBEND - ARRANGEMENTS ENDED: '
              ARRANGEMENTS-ENDED.
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
