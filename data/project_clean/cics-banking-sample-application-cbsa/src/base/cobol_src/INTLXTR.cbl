       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTLXTR.
       AUTHOR. Jon Collett.
      *
      *    Releases the day's outbound international payments. An
      *    instruction captured clear (status A) is released at
      *    once. One held for screening (status S) is released when
      *    compliance has cleared the beneficiary's name on the
      *    screening queue, rejected (status X) when the name was
      *    confirmed as a match, and otherwise left for another day.
      *
      *    Releasing an instruction debits the paying account for
      *    the payment (IPO) and our fee (CHG) at the rate fixed at
      *    capture, writes the cross-border payment message to
      *    INTLOUT and marks the instruction despatched (status D).
      *    An account that can no longer fund the payment, or has
      *    been frozen since, fails the instruction (status F).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-FILE ASSIGN TO INTLOUT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-FILE
           RECORDING MODE IS F.
       01  MESSAGE-RECORD.
           03 MSG-RECORD-TYPE                 PIC X.
           03 MSG-REF                         PIC 9(10).
           03 MSG-VALUE-DATE                  PIC 9(8).
           03 MSG-ORD-SORTCODE                PIC X(6).
           03 MSG-ORD-ACCOUNT                 PIC X(8).
           03 MSG-BIC                         PIC X(11).
           03 MSG-IBAN                        PIC X(34).
           03 MSG-BEN-NAME                    PIC X(60).
           03 MSG-BEN-ADDRESS                 PIC X(160).
           03 MSG-CCY                         PIC X(3).
           03 MSG-AMOUNT                      PIC 9(13)V99.
           03 MSG-CHARGE-BEARER               PIC X(3).
           03 MSG-REMITTANCE                  PIC X(35).
           03 FILLER                          PIC X(6).
       01  MESSAGE-TRAILER REDEFINES MESSAGE-RECORD.
           03 FILLER                          PIC X.
           03 MSG-TRL-COUNT                   PIC 9(8).
           03 MSG-TRL-HASH-TOTAL              PIC 9(15)V99.
           03 FILLER                          PIC X(334).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       77 WS-RUN-SEQ                        PIC 9(12) VALUE 0.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-AVAIL-BAL           PIC S9(10)V99.
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9).
          03 HV-FREEZE-STATUS               PIC X.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER         PIC X(4).
          03 HV-PROCTRAN-SORT-CODE          PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER         PIC X(8).
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99.
          03 HV-PROCTRAN-CHANNEL-ID         PIC X(6).
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
       01 HOST-INTLPAY-ROW.
          03 HV-IP-SORTCODE             PIC X(6).
          03 HV-IP-REF                  PIC S9(10) COMP-3.
          03 HV-IP-NUMBER               PIC X(8).
          03 HV-IP-IBAN                 PIC X(34).
          03 HV-IP-BIC                  PIC X(11).
          03 HV-IP-BEN-NAME             PIC X(60).
          03 HV-IP-BEN-ADDRESS          PIC X(160).
          03 HV-IP-CCY                  PIC X(3).
          03 HV-IP-PRINCIPAL            PIC S9(10)V99.
          03 HV-IP-FEE                  PIC S9(10)V99.
          03 HV-IP-SEND-AMOUNT          PIC S9(10)V99.
          03 HV-IP-DEBIT-AMOUNT         PIC S9(10)V99.
          03 HV-IP-CHARGE-BEARER        PIC X(3).
          03 HV-IP-REMITTANCE           PIC X(35).
          03 HV-IP-STATUS               PIC X.
          03 HV-IP-DESPATCH-DATE        PIC S9(8).
          03 HV-IP-REASON               PIC X(8).
       01 HV-SCRQ-PENDING               PIC S9(9) COMP.
       01 HV-SCRQ-REJECTED              PIC S9(9) COMP.
       01 HV-OUR-SORTCODE                   PIC X(6).
           EXEC SQL
              DECLARE INTL-CURSOR CURSOR WITH HOLD FOR
                 SELECT INTLPAY_REF, INTLPAY_NUMBER,
                        INTLPAY_IBAN, INTLPAY_BIC,
                        INTLPAY_BEN_NAME, INTLPAY_BEN_ADDRESS,
                        INTLPAY_CCY, INTLPAY_PRINCIPAL,
                        INTLPAY_FEE, INTLPAY_SEND_AMOUNT,
                        INTLPAY_DEBIT_AMOUNT, INTLPAY_CHARGE_BEARER,
                        INTLPAY_REMITTANCE, INTLPAY_STATUS
                 FROM INTLPAY
                 WHERE INTLPAY_SORTCODE = :HV-OUR-SORTCODE
                 AND INTLPAY_STATUS IN ('A', 'S')
                 ORDER BY INTLPAY_REF
                 FOR FETCH ONLY
           END-EXEC.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-PAYMENTS                  VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-NEW-AVAIL-BAL                  PIC S9(10)V99.
       01 WS-PAYMENT-AMOUNT                 PIC S9(10)V99.
       01 WS-REF-DISPLAY                    PIC 9(10).
       01 WS-HASH-TOTAL                     PIC 9(15)V99 VALUE 0.
       01 PAYMENTS-READ                     PIC 9(8) VALUE 0.
       01 PAYMENTS-DESPATCHED               PIC 9(8) VALUE 0.
       01 PAYMENTS-STILL-HELD               PIC 9(8) VALUE 0.
       01 PAYMENTS-REJECTED                 PIC 9(8) VALUE 0.
       01 PAYMENTS-FAILED                   PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           OPEN OUTPUT MESSAGE-FILE.
           EXEC SQL OPEN INTL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM RELEASE-ONE-PAYMENT UNTIL WS-NO-MORE-PAYMENTS.
           EXEC SQL CLOSE INTL-CURSOR
           END-EXEC.
           MOVE SPACES TO MESSAGE-RECORD.
           MOVE 'T' TO MSG-RECORD-TYPE.
           MOVE PAYMENTS-DESPATCHED TO MSG-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO MSG-TRL-HASH-TOTAL.
           WRITE MESSAGE-RECORD.
           CLOSE MESSAGE-FILE.
           DISPLAY 'INTLXTR - INSTRUCTIONS READ:      ' PAYMENTS-READ.
           DISPLAY 'INTLXTR - PAYMENTS DESPATCHED:    '
              PAYMENTS-DESPATCHED.
           DISPLAY 'INTLXTR - HELD FOR SCREENING:     '
              PAYMENTS-STILL-HELD.
           DISPLAY 'INTLXTR - REJECTED BY SCREENING:  '
              PAYMENTS-REJECTED.
           DISPLAY 'INTLXTR - FAILED AT RELEASE:      '
              PAYMENTS-FAILED.
           STOP RUN.
       P999.
           EXIT.
       RELEASE-ONE-PAYMENT SECTION.
       ROP010.
           EXEC SQL FETCH INTL-CURSOR
              INTO :HV-IP-REF, :HV-IP-NUMBER,
                   :HV-IP-IBAN, :HV-IP-BIC,
                   :HV-IP-BEN-NAME, :HV-IP-BEN-ADDRESS,
                   :HV-IP-CCY, :HV-IP-PRINCIPAL,
                   :HV-IP-FEE, :HV-IP-SEND-AMOUNT,
                   :HV-IP-DEBIT-AMOUNT, :HV-IP-CHARGE-BEARER,
                   :HV-IP-REMITTANCE, :HV-IP-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO PAYMENTS-READ.
           MOVE HV-OUR-SORTCODE TO HV-IP-SORTCODE.
           MOVE HV-IP-REF TO WS-REF-DISPLAY.
           MOVE SPACES TO HV-IP-REASON.
           IF HV-IP-STATUS = 'S'
              PERFORM CHECK-SCREENING-OUTCOME
              IF HV-IP-STATUS NOT = 'A'
                 GO TO ROP999
              END-IF
           END-IF.
           MOVE HV-OUR-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-IP-NUMBER TO HV-ACCOUNT-ACC-NO.
           MOVE SPACE TO HV-FREEZE-STATUS.
           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_FREEZE_STATUS
              INTO :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-FREEZE-STATUS
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'NOACCT' TO HV-IP-REASON
              PERFORM FAIL-PAYMENT
              GO TO ROP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-FREEZE-STATUS = 'F' OR HV-FREEZE-STATUS = 'D'
              MOVE 'FROZEN' TO HV-IP-REASON
              PERFORM FAIL-PAYMENT
              GO TO ROP999
           END-IF.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL - HV-IP-DEBIT-AMOUNT.
           IF WS-NEW-AVAIL-BAL < (0 - HV-ACCOUNT-OVERDRAFT-LIM)
              MOVE 'INSFUNDS' TO HV-IP-REASON
              PERFORM FAIL-PAYMENT
              GO TO ROP999
           END-IF.
           PERFORM DESPATCH-PAYMENT.
       ROP999.
           EXIT.
       CHECK-SCREENING-OUTCOME SECTION.
       CSO010.
      *
      *    A name still pending review keeps the payment held. A
      *    name compliance rejected as a true match stops it.
      *    Once no review is outstanding and none was rejected the
      *    name has been cleared and the payment goes.
      *
           MOVE 0 TO HV-SCRQ-PENDING.
           MOVE 0 TO HV-SCRQ-REJECTED.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN SCREENQ_STATUS = 'P'
                                  THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN SCREENQ_STATUS = 'X'
                                  THEN 1 ELSE 0 END), 0)
              INTO :HV-SCRQ-PENDING, :HV-SCRQ-REJECTED
              FROM SCREENQ
              WHERE SCREENQ_NAME = :HV-IP-BEN-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-SCRQ-PENDING > 0
              ADD 1 TO PAYMENTS-STILL-HELD
              GO TO CSO999
           END-IF.
           IF HV-SCRQ-REJECTED > 0
              MOVE 'X' TO HV-IP-STATUS
              MOVE 'SANCTION' TO HV-IP-REASON
              PERFORM UPDATE-INSTRUCTION
              EXEC SQL
                 COMMIT
              END-EXEC
              ADD 1 TO PAYMENTS-REJECTED
              DISPLAY 'INTLXTR - PAYMENT ' WS-REF-DISPLAY
                 ' REJECTED - BENEFICIARY CONFIRMED ON DENIED-PARTY '
                 'LIST'
              GO TO CSO999
           END-IF.
           MOVE 'A' TO HV-IP-STATUS.
       CSO999.
           EXIT.
       DESPATCH-PAYMENT SECTION.
       DP010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-IP-DEBIT-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-IP-DEBIT-AMOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    When the beneficiary bears the charges our fee has come
      *    out of the principal, so the payment itself is the
      *    principal less the fee.
      *
           IF HV-IP-CHARGE-BEARER = 'BEN'
              COMPUTE WS-PAYMENT-AMOUNT =
                 HV-IP-PRINCIPAL - HV-IP-FEE
           ELSE
              MOVE HV-IP-PRINCIPAL TO WS-PAYMENT-AMOUNT
           END-IF.
           MOVE 'IPO' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-PAYMENT-AMOUNT.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           STRING 'INTL PAYMENT ' DELIMITED BY SIZE,
                  WS-REF-DISPLAY DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-IP-CCY DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.
           PERFORM WRITE-PROCTRAN.
           IF HV-IP-FEE > 0
              MOVE 'CHG' TO HV-PROCTRAN-TYPE
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-IP-FEE
              MOVE SPACES TO HV-PROCTRAN-DESC
              STRING 'INTL PAYMENT FEE ' DELIMITED BY SIZE,
                     WS-REF-DISPLAY DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
              PERFORM WRITE-PROCTRAN
           END-IF.
           MOVE SPACES TO MESSAGE-RECORD.
           MOVE 'P' TO MSG-RECORD-TYPE.
           MOVE WS-REF-DISPLAY TO MSG-REF.
           MOVE WS-TODAY-YYYYMMDD TO MSG-VALUE-DATE.
           MOVE HV-ACCOUNT-SORTCODE TO MSG-ORD-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO MSG-ORD-ACCOUNT.
           MOVE HV-IP-BIC TO MSG-BIC.
           MOVE HV-IP-IBAN TO MSG-IBAN.
           MOVE HV-IP-BEN-NAME TO MSG-BEN-NAME.
           MOVE HV-IP-BEN-ADDRESS TO MSG-BEN-ADDRESS.
           MOVE HV-IP-CCY TO MSG-CCY.
           MOVE HV-IP-SEND-AMOUNT TO MSG-AMOUNT.
           MOVE HV-IP-CHARGE-BEARER TO MSG-CHARGE-BEARER.
           MOVE HV-IP-REMITTANCE TO MSG-REMITTANCE.
           WRITE MESSAGE-RECORD.
           ADD HV-IP-SEND-AMOUNT TO WS-HASH-TOTAL.
           MOVE 'D' TO HV-IP-STATUS.
           PERFORM UPDATE-INSTRUCTION.
           EXEC SQL
              COMMIT
           END-EXEC.
           ADD 1 TO PAYMENTS-DESPATCHED.
       DP999.
           EXIT.
       FAIL-PAYMENT SECTION.
       FP010.
           MOVE 'F' TO HV-IP-STATUS.
           PERFORM UPDATE-INSTRUCTION.
           EXEC SQL
              COMMIT
           END-EXEC.
           ADD 1 TO PAYMENTS-FAILED.
           DISPLAY 'INTLXTR - PAYMENT ' WS-REF-DISPLAY
              ' FAILED ' HV-IP-REASON ' ACCOUNT ' HV-IP-NUMBER.
       FP999.
           EXIT.
       UPDATE-INSTRUCTION SECTION.
       UI010.
           MOVE WS-TODAY-YYYYMMDD TO HV-IP-DESPATCH-DATE.
           EXEC SQL
              UPDATE INTLPAY
              SET INTLPAY_STATUS = :HV-IP-STATUS,
                  INTLPAY_DESPATCH_DATE = :HV-IP-DESPATCH-DATE,
                  INTLPAY_REASON = :HV-IP-REASON
              WHERE INTLPAY_SORTCODE = :HV-IP-SORTCODE
              AND INTLPAY_REF = :HV-IP-REF
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       UI999.
           EXIT.
       WRITE-PROCTRAN SECTION.
       WP010.
           ADD 1 TO WS-RUN-SEQ.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE SPACES TO HV-PROCTRAN-DATE.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
              WS-RUN-DATE-CCYY DELIMITED BY SIZE
              INTO HV-PROCTRAN-DATE
           END-STRING.
           MOVE WS-RUN-TIME TO HV-PROCTRAN-TIME.
           MOVE WS-RUN-SEQ TO HV-PROCTRAN-REF.
           MOVE 'INTL' TO HV-PROCTRAN-CHANNEL-ID.
           MOVE WS-TODAY-YYYYMMDD TO HV-PROCTRAN-VALUE-DATE.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_VALUE_DATE
                     )
              VALUES
                     (
                      :HV-PROCTRAN-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-PROCTRAN-DATE,
                      :HV-PROCTRAN-TIME,
                      :HV-PROCTRAN-REF,
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-CHANNEL-ID,
                      :HV-PROCTRAN-VALUE-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'INTLXTR - PROCTRAN INSERT FAILED FOR PAYMENT '
                 WS-REF-DISPLAY ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       WP999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'INTLXTR - RUN ABANDONED. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'INTLXTR - PAYMENTS DESPATCHED: '
              PAYMENTS-DESPATCHED.
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
