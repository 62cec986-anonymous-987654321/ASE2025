          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
              05 PROC-TRAN-DESC               PIC X(40).
              05 PROC-TRAN-AMOUNT             PIC S9(10)V99.
       01 WS-CHEQUE-AMOUNT                  PIC S9(10)V99.
       01 WS-CHEQUE-PAID-IN-DATE            PIC 9(8).
       01 WS-NEW-AVAIL-BAL                  PIC S9(10)V99.
       01 WS-NEW-ACTUAL-BAL                 PIC S9(10)V99.
       01 WS-ACCOUNT-OVERDRAFT-LIM          PIC S9(9).
       01 WS-CKPT-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-CKPT-FOUND                       VALUE 'Y'.
       01 HV-CKPT-ITEM                      PIC X(20).
       01 WS-DRAFTS-NUM                     PIC 9(8) VALUE 0.
       01 WS-DRAFTS-ACCOUNT                 PIC X(8) VALUE SPACES.
       01 HOST-DRAFT-ROW.
          03 HV-DRAFT-SERIAL                PIC 9(12).
          03 HV-DRAFT-AMOUNT                PIC S9(10)V99.
          03 HV-DRAFT-STATUS                PIC X.
       01 WS-DRAFT-SW                       PIC X VALUE ' '.
          88 WS-NOT-A-DRAFT                      VALUE ' '.
          88 WS-DRAFT-GOOD                       VALUE 'G'.
          88 WS-DRAFT-NOT-ISSUED                 VALUE 'N'.
          88 WS-DRAFT-WRONG-AMOUNT               VALUE 'A'.
          88 WS-DRAFT-ALREADY-PAID               VALUE 'P'.
          88 WS-DRAFT-STOPPED                    VALUE 'S'.
       01 DRAFTS-PAID                       PIC 9(8) VALUE 0.
       01 DRAFTS-REJECTED                   PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE CHQ-CURSOR CURSOR WITH HOLD FOR
                 SELECT PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                        PROCTRAN_TYPE, PROCTRAN_AMOUNT,
                        PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_VALUE_DATE
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_TYPE IN ('CHI', 'CHO')
           PERFORM GET-STOP-RETAIN-CONFIG.
           PERFORM EXPIRE-AGED-STOPS.
           PERFORM GET-COMMIT-FREQ-CONFIG.
           PERFORM GET-DRAFTS-ACCOUNT-CONFIG.
           PERFORM READ-CHECKPOINT.
           MOVE HV-CKPT-KEY(1:20) TO HV-CKPT-ITEM.
           EXEC SQL OPEN CHQ-CURSOR
           DISPLAY 'CHQCLR - BAD SERIALS:     ' CHEQUES-BAD-SERIAL.
           DISPLAY 'CHQCLR - DUPLICATES:      ' CHEQUES-DUPLICATE.
           DISPLAY 'CHQCLR - FEES RAISED:     ' FEES-RAISED.
           DISPLAY 'CHQCLR - DRAFTS PAID:     ' DRAFTS-PAID.
           DISPLAY 'CHQCLR - DRAFTS REJECTED: ' DRAFTS-REJECTED.
           PERFORM REGISTER-RUN-END.
           STOP RUN.
       P999.
              INTO :HV-PROCTRAN-SORT-CODE, :HV-PROCTRAN-ACC-NUMBER,
                   :HV-PROCTRAN-TYPE, :HV-PROCTRAN-AMOUNT,
                   :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF, :HV-PROCTRAN-VALUE-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
           IF WS-PROCTRAN-DUE-X > WS-CUTOFF-DATE-X
              GO TO CC999
           END-IF
           IF HV-PROCTRAN-VALUE-DATE > 0
              MOVE HV-PROCTRAN-VALUE-DATE TO WS-CHEQUE-PAID-IN-DATE
           ELSE
              MOVE WS-PROCTRAN-DUE-X TO WS-CHEQUE-PAID-IN-DATE
           END-IF.
           MOVE HV-PROCTRAN-AMOUNT TO WS-CHEQUE-AMOUNT.
           PERFORM CHECK-DRAFT-REGISTER.
           IF NOT WS-NOT-A-DRAFT
              PERFORM PRESENT-DRAFT
              PERFORM NOTE-CHEQUE-CHECKPOINT
              GO TO CC999
           END-IF
           PERFORM CHECK-SERIAL-ISSUED.
           IF WS-SERIAL-NOT-ISSUED OR WS-SERIAL-ALREADY-PAID
              PERFORM REVERSE-CHEQUE-AMOUNT
                    MOVE 'CHEQUE SERIAL NOT ISSUED' TO PROC-TRAN-DESC
                 WHEN WS-SERIAL-ALREADY-PAID
                    MOVE 'CHEQUE ALREADY PAID' TO PROC-TRAN-DESC
                 WHEN WS-DRAFT-NOT-ISSUED
                    MOVE 'DRAFT SERIAL NOT ISSUED' TO PROC-TRAN-DESC
                 WHEN WS-DRAFT-WRONG-AMOUNT
                    MOVE 'DRAFT AMOUNT MISMATCH' TO PROC-TRAN-DESC
                 WHEN WS-DRAFT-ALREADY-PAID
                    MOVE 'DRAFT ALREADY PAID' TO PROC-TRAN-DESC
                 WHEN WS-DRAFT-STOPPED
                    MOVE 'DRAFT STOPPED' TO PROC-TRAN-DESC
                 WHEN OTHER
                    MOVE 'CHEQUE FAILED - REVERSED' TO PROC-TRAN-DESC
              END-EVALUATE
           MOVE PROC-TRAN-TYPE TO HV-PROCTRAN-TYPE.
           MOVE PROC-TRAN-DESC TO HV-PROCTRAN-DESC.
           MOVE PROC-TRAN-AMOUNT TO HV-PROCTRAN-AMOUNT.
      *
      *    A returned cheque is unwound with the value date of the
      *    original item, so the interest it earned or cost while
      *    uncleared is put right by the value-date adjustment.
      *
           IF WS-CHEQUE-CLEARS
              MOVE WS-RUN-DATE-X TO HV-PROCTRAN-VALUE-DATE
           ELSE
              MOVE WS-CHEQUE-PAID-IN-DATE TO HV-PROCTRAN-VALUE-DATE
           END-IF.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE,
                  PROCTRAN_TIME, PROCTRAN_REF,
                  PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT, PROCTRAN_VALUE_DATE)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-PROCTRAN-SORT-CODE,
                  :HV-PROCTRAN-ACC-NUMBER, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT, :HV-PROCTRAN-VALUE-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'CHQCLR - PROCTRAN INSERT FAILED FOR ACCOUNT '
           END-IF.
       CSI999.
           EXIT.
       CHECK-DRAFT-REGISTER SECTION.
       CDR010.
      *
      *    A banker's draft is drawn on the drafts-outstanding
      *    account, so an item presented against that account is
      *    paid against the DRAFT register instead of a cheque book.
      *    The serial and amount must both match an outstanding
      *    draft.
      *
           MOVE ' ' TO WS-DRAFT-SW.
           IF HV-PROCTRAN-TYPE NOT = 'CHO'
           OR WS-DRAFTS-ACCOUNT = SPACES
           OR HV-PROCTRAN-ACC-NUMBER NOT = WS-DRAFTS-ACCOUNT
              GO TO CDR999
           END-IF.
           SET WS-SERIAL-GOOD TO TRUE.
           MOVE 'N' TO WS-STOP-HIT-SW.
           MOVE HV-PROCTRAN-REF TO HV-DRAFT-SERIAL.
           EXEC SQL
              SELECT DRAFT_AMOUNT, DRAFT_STATUS
              INTO :HV-DRAFT-AMOUNT, :HV-DRAFT-STATUS
              FROM DRAFT
              WHERE DRAFT_SORTCODE = :HV-PROCTRAN-SORT-CODE
              AND DRAFT_SERIAL = :HV-DRAFT-SERIAL
           END-EXEC.
           IF SQLCODE = 100
              SET WS-DRAFT-NOT-ISSUED TO TRUE
              DISPLAY 'CHQCLR - DRAFT ' HV-DRAFT-SERIAL
                 ' NOT ON THE DRAFT REGISTER'
              GO TO CDR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EVALUATE TRUE
              WHEN HV-DRAFT-STATUS = 'P'
                 SET WS-DRAFT-ALREADY-PAID TO TRUE
              WHEN HV-DRAFT-STATUS NOT = 'O'
                 SET WS-DRAFT-STOPPED TO TRUE
              WHEN HV-DRAFT-AMOUNT NOT = 0 - WS-CHEQUE-AMOUNT
                 SET WS-DRAFT-WRONG-AMOUNT TO TRUE
              WHEN OTHER
                 SET WS-DRAFT-GOOD TO TRUE
           END-EVALUATE.
           IF NOT WS-DRAFT-GOOD
              DISPLAY 'CHQCLR - DRAFT ' HV-DRAFT-SERIAL
                 ' REJECTED (' WS-DRAFT-SW ')'
           END-IF.
       CDR999.
           EXIT.
       PRESENT-DRAFT SECTION.
       PD010.
      *
      *    The drafts account is the bank's own, so a rejected draft
      *    is returned without a fee or customer notice.
      *
           IF NOT WS-DRAFT-GOOD
              PERFORM REVERSE-CHEQUE-AMOUNT
              PERFORM MARK-CHEQUE-FAILED
              MOVE 'N' TO WS-CLEAR-SW
              PERFORM WRITE-PROCTRAN-OUTCOME
              ADD 1 TO DRAFTS-REJECTED
              GO TO PD999
           END-IF.
           MOVE 'Y' TO WS-CLEAR-SW.
           PERFORM MARK-CHEQUE-CLEARED.
           EXEC SQL
              UPDATE DRAFT
              SET DRAFT_STATUS = 'P',
                  DRAFT_STATUS_DATE = :WS-RUN-DATE-SIGNED
              WHERE DRAFT_SORTCODE = :HV-PROCTRAN-SORT-CODE
              AND DRAFT_SERIAL = :HV-DRAFT-SERIAL
              AND DRAFT_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'CHQCLR - DRAFT REGISTER UPDATE FAILED FOR '
                 HV-DRAFT-SERIAL ' SQLCODE=' SQLCODE
           END-IF.
           PERFORM WRITE-PROCTRAN-OUTCOME.
           ADD 1 TO DRAFTS-PAID.
       PD999.
           EXIT.
       GET-DRAFTS-ACCOUNT-CONFIG SECTION.
       GDAC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-DRAFTS-ACCOUNT' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-DRAFTS-NUM
              MOVE WS-DRAFTS-NUM TO WS-DRAFTS-ACCOUNT
           END-IF.
       GDAC999.
           EXIT.
       RECORD-CHEQUE-PAID SECTION.
       RCP010.
           IF HV-PROCTRAN-TYPE NOT = 'CHO'
