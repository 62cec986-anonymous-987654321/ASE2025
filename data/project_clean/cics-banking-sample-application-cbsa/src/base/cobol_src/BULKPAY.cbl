       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKPAY.
       AUTHOR. Jon Collett.
      *
      *    Corporate bulk payment intake. A business customer sends
      *    one file per paying account: a header naming the account
      *    and the customer's batch reference, one detail per
      *    payment (salary or supplier credit) and a trailer. The
      *    header and trailer totals must prove against the details
      *    or the file is refused outright.
      *
      *    Every line is checked and kept on BULKLIN. If any line
      *    fails, the whole batch is held (BULKBAT status H) and the
      *    customer confirms or withdraws it through BULKMNT; a
      *    confirmed batch is paid, without its failed lines, by the
      *    next run of this program. A clean batch is paid straight
      *    away: one aggregate debit to the paying account, a credit
      *    to each account held here, and a BKO item for each
      *    payment to another bank for SETLXTR to despatch. A batch
      *    the account cannot fund is rejected whole.
      *
      *    BLKRTN lists every failed line; BLKACK is the customer's
      *    acknowledgement of what happened to each batch.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULK-FILE ASSIGN TO BLKFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT RETURNS-FILE ASSIGN TO BLKRTN
              ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-FILE ASSIGN TO BLKACK
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BULK-FILE
           RECORDING MODE IS F.
       01  BULK-RECORD.
           03 BLK-RECORD-TYPE                 PIC X.
              88 BLK-HEADER-RECORD               VALUE 'H'.
              88 BLK-DETAIL-RECORD               VALUE 'D'.
              88 BLK-TRAILER-RECORD              VALUE 'T'.
           03 BLK-DEST-SORTCODE               PIC 9(6).
           03 BLK-DEST-ACCOUNT                PIC 9(8).
           03 BLK-AMOUNT                      PIC 9(10)V99.
           03 BLK-REFERENCE                   PIC X(18).
           03 FILLER                          PIC X(35).
       01  BULK-CONTROL-RECORD REDEFINES BULK-RECORD.
           03 FILLER                          PIC X.
           03 BLK-CTL-SORTCODE                PIC 9(6).
           03 BLK-CTL-ACCOUNT                 PIC 9(8).
           03 BLK-CTL-BATCH-REF               PIC X(12).
           03 BLK-CTL-COUNT                   PIC 9(8).
           03 BLK-CTL-TOTAL                   PIC 9(13)V99.
           03 FILLER                          PIC X(30).
       FD  RETURNS-FILE
           RECORDING MODE IS F.
       01  RETURNS-RECORD.
           03 RTN-ACCOUNT                     PIC X(8).
           03 RTN-BATCH-REF                   PIC X(12).
           03 RTN-SEQ                         PIC 9(6).
           03 RTN-DEST-SORTCODE               PIC X(6).
           03 RTN-DEST-ACCOUNT                PIC X(8).
           03 RTN-AMOUNT                      PIC 9(10)V99.
           03 RTN-REFERENCE                   PIC X(18).
           03 RTN-REASON                      PIC X(8).
           03 FILLER                          PIC X(2).
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                         PIC X(132).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       77 WS-RUN-SEQ                        PIC 9(12) VALUE 0.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
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
          03 HV-PROCTRAN-REL-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT        PIC X(8).
          03 HV-PROCTRAN-CHANNEL-ID         PIC X(6).
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
      *
      *    One BULKBAT row per batch received. Status H held for
      *    the customer, C confirmed and waiting to be paid, W
      *    withdrawn by the customer, P paid, R rejected for want
      *    of funds.
      *
       01 HOST-BULKBAT-ROW.
          03 HV-BB-SORTCODE             PIC X(6).
          03 HV-BB-NUMBER               PIC X(8).
          03 HV-BB-BATCH-REF            PIC X(12).
          03 HV-BB-RECEIVED-DATE        PIC S9(8).
          03 HV-BB-ITEM-COUNT           PIC S9(9) COMP.
          03 HV-BB-TOTAL                PIC S9(13)V99.
          03 HV-BB-FAILED-COUNT         PIC S9(9) COMP.
          03 HV-BB-VALID-TOTAL          PIC S9(13)V99.
          03 HV-BB-STATUS               PIC X.
          03 HV-BB-ACTIONED-DATE        PIC S9(8).
          03 HV-BB-ACTIONED-BY          PIC X(8).
      *
      *    One BULKLIN row per payment line. Status V passed
      *    checks, I failed them, P paid, X could not be paid when
      *    the batch was posted and was returned to the payer.
      *
       01 HOST-BULKLIN-ROW.
          03 HV-BL-SEQ                  PIC S9(9) COMP.
          03 HV-BL-DEST-SORTCODE        PIC X(6).
          03 HV-BL-DEST-ACCOUNT         PIC X(8).
          03 HV-BL-AMOUNT               PIC S9(10)V99.
          03 HV-BL-REFERENCE            PIC X(18).
          03 HV-BL-STATUS               PIC X.
          03 HV-BL-REASON               PIC X(8).
       01 HOST-ACCREDIR-ROW.
          03 HV-RD-OLD-SORTCODE         PIC X(6).
          03 HV-RD-OLD-NUMBER           PIC X(8).
          03 HV-RD-NEW-SORTCODE         PIC X(6).
          03 HV-RD-NEW-NUMBER           PIC X(8).
      *
      *    Sort code directory, loaded weekly by SCDLOAD. Bulk
      *    payments to other banks are sent by BACS.
      *
       01 HOST-SCDIR-ROW.
          03 HV-SCD-BACS                PIC X.
          03 HV-SCD-CLOSED-DATE         PIC S9(8).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-COUNT                          PIC S9(9) COMP.
       01 HV-POST-AMOUNT                    PIC S9(13)V99.
           EXEC SQL
              DECLARE RELEASE-CURSOR CURSOR WITH HOLD FOR
                 SELECT BULKBAT_NUMBER, BULKBAT_BATCH_REF,
                        BULKBAT_ITEM_COUNT, BULKBAT_TOTAL,
                        BULKBAT_FAILED_COUNT, BULKBAT_VALID_TOTAL
                 FROM BULKBAT
                 WHERE BULKBAT_SORTCODE = :HV-OUR-SORTCODE
                 AND BULKBAT_STATUS = 'C'
                 ORDER BY BULKBAT_NUMBER, BULKBAT_BATCH_REF
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE LINE-CURSOR CURSOR FOR
                 SELECT BULKLIN_SEQ, BULKLIN_DEST_SORTCODE,
                        BULKLIN_DEST_ACCOUNT, BULKLIN_AMOUNT,
                        BULKLIN_REFERENCE
                 FROM BULKLIN
                 WHERE BULKLIN_SORTCODE = :HV-BB-SORTCODE
                 AND BULKLIN_NUMBER = :HV-BB-NUMBER
                 AND BULKLIN_BATCH_REF = :HV-BB-BATCH-REF
                 AND BULKLIN_STATUS = 'V'
                 ORDER BY BULKLIN_SEQ
                 FOR FETCH ONLY
           END-EXEC.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-RECORDS                   VALUE 'Y'.
       01 WS-BATCH-EOF-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-BATCHES                   VALUE 'Y'.
       01 WS-LINE-EOF-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-LINES                     VALUE 'Y'.
       01 WS-HEADER-SEEN-SW                 PIC X VALUE 'N'.
          88 WS-HEADER-SEEN                       VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW                PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN                      VALUE 'Y'.
       01 WS-FILE-REFUSED-SW                PIC X VALUE 'N'.
          88 WS-FILE-REFUSED                      VALUE 'Y'.
       01 WS-RECORDS-READ                   PIC 9(8) VALUE 0.
       01 WS-HEADER-SORTCODE                PIC 9(6) VALUE 0.
       01 WS-HEADER-ACCOUNT                 PIC 9(8) VALUE 0.
       01 WS-HEADER-BATCH-REF               PIC X(12) VALUE SPACES.
       01 WS-HEADER-COUNT                   PIC 9(8) VALUE 0.
       01 WS-HEADER-TOTAL                   PIC 9(13)V99 VALUE 0.
       01 WS-TRAILER-COUNT                  PIC 9(8) VALUE 0.
       01 WS-TRAILER-TOTAL                  PIC 9(13)V99 VALUE 0.
       01 WS-PROVE-COUNT                    PIC 9(8) VALUE 0.
       01 WS-PROVE-TOTAL                    PIC 9(13)V99 VALUE 0.
       01 WS-REFUSE-REASON                  PIC X(8).
       01 WS-LINE-REASON                    PIC X(8).
       01 WS-LINE-SEQ                       PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT                   PIC 9(6) VALUE 0.
       01 WS-VALID-TOTAL                    PIC S9(13)V99 VALUE 0.
       01 WS-RETURNED-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 WS-PAID-TOTAL                     PIC S9(13)V99 VALUE 0.
       01 WS-NEW-AVAIL-BAL                  PIC S9(13)V99.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-ACK-LINE.
          03 ACK-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X VALUE '-'.
          03 ACK-ACCOUNT                    PIC X(8).
          03 FILLER                         PIC X VALUE SPACE.
          03 ACK-BATCH-REF                  PIC X(12).
          03 FILLER                         PIC X VALUE SPACE.
          03 ACK-STATUS                     PIC X(10).
          03 FILLER                         PIC X(7) VALUE ' ITEMS '.
          03 ACK-ITEMS                      PIC ZZZZZZZ9.
          03 FILLER                         PIC X(8) VALUE ' FAILED '.
          03 ACK-FAILED                     PIC ZZZZZZZ9.
          03 FILLER                         PIC X(6) VALUE ' PAID '.
          03 ACK-PAID                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 ACK-NOTE                       PIC X(44).
       01 BATCHES-RECEIVED                  PIC 9(8) VALUE 0.
       01 BATCHES-PAID                      PIC 9(8) VALUE 0.
       01 BATCHES-HELD                      PIC 9(8) VALUE 0.
       01 BATCHES-REJECTED                  PIC 9(8) VALUE 0.
       01 LINES-PAID                        PIC 9(8) VALUE 0.
       01 LINES-FAILED                      PIC 9(8) VALUE 0.
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
           OPEN OUTPUT RETURNS-FILE.
           OPEN OUTPUT ACK-FILE.
           PERFORM RELEASE-CONFIRMED-BATCHES.
           PERFORM TAKE-IN-BULK-FILE.
           CLOSE RETURNS-FILE.
           CLOSE ACK-FILE.
           DISPLAY 'BULKPAY - BATCHES RECEIVED:  ' BATCHES-RECEIVED.
           DISPLAY 'BULKPAY - BATCHES PAID:      ' BATCHES-PAID.
           DISPLAY 'BULKPAY - BATCHES HELD:      ' BATCHES-HELD.
           DISPLAY 'BULKPAY - BATCHES REJECTED:  ' BATCHES-REJECTED.
           DISPLAY 'BULKPAY - LINES PAID:        ' LINES-PAID.
           DISPLAY 'BULKPAY - LINES FAILED:      ' LINES-FAILED.
           IF WS-FILE-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF BATCHES-HELD > 0 OR BATCHES-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
       P999.
           EXIT.
      *
      *    Batches the customer has confirmed since the last run
      *    are paid first, less the lines that failed.
      *
       RELEASE-CONFIRMED-BATCHES SECTION.
       RCB010.
           EXEC SQL OPEN RELEASE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-BATCH-EOF-SW.
           PERFORM RELEASE-ONE-BATCH UNTIL WS-NO-MORE-BATCHES.
           EXEC SQL CLOSE RELEASE-CURSOR
           END-EXEC.
       RCB999.
           EXIT.
       RELEASE-ONE-BATCH SECTION.
       ROB010.
           EXEC SQL FETCH RELEASE-CURSOR
              INTO :HV-BB-NUMBER, :HV-BB-BATCH-REF,
                   :HV-BB-ITEM-COUNT, :HV-BB-TOTAL,
                   :HV-BB-FAILED-COUNT, :HV-BB-VALID-TOTAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-BATCH-EOF-SW
              GO TO ROB999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-OUR-SORTCODE TO HV-BB-SORTCODE.
           PERFORM POST-BULK-BATCH.
       ROB999.
           EXIT.
      *
      *    A new file: prove it, check the paying account, then
      *    keep every line and either pay the batch or hold it.
      *
       TAKE-IN-BULK-FILE SECTION.
       TIBF010.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT BULK-FILE.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM PROVE-ONE-RECORD UNTIL WS-NO-MORE-RECORDS.
           CLOSE BULK-FILE.
           IF WS-RECORDS-READ = 0
              DISPLAY 'BULKPAY - NO BULK PAYMENT FILE RECEIVED'
              GO TO TIBF999
           END-IF.
           ADD 1 TO BATCHES-RECEIVED.
           IF WS-REFUSE-REASON = SPACES
              PERFORM PROVE-FILE-TOTALS
           END-IF.
           IF WS-REFUSE-REASON = SPACES
              PERFORM CHECK-PAYING-ACCOUNT
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
              MOVE 'Y' TO WS-FILE-REFUSED-SW
              PERFORM WRITE-REFUSAL-ACK
              GO TO TIBF999
           END-IF.
           INITIALIZE HOST-BULKBAT-ROW.
           MOVE HV-OUR-SORTCODE TO HV-BB-SORTCODE.
           MOVE WS-HEADER-ACCOUNT TO HV-BB-NUMBER.
           MOVE WS-HEADER-BATCH-REF TO HV-BB-BATCH-REF.
           OPEN INPUT BULK-FILE.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM LOAD-ONE-RECORD UNTIL WS-NO-MORE-RECORDS.
           CLOSE BULK-FILE.
           MOVE WS-TODAY-YYYYMMDD TO HV-BB-RECEIVED-DATE.
           MOVE WS-PROVE-COUNT TO HV-BB-ITEM-COUNT.
           MOVE WS-PROVE-TOTAL TO HV-BB-TOTAL.
           MOVE WS-FAILED-COUNT TO HV-BB-FAILED-COUNT.
           MOVE WS-VALID-TOTAL TO HV-BB-VALID-TOTAL.
           MOVE 0 TO HV-BB-ACTIONED-DATE.
           MOVE SPACES TO HV-BB-ACTIONED-BY.
           IF WS-FAILED-COUNT > 0
              MOVE 'H' TO HV-BB-STATUS
           ELSE
              MOVE 'C' TO HV-BB-STATUS
           END-IF.
           EXEC SQL
              INSERT INTO BULKBAT
                     (
                      BULKBAT_SORTCODE,
                      BULKBAT_NUMBER,
                      BULKBAT_BATCH_REF,
                      BULKBAT_RECEIVED_DATE,
                      BULKBAT_ITEM_COUNT,
                      BULKBAT_TOTAL,
                      BULKBAT_FAILED_COUNT,
                      BULKBAT_VALID_TOTAL,
                      BULKBAT_STATUS,
                      BULKBAT_ACTIONED_DATE,
                      BULKBAT_ACTIONED_BY
                     )
              VALUES
                     (
                      :HV-BB-SORTCODE,
                      :HV-BB-NUMBER,
                      :HV-BB-BATCH-REF,
                      :HV-BB-RECEIVED-DATE,
                      :HV-BB-ITEM-COUNT,
                      :HV-BB-TOTAL,
                      :HV-BB-FAILED-COUNT,
                      :HV-BB-VALID-TOTAL,
                      :HV-BB-STATUS,
                      :HV-BB-ACTIONED-DATE,
                      :HV-BB-ACTIONED-BY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF WS-FAILED-COUNT > 0
              ADD 1 TO BATCHES-HELD
              MOVE 'HELD' TO ACK-STATUS
              MOVE 0 TO ACK-PAID
              MOVE 'LINES FAILED - CONFIRM OR WITHDRAW BATCH'
                 TO ACK-NOTE
              PERFORM WRITE-BATCH-ACK
              GO TO TIBF999
           END-IF.
           PERFORM POST-BULK-BATCH.
       TIBF999.
           EXIT.
       PROVE-ONE-RECORD SECTION.
       PROR010.
           READ BULK-FILE
              AT END
                 MOVE 'Y' TO WS-EXIT-SW
                 GO TO PROR999
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           EVALUATE TRUE
              WHEN BLK-HEADER-RECORD
                 MOVE 'Y' TO WS-HEADER-SEEN-SW
                 IF BLK-CTL-SORTCODE NUMERIC
                    MOVE BLK-CTL-SORTCODE TO WS-HEADER-SORTCODE
                 END-IF
                 IF BLK-CTL-ACCOUNT NUMERIC
                    MOVE BLK-CTL-ACCOUNT TO WS-HEADER-ACCOUNT
                 END-IF
                 MOVE BLK-CTL-BATCH-REF TO WS-HEADER-BATCH-REF
                 IF BLK-CTL-COUNT NUMERIC
                    MOVE BLK-CTL-COUNT TO WS-HEADER-COUNT
                 END-IF
                 IF BLK-CTL-TOTAL NUMERIC
                    MOVE BLK-CTL-TOTAL TO WS-HEADER-TOTAL
                 END-IF
              WHEN BLK-DETAIL-RECORD
                 ADD 1 TO WS-PROVE-COUNT
                 IF BLK-AMOUNT NUMERIC
                    ADD BLK-AMOUNT TO WS-PROVE-TOTAL
                 END-IF
              WHEN BLK-TRAILER-RECORD
                 MOVE 'Y' TO WS-TRAILER-SEEN-SW
                 IF BLK-CTL-COUNT NUMERIC
                    MOVE BLK-CTL-COUNT TO WS-TRAILER-COUNT
                 END-IF
                 IF BLK-CTL-TOTAL NUMERIC
                    MOVE BLK-CTL-TOTAL TO WS-TRAILER-TOTAL
                 END-IF
              WHEN OTHER
                 DISPLAY 'BULKPAY - UNRECOGNISED RECORD TYPE '
                    BLK-RECORD-TYPE
                 MOVE 'BADREC' TO WS-REFUSE-REASON
           END-EVALUATE.
       PROR999.
           EXIT.
       PROVE-FILE-TOTALS SECTION.
       PFT010.
           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
              DISPLAY 'BULKPAY - HEADER OR TRAILER MISSING - '
                 'FILE REFUSED'
              MOVE 'NOHDRTRL' TO WS-REFUSE-REASON
              GO TO PFT999
           END-IF.
           IF WS-PROVE-COUNT = 0
              MOVE 'NOITEMS' TO WS-REFUSE-REASON
              GO TO PFT999
           END-IF.
           IF WS-HEADER-COUNT NOT = WS-PROVE-COUNT
              OR WS-HEADER-TOTAL NOT = WS-PROVE-TOTAL
              OR WS-TRAILER-COUNT NOT = WS-PROVE-COUNT
              OR WS-TRAILER-TOTAL NOT = WS-PROVE-TOTAL
              DISPLAY 'BULKPAY - CONTROL TOTALS DO NOT PROVE - '
                 'FILE REFUSED. HEADER COUNT=' WS-HEADER-COUNT
                 ' TRAILER COUNT=' WS-TRAILER-COUNT
                 ' ITEMS=' WS-PROVE-COUNT
              DISPLAY 'BULKPAY - HEADER TOTAL=' WS-HEADER-TOTAL
                 ' TRAILER TOTAL=' WS-TRAILER-TOTAL
                 ' SUMMED=' WS-PROVE-TOTAL
              MOVE 'NOPROOF' TO WS-REFUSE-REASON
           END-IF.
       PFT999.
           EXIT.
      *
      *    The paying account must be one of ours, open to debits
      *    and not a lending account, and the customer's batch
      *    reference must not have been used on it before.
      *
       CHECK-PAYING-ACCOUNT SECTION.
       CPA010.
           IF WS-HEADER-SORTCODE NOT = SORTCODE
              MOVE 'NOTOURS' TO WS-REFUSE-REASON
              GO TO CPA999
           END-IF.
           IF WS-HEADER-BATCH-REF = SPACES
              MOVE 'NOREF' TO WS-REFUSE-REASON
              GO TO CPA999
           END-IF.
           MOVE HV-OUR-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE WS-HEADER-ACCOUNT TO HV-ACCOUNT-ACC-NO.
           PERFORM READ-PAYING-ACCOUNT.
           IF SQLCODE = +100
              MOVE 'NOACCT' TO WS-REFUSE-REASON
              GO TO CPA999
           END-IF.
           IF HV-FREEZE-STATUS = 'F' OR HV-FREEZE-STATUS = 'D'
              MOVE 'FROZEN' TO WS-REFUSE-REASON
              GO TO CPA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE = 'MORTGAGE'
              OR HV-ACCOUNT-ACC-TYPE = 'LOAN    '
              MOVE 'BADTYPE' TO WS-REFUSE-REASON
              GO TO CPA999
           END-IF.
           MOVE 0 TO HV-COUNT.
           MOVE WS-HEADER-BATCH-REF TO HV-BB-BATCH-REF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-COUNT
              FROM BULKBAT
              WHERE BULKBAT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND BULKBAT_NUMBER = :HV-ACCOUNT-ACC-NO
              AND BULKBAT_BATCH_REF = :HV-BB-BATCH-REF
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-COUNT > 0
              MOVE 'DUPFILE' TO WS-REFUSE-REASON
           END-IF.
       CPA999.
           EXIT.
       READ-PAYING-ACCOUNT SECTION.
       RPA010.
           MOVE SPACE TO HV-FREEZE-STATUS.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_FREEZE_STATUS
              INTO :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-FREEZE-STATUS
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
       RPA999.
           EXIT.
       LOAD-ONE-RECORD SECTION.
       LOR010.
           READ BULK-FILE
              AT END
                 MOVE 'Y' TO WS-EXIT-SW
                 GO TO LOR999
           END-READ.
           IF NOT BLK-DETAIL-RECORD
              GO TO LOR999
           END-IF.
           ADD 1 TO WS-LINE-SEQ.
           MOVE WS-LINE-SEQ TO HV-BL-SEQ.
           MOVE BLK-DEST-SORTCODE TO HV-BL-DEST-SORTCODE.
           MOVE BLK-DEST-ACCOUNT TO HV-BL-DEST-ACCOUNT.
           MOVE BLK-REFERENCE TO HV-BL-REFERENCE.
           IF BLK-AMOUNT NUMERIC
              MOVE BLK-AMOUNT TO HV-BL-AMOUNT
           ELSE
              MOVE 0 TO HV-BL-AMOUNT
           END-IF.
           MOVE SPACES TO WS-LINE-REASON.
           PERFORM VALIDATE-BULK-LINE.
           MOVE WS-LINE-REASON TO HV-BL-REASON.
           IF WS-LINE-REASON = SPACES
              MOVE 'V' TO HV-BL-STATUS
              ADD HV-BL-AMOUNT TO WS-VALID-TOTAL
           ELSE
              MOVE 'I' TO HV-BL-STATUS
              ADD 1 TO WS-FAILED-COUNT
              PERFORM WRITE-RETURNED-LINE
           END-IF.
           EXEC SQL
              INSERT INTO BULKLIN
                     (
                      BULKLIN_SORTCODE,
                      BULKLIN_NUMBER,
                      BULKLIN_BATCH_REF,
                      BULKLIN_SEQ,
                      BULKLIN_DEST_SORTCODE,
                      BULKLIN_DEST_ACCOUNT,
                      BULKLIN_AMOUNT,
                      BULKLIN_REFERENCE,
                      BULKLIN_STATUS,
                      BULKLIN_REASON
                     )
              VALUES
                     (
                      :HV-BB-SORTCODE,
                      :HV-BB-NUMBER,
                      :HV-BB-BATCH-REF,
                      :HV-BL-SEQ,
                      :HV-BL-DEST-SORTCODE,
                      :HV-BL-DEST-ACCOUNT,
                      :HV-BL-AMOUNT,
                      :HV-BL-REFERENCE,
                      :HV-BL-STATUS,
                      :HV-BL-REASON
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       LOR999.
           EXIT.
      *
      *    A line must carry a usable sort code, account and amount.
      *    Details of an account re-homed when its branch closed are
      *    replaced by where it is now. A credit to an account held
      *    here needs the account to exist and accept credits; one
      *    to another bank needs an open sort code in the directory
      *    that can receive BACS.
      *
       VALIDATE-BULK-LINE SECTION.
       VBL010.
           IF BLK-DEST-SORTCODE NOT NUMERIC
              OR BLK-DEST-SORTCODE = 0
              OR BLK-DEST-ACCOUNT NOT NUMERIC
              OR BLK-DEST-ACCOUNT = 0
              MOVE 'BADDEST' TO WS-LINE-REASON
              GO TO VBL999
           END-IF.
           IF BLK-AMOUNT NOT NUMERIC OR BLK-AMOUNT = 0
              MOVE 'BADAMT' TO WS-LINE-REASON
              GO TO VBL999
           END-IF.
           MOVE HV-BL-DEST-SORTCODE TO HV-RD-OLD-SORTCODE.
           MOVE HV-BL-DEST-ACCOUNT TO HV-RD-OLD-NUMBER.
           EXEC SQL
              SELECT ACCREDIR_NEW_SORTCODE,
                     ACCREDIR_NEW_NUMBER
              INTO :HV-RD-NEW-SORTCODE,
                   :HV-RD-NEW-NUMBER
              FROM ACCREDIR
              WHERE ACCREDIR_OLD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCREDIR_OLD_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE = 0
              MOVE HV-RD-NEW-SORTCODE TO HV-BL-DEST-SORTCODE
              MOVE HV-RD-NEW-NUMBER TO HV-BL-DEST-ACCOUNT
           ELSE
              IF SQLCODE NOT = +100
                 PERFORM ABEND-THIS-RUN
              END-IF
           END-IF.
           IF HV-BL-DEST-SORTCODE = HV-BB-SORTCODE
              AND HV-BL-DEST-ACCOUNT = HV-BB-NUMBER
              MOVE 'SAMEACCT' TO WS-LINE-REASON
              GO TO VBL999
           END-IF.
           IF HV-BL-DEST-SORTCODE NOT = HV-OUR-SORTCODE
              PERFORM CHECK-DEST-SORTCODE
              GO TO VBL999
           END-IF.
           MOVE SPACE TO HV-FREEZE-STATUS.
           EXEC SQL
              SELECT ACCOUNT_FREEZE_STATUS
              INTO :HV-FREEZE-STATUS
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-BL-DEST-SORTCODE
                AND ACCOUNT_NUMBER = :HV-BL-DEST-ACCOUNT
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'NOACCT' TO WS-LINE-REASON
              GO TO VBL999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-FREEZE-STATUS = 'F' OR HV-FREEZE-STATUS = 'C'
              MOVE 'FROZEN' TO WS-LINE-REASON
           END-IF.
       VBL999.
           EXIT.
       CHECK-DEST-SORTCODE SECTION.
       CDS010.
           EXEC SQL
              SELECT SCDIR_BACS,
                     SCDIR_CLOSED_DATE
              INTO :HV-SCD-BACS,
                   :HV-SCD-CLOSED-DATE
              FROM SCDIR
              WHERE SCDIR_SORTCODE = :HV-BL-DEST-SORTCODE
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'NOSCODE' TO WS-LINE-REASON
              GO TO CDS999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-SCD-CLOSED-DATE > 0
              AND HV-SCD-CLOSED-DATE <= WS-TODAY-YYYYMMDD
              MOVE 'SCCLOSED' TO WS-LINE-REASON
              GO TO CDS999
           END-IF.
           IF HV-SCD-BACS NOT = 'Y'
              MOVE 'NOBACS' TO WS-LINE-REASON
           END-IF.
       CDS999.
           EXIT.
      *
      *    Pay a batch whose lines have all been checked: one debit
      *    to the paying account for everything valid, then each
      *    line in turn. A batch the account cannot fund is
      *    rejected whole and nothing is paid.
      *
       POST-BULK-BATCH SECTION.
       PBB010.
           MOVE 0 TO WS-RETURNED-TOTAL.
           MOVE 0 TO WS-PAID-TOTAL.
           MOVE HV-BB-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-BB-NUMBER TO HV-ACCOUNT-ACC-NO.
           PERFORM READ-PAYING-ACCOUNT.
           MOVE SPACES TO ACK-NOTE.
           IF SQLCODE = +100
              MOVE 'PAYING ACCOUNT NOT FOUND' TO ACK-NOTE
           ELSE
              IF HV-FREEZE-STATUS = 'F' OR HV-FREEZE-STATUS = 'D'
                 MOVE 'PAYING ACCOUNT FROZEN' TO ACK-NOTE
              ELSE
                 COMPUTE WS-NEW-AVAIL-BAL =
                    HV-ACCOUNT-AVAIL-BAL - HV-BB-VALID-TOTAL
                 IF WS-NEW-AVAIL-BAL <
                    (0 - HV-ACCOUNT-OVERDRAFT-LIM)
                    MOVE 'INSUFFICIENT FUNDS FOR WHOLE BATCH'
                       TO ACK-NOTE
                 END-IF
              END-IF
           END-IF.
           IF ACK-NOTE NOT = SPACES
              MOVE 'R' TO HV-BB-STATUS
              PERFORM UPDATE-BATCH-STATUS
              EXEC SQL
                 COMMIT
              END-EXEC
              ADD 1 TO BATCHES-REJECTED
              MOVE 'REJECTED' TO ACK-STATUS
              MOVE 0 TO ACK-PAID
              PERFORM WRITE-BATCH-ACK
              GO TO PBB999
           END-IF.
           IF HV-BB-VALID-TOTAL > 0
              COMPUTE HV-POST-AMOUNT = 0 - HV-BB-VALID-TOTAL
              PERFORM ADJUST-ACCOUNT-BALANCE
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              MOVE HV-BB-SORTCODE TO HV-PROCTRAN-SORT-CODE
              MOVE HV-BB-NUMBER TO HV-PROCTRAN-ACC-NUMBER
              MOVE 'DEB' TO HV-PROCTRAN-TYPE
              MOVE HV-POST-AMOUNT TO HV-PROCTRAN-AMOUNT
              MOVE SPACES TO HV-PROCTRAN-REL-SORTCODE
              MOVE SPACES TO HV-PROCTRAN-REL-ACCOUNT
              MOVE SPACES TO HV-PROCTRAN-DESC
              STRING 'BULK PAYMENT ' DELIMITED BY SIZE,
                     HV-BB-BATCH-REF DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
              PERFORM WRITE-PROCTRAN
           END-IF.
           EXEC SQL OPEN LINE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-LINE-EOF-SW.
           PERFORM PAY-ONE-LINE UNTIL WS-NO-MORE-LINES.
           EXEC SQL CLOSE LINE-CURSOR
           END-EXEC.
      *
      *    Anything that could not be paid after the debit was
      *    taken goes straight back to the paying account.
      *
           IF WS-RETURNED-TOTAL > 0
              MOVE HV-BB-SORTCODE TO HV-ACCOUNT-SORTCODE
              MOVE HV-BB-NUMBER TO HV-ACCOUNT-ACC-NO
              MOVE WS-RETURNED-TOTAL TO HV-POST-AMOUNT
              PERFORM ADJUST-ACCOUNT-BALANCE
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              MOVE HV-BB-SORTCODE TO HV-PROCTRAN-SORT-CODE
              MOVE HV-BB-NUMBER TO HV-PROCTRAN-ACC-NUMBER
              MOVE 'CRE' TO HV-PROCTRAN-TYPE
              MOVE HV-POST-AMOUNT TO HV-PROCTRAN-AMOUNT
              MOVE SPACES TO HV-PROCTRAN-REL-SORTCODE
              MOVE SPACES TO HV-PROCTRAN-REL-ACCOUNT
              MOVE SPACES TO HV-PROCTRAN-DESC
              STRING 'BULK RETURNED ITEMS ' DELIMITED BY SIZE,
                     HV-BB-BATCH-REF DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
              PERFORM WRITE-PROCTRAN
           END-IF.
           MOVE 'P' TO HV-BB-STATUS.
           PERFORM UPDATE-BATCH-STATUS.
           EXEC SQL
              COMMIT
           END-EXEC.
           ADD 1 TO BATCHES-PAID.
           MOVE 'PAID' TO ACK-STATUS.
           MOVE WS-PAID-TOTAL TO ACK-PAID.
           IF WS-RETURNED-TOTAL > 0
              MOVE 'SOME LINES RETURNED - SEE RETURNS REPORT'
                 TO ACK-NOTE
           END-IF.
           PERFORM WRITE-BATCH-ACK.
       PBB999.
           EXIT.
       PAY-ONE-LINE SECTION.
       POL010.
           EXEC SQL FETCH LINE-CURSOR
              INTO :HV-BL-SEQ, :HV-BL-DEST-SORTCODE,
                   :HV-BL-DEST-ACCOUNT, :HV-BL-AMOUNT,
                   :HV-BL-REFERENCE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-LINE-EOF-SW
              GO TO POL999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           IF HV-BL-DEST-SORTCODE = HV-OUR-SORTCODE
              MOVE HV-BL-DEST-SORTCODE TO HV-ACCOUNT-SORTCODE
              MOVE HV-BL-DEST-ACCOUNT TO HV-ACCOUNT-ACC-NO
              MOVE HV-BL-AMOUNT TO HV-POST-AMOUNT
              PERFORM ADJUST-ACCOUNT-BALANCE
              IF SQLCODE NOT = 0
                 MOVE 'X' TO HV-BL-STATUS
                 MOVE 'POSTFAIL' TO HV-BL-REASON
                 PERFORM UPDATE-LINE-STATUS
                 ADD HV-BL-AMOUNT TO WS-RETURNED-TOTAL
                 MOVE HV-BL-REASON TO WS-LINE-REASON
                 PERFORM WRITE-RETURNED-LINE
                 GO TO POL999
              END-IF
              MOVE HV-BL-DEST-SORTCODE TO HV-PROCTRAN-SORT-CODE
              MOVE HV-BL-DEST-ACCOUNT TO HV-PROCTRAN-ACC-NUMBER
              MOVE 'CRE' TO HV-PROCTRAN-TYPE
              MOVE HV-BB-SORTCODE TO HV-PROCTRAN-REL-SORTCODE
              MOVE HV-BB-NUMBER TO HV-PROCTRAN-REL-ACCOUNT
              STRING 'BULK CREDIT ' DELIMITED BY SIZE,
                     HV-BL-REFERENCE DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
           ELSE
      *
      *       A payment to another bank is left as a BKO item on
      *       the paying account for SETLXTR to despatch. It does
      *       not move the balance; the aggregate debit already has.
      *
              MOVE HV-BB-SORTCODE TO HV-PROCTRAN-SORT-CODE
              MOVE HV-BB-NUMBER TO HV-PROCTRAN-ACC-NUMBER
              MOVE 'BKO' TO HV-PROCTRAN-TYPE
              MOVE HV-BL-DEST-SORTCODE TO HV-PROCTRAN-REL-SORTCODE
              MOVE HV-BL-DEST-ACCOUNT TO HV-PROCTRAN-REL-ACCOUNT
              STRING 'BULK ITEM ' DELIMITED BY SIZE,
                     HV-BL-REFERENCE DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
           END-IF.
           MOVE HV-BL-AMOUNT TO HV-PROCTRAN-AMOUNT.
           PERFORM WRITE-PROCTRAN.
           MOVE 'P' TO HV-BL-STATUS.
           MOVE SPACES TO HV-BL-REASON.
           PERFORM UPDATE-LINE-STATUS.
           ADD HV-BL-AMOUNT TO WS-PAID-TOTAL.
           ADD 1 TO LINES-PAID.
       POL999.
           EXIT.
       ADJUST-ACCOUNT-BALANCE SECTION.
       AAB010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-POST-AMOUNT
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'BULKPAY - POSTING FAILED FOR ACCOUNT '
                 HV-ACCOUNT-SORTCODE '-' HV-ACCOUNT-ACC-NO
                 ' SQLCODE=' SQLCODE
           END-IF.
       AAB999.
           EXIT.
       UPDATE-BATCH-STATUS SECTION.
       UBS010.
           MOVE WS-TODAY-YYYYMMDD TO HV-BB-ACTIONED-DATE.
           MOVE 'BULKPAY' TO HV-BB-ACTIONED-BY.
           EXEC SQL
              UPDATE BULKBAT
              SET BULKBAT_STATUS = :HV-BB-STATUS,
                  BULKBAT_ACTIONED_DATE = :HV-BB-ACTIONED-DATE,
                  BULKBAT_ACTIONED_BY = :HV-BB-ACTIONED-BY
              WHERE BULKBAT_SORTCODE = :HV-BB-SORTCODE
              AND BULKBAT_NUMBER = :HV-BB-NUMBER
              AND BULKBAT_BATCH_REF = :HV-BB-BATCH-REF
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       UBS999.
           EXIT.
       UPDATE-LINE-STATUS SECTION.
       ULS010.
           EXEC SQL
              UPDATE BULKLIN
              SET BULKLIN_STATUS = :HV-BL-STATUS,
                  BULKLIN_REASON = :HV-BL-REASON
              WHERE BULKLIN_SORTCODE = :HV-BB-SORTCODE
              AND BULKLIN_NUMBER = :HV-BB-NUMBER
              AND BULKLIN_BATCH_REF = :HV-BB-BATCH-REF
              AND BULKLIN_SEQ = :HV-BL-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       ULS999.
           EXIT.
       WRITE-PROCTRAN SECTION.
       WP010.
           ADD 1 TO WS-RUN-SEQ.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE SPACES TO HV-PROCTRAN-DATE.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
              WS-RUN-DATE-CCYY DELIMITED BY SIZE
              INTO HV-PROCTRAN-DATE
           END-STRING.
           MOVE WS-RUN-TIME TO HV-PROCTRAN-TIME.
           MOVE WS-RUN-SEQ TO HV-PROCTRAN-REF.
           MOVE 'BULK' TO HV-PROCTRAN-CHANNEL-ID.
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
                      PROCTRAN_REL_SORTCODE,
                      PROCTRAN_REL_ACCOUNT,
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
                      :HV-PROCTRAN-REL-SORTCODE,
                      :HV-PROCTRAN-REL-ACCOUNT,
                      :HV-PROCTRAN-CHANNEL-ID,
                      :HV-PROCTRAN-VALUE-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'BULKPAY - PROCTRAN INSERT FAILED FOR BATCH '
                 HV-BB-BATCH-REF ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       WP999.
           EXIT.
       WRITE-RETURNED-LINE SECTION.
       WRL010.
           MOVE SPACES TO RETURNS-RECORD.
           MOVE HV-BB-NUMBER TO RTN-ACCOUNT.
           MOVE HV-BB-BATCH-REF TO RTN-BATCH-REF.
           MOVE HV-BL-SEQ TO RTN-SEQ.
           MOVE HV-BL-DEST-SORTCODE TO RTN-DEST-SORTCODE.
           MOVE HV-BL-DEST-ACCOUNT TO RTN-DEST-ACCOUNT.
           MOVE HV-BL-AMOUNT TO RTN-AMOUNT.
           MOVE HV-BL-REFERENCE TO RTN-REFERENCE.
           MOVE WS-LINE-REASON TO RTN-REASON.
           WRITE RETURNS-RECORD.
           ADD 1 TO LINES-FAILED.
       WRL999.
           EXIT.
       WRITE-BATCH-ACK SECTION.
       WBA010.
           MOVE HV-BB-SORTCODE TO ACK-SORTCODE.
           MOVE HV-BB-NUMBER TO ACK-ACCOUNT.
           MOVE HV-BB-BATCH-REF TO ACK-BATCH-REF.
           MOVE HV-BB-ITEM-COUNT TO ACK-ITEMS.
           MOVE HV-BB-FAILED-COUNT TO ACK-FAILED.
           MOVE WS-ACK-LINE TO ACK-RECORD.
           WRITE ACK-RECORD.
       WBA999.
           EXIT.
       WRITE-REFUSAL-ACK SECTION.
       WRA010.
           MOVE WS-HEADER-SORTCODE TO ACK-SORTCODE.
           MOVE WS-HEADER-ACCOUNT TO ACK-ACCOUNT.
           MOVE WS-HEADER-BATCH-REF TO ACK-BATCH-REF.
           MOVE 'REFUSED' TO ACK-STATUS.
           MOVE WS-PROVE-COUNT TO ACK-ITEMS.
           MOVE 0 TO ACK-FAILED.
           MOVE 0 TO ACK-PAID.
           MOVE SPACES TO ACK-NOTE.
           STRING 'FILE REFUSED - ' DELIMITED BY SIZE,
                  WS-REFUSE-REASON DELIMITED BY SPACE
                  INTO ACK-NOTE
           END-STRING.
           MOVE WS-ACK-LINE TO ACK-RECORD.
           WRITE ACK-RECORD.
           DISPLAY 'BULKPAY - FILE REFUSED ' WS-REFUSE-REASON
              ' ACCOUNT ' WS-HEADER-ACCOUNT
              ' BATCH ' WS-HEADER-BATCH-REF.
       WRA999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'BULKPAY - RUN ABANDONED. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'BULKPAY - BATCHES PAID: ' BATCHES-PAID.
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
