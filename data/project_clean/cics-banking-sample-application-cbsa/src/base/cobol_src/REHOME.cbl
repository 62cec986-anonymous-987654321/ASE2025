       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHOME.
       AUTHOR. Jon Collett.
      *
      *    Branch closure re-homing. Run at the receiving branch,
      *    it moves every customer and account still held under the
      *    closing sort code (CONTROL <sortcode>-REHOME-FROM) across
      *    to this branch's sort code, together with the records
      *    hanging off them. A customer or account keeps its number
      *    unless that number is already in use here, in which case
      *    a new one is allocated. Every move is written to the
      *    permanent CUSTREDIR/ACCREDIR redirect registers so that
      *    payments quoting the old details still find the account,
      *    and the account holder is sent a REHOMED notification.
      *    Each customer and each account is committed as it is
      *    moved, so a run that stops part way can simply be rerun.
      *    A customer's DB2 rows are committed before its customer
      *    file record is moved; a rerun that finds the customer
      *    still under the old key with a redirect row already in
      *    place just finishes the file move.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-EYECATCHER             PIC X(4).
           05 CUSTOMER-KEY.
              07 CUSTOMER-SORTCODE            PIC 9(6) DISPLAY.
              07 CUSTOMER-NUMBER              PIC 9(10) DISPLAY.
           05 CUSTOMER-NAME                   PIC X(60).
           05 CUSTOMER-ADDRESS                PIC X(160).
           05 CUSTOMER-DATE-OF-BIRTH          PIC 9(8).
           05 CUSTOMER-CREDIT-SCORE           PIC 999.
           05 CUSTOMER-CS-REVIEW-DATE         PIC 9(8).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OLD-SORTCODE             PIC X(6).
       01 HV-NEW-SORTCODE             PIC X(6).
       01 HV-COUNT                    PIC S9(9) COMP.
       01 HV-NULL-IND                 PIC S9(4) COMP.
      *
      *    Redirect registers: one row per customer or account moved,
      *    from the details it had at the closing branch to the ones
      *    it has now. Rows are never deleted.
      *
       01 HOST-CUSTREDIR-ROW.
          03 HV-CR-OLD-SORTCODE         PIC X(6).
          03 HV-CR-OLD-NUMBER           PIC X(10).
          03 HV-CR-NEW-SORTCODE         PIC X(6).
          03 HV-CR-NEW-NUMBER           PIC X(10).
          03 HV-CR-DATE                 PIC S9(8).
       01 HOST-ACCREDIR-ROW.
          03 HV-RD-OLD-SORTCODE         PIC X(6).
          03 HV-RD-OLD-NUMBER           PIC X(8).
          03 HV-RD-NEW-SORTCODE         PIC X(6).
          03 HV-RD-NEW-NUMBER           PIC X(8).
          03 HV-RD-DATE                 PIC S9(8).
       01 HV-OLD-CUSTOMER             PIC X(10).
       01 HV-NEW-CUSTOMER             PIC X(10).
       01 HV-SO-OLD-NUMBER            PIC X(8).
       01 HV-SO-NEW-NUMBER            PIC X(8).
       01 HV-CMP-ID-OFFSET            PIC S9(9) COMP.
       01 HOST-NOTIFEVT-ROW.
          03 HV-NE-SORTCODE             PIC X(6).
          03 HV-NE-NUMBER               PIC X(8).
          03 HV-NE-TYPE                 PIC X(8).
          03 HV-NE-DATE                 PIC X(10).
          03 HV-NE-TIME                 PIC 9(6).
          03 HV-NE-DETAIL               PIC X(40).
          03 HV-NE-STATUS               PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-CUST-EOF-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-CUSTOMERS                 VALUE 'Y'.
       01 WS-CUST-RESTART-SW                PIC X VALUE 'N'.
       01 WS-ACCT-EOF-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                  VALUE 'Y'.
       01 WS-SO-EOF-SW                      PIC X VALUE 'N'.
          88 WS-NO-MORE-ORDERS                    VALUE 'Y'.
       01 WS-CLOSING-SORTCODE               PIC 9(6) VALUE 0.
       01 WS-CUST-SAVE                      PIC X(259).
       01 WS-OLD-CUST-NO                    PIC 9(10).
       01 WS-NEW-CUST-NO                    PIC 9(10).
       01 WS-NEW-ACC-NO                     PIC 9(8).
       01 WS-NEW-SO-NO                      PIC 9(8).
       01 WS-ALLOC-SUFFIX                   PIC X(16).
       01 WS-ALLOC-VALUE                    PIC 9(10).
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-TODAY-YYYYMMDD                 PIC 9(8).
       01 CUSTOMERS-MOVED                   PIC 9(8) VALUE 0.
       01 CUSTOMERS-RENUMBERED              PIC 9(8) VALUE 0.
       01 ACCOUNTS-MOVED                    PIC 9(8) VALUE 0.
       01 ACCOUNTS-RENUMBERED               PIC 9(8) VALUE 0.
       01 ORDERS-MOVED                      PIC 9(8) VALUE 0.
       01 ORDERS-RENUMBERED                 PIC 9(8) VALUE 0.
       01 NOTICES-RAISED                    PIC 9(8) VALUE 0.
       01 WS-CMP-MOVED                      PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           PERFORM GET-CLOSING-SORTCODE-CONFIG.
           IF WS-CLOSING-SORTCODE = 0
           OR WS-CLOSING-SORTCODE = SORTCODE
              DISPLAY 'REHOME - NO CLOSING SORT CODE SET UP FOR '
                 'BRANCH ' SORTCODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CLOSING-SORTCODE TO HV-OLD-SORTCODE.
           MOVE SORTCODE TO HV-NEW-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           DISPLAY 'REHOME - RE-HOMING BRANCH ' WS-CLOSING-SORTCODE
              ' TO ' SORTCODE ' ON ' WS-TODAY-YYYYMMDD.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'REHOME - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MOVE-ONE-CUSTOMER UNTIL WS-NO-MORE-CUSTOMERS.
           CLOSE CUSTOMER-FILE.
           PERFORM MOVE-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           PERFORM MOVE-ONE-STANDING-ORDER UNTIL WS-NO-MORE-ORDERS.
           DISPLAY 'REHOME - CUSTOMERS MOVED:         '
              CUSTOMERS-MOVED.
           DISPLAY 'REHOME - CUSTOMERS RENUMBERED:    '
              CUSTOMERS-RENUMBERED.
           DISPLAY 'REHOME - ACCOUNTS MOVED:          '
              ACCOUNTS-MOVED.
           DISPLAY 'REHOME - ACCOUNTS RENUMBERED:     '
              ACCOUNTS-RENUMBERED.
           DISPLAY 'REHOME - STANDING ORDERS MOVED:   '
              ORDERS-MOVED.
           DISPLAY 'REHOME - STANDING ORDERS RENUMB:  '
              ORDERS-RENUMBERED.
           DISPLAY 'REHOME - NOTIFICATIONS RAISED:    '
              NOTICES-RAISED.
           STOP RUN.
       P999.
           EXIT.
      *
      *    Customers are taken one at a time from the front of the
      *    closing sort code's key range. Once moved the record is
      *    gone from that range, so each pass starts afresh.
      *
       MOVE-ONE-CUSTOMER SECTION.
       MOC010.
           MOVE WS-CLOSING-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE 0 TO CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CUST-EOF-SW
                 GO TO MOC999
           END-START.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CUST-EOF-SW
                 GO TO MOC999
           END-READ.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'REHOME - CUSTOMER FILE READ FAILED. '
                 'STATUS=' CUSTOMER-STATUS
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF CUSTOMER-SORTCODE NOT = WS-CLOSING-SORTCODE
              MOVE 'Y' TO WS-CUST-EOF-SW
              GO TO MOC999
           END-IF.
           MOVE CUSTOMER-RECORD TO WS-CUST-SAVE.
           MOVE CUSTOMER-NUMBER TO WS-OLD-CUST-NO.
           MOVE WS-OLD-CUST-NO TO WS-NEW-CUST-NO.
           MOVE WS-OLD-CUST-NO TO HV-OLD-CUSTOMER.
      *
      *    A customer that already has a redirect row was committed
      *    by an earlier run that stopped before the customer file
      *    was updated. Only the file move is left to do, under the
      *    number recorded then.
      *
           MOVE 'N' TO WS-CUST-RESTART-SW.
           EXEC SQL
              SELECT CUSTREDIR_NEW_NUMBER
              INTO :HV-NEW-CUSTOMER
              FROM CUSTREDIR
              WHERE CUSTREDIR_OLD_SORTCODE = :HV-OLD-SORTCODE
              AND CUSTREDIR_OLD_NUMBER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-CUST-RESTART-SW
              MOVE HV-NEW-CUSTOMER TO WS-NEW-CUST-NO
              DISPLAY 'REHOME - COMPLETING MOVE OF CUSTOMER '
                 HV-OLD-SORTCODE '-' HV-OLD-CUSTOMER ' TO '
                 HV-NEW-SORTCODE '-' HV-NEW-CUSTOMER
              GO TO MOC050
           END-IF.
           IF SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    Keep the customer number unless it is already taken at
      *    the receiving branch.
      *
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           READ CUSTOMER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF CUSTOMER-STATUS = '00'
              MOVE 'CUSTOMER-LAST' TO WS-ALLOC-SUFFIX
              PERFORM ALLOCATE-NUMBER
              MOVE WS-ALLOC-VALUE TO WS-NEW-CUST-NO
              ADD 1 TO CUSTOMERS-RENUMBERED
           ELSE
              IF CUSTOMER-STATUS NOT = '23'
                 DISPLAY 'REHOME - CUSTOMER FILE READ FAILED. '
                    'STATUS=' CUSTOMER-STATUS
                 PERFORM ABEND-THIS-RUN
              END-IF
           END-IF.
      *
      *    The DB2 side is committed before the customer file is
      *    touched, since a ROLLBACK cannot undo a VSAM update. The
      *    committed redirect row is what lets a rerun finish the
      *    file move if the run stops in between.
      *
           MOVE WS-NEW-CUST-NO TO HV-NEW-CUSTOMER.
           PERFORM RECORD-CUSTOMER-REDIRECT.
           PERFORM MOVE-CUSTOMER-DEPENDENTS.
           EXEC SQL
              COMMIT
           END-EXEC.
       MOC050.
           MOVE WS-CUST-SAVE TO CUSTOMER-RECORD.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE WS-NEW-CUST-NO TO CUSTOMER-NUMBER.
           WRITE CUSTOMER-RECORD
              INVALID KEY
                 IF CUSTOMER-STATUS NOT = '22'
                 OR WS-CUST-RESTART-SW NOT = 'Y'
                    DISPLAY 'REHOME - CUSTOMER WRITE FAILED FOR '
                       CUSTOMER-KEY ' STATUS=' CUSTOMER-STATUS
                    PERFORM ABEND-THIS-RUN
                 END-IF
           END-WRITE.
           MOVE WS-CLOSING-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE WS-OLD-CUST-NO TO CUSTOMER-NUMBER.
           DELETE CUSTOMER-FILE RECORD
              INVALID KEY
                 DISPLAY 'REHOME - CUSTOMER DELETE FAILED FOR '
                    CUSTOMER-KEY ' STATUS=' CUSTOMER-STATUS
                 PERFORM ABEND-THIS-RUN
           END-DELETE.
           ADD 1 TO CUSTOMERS-MOVED.
       MOC999.
           EXIT.
      *
      *    Anything that already redirected to the old details (a
      *    customer moved here by an earlier closure) is pointed
      *    straight at the new ones, so a redirect is never chained.
      *
       RECORD-CUSTOMER-REDIRECT SECTION.
       RCR010.
           MOVE HV-OLD-SORTCODE TO HV-CR-OLD-SORTCODE.
           MOVE HV-OLD-CUSTOMER TO HV-CR-OLD-NUMBER.
           MOVE HV-NEW-SORTCODE TO HV-CR-NEW-SORTCODE.
           MOVE HV-NEW-CUSTOMER TO HV-CR-NEW-NUMBER.
           MOVE WS-TODAY-YYYYMMDD TO HV-CR-DATE.
           EXEC SQL
              UPDATE CUSTREDIR
              SET CUSTREDIR_NEW_SORTCODE = :HV-CR-NEW-SORTCODE,
                  CUSTREDIR_NEW_NUMBER = :HV-CR-NEW-NUMBER
              WHERE CUSTREDIR_NEW_SORTCODE = :HV-CR-OLD-SORTCODE
              AND CUSTREDIR_NEW_NUMBER = :HV-CR-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              INSERT INTO CUSTREDIR
                     (
                      CUSTREDIR_OLD_SORTCODE,
                      CUSTREDIR_OLD_NUMBER,
                      CUSTREDIR_NEW_SORTCODE,
                      CUSTREDIR_NEW_NUMBER,
                      CUSTREDIR_DATE
                     )
              VALUES
                     (
                      :HV-CR-OLD-SORTCODE,
                      :HV-CR-OLD-NUMBER,
                      :HV-CR-NEW-SORTCODE,
                      :HV-CR-NEW-NUMBER,
                      :HV-CR-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RCR999.
           EXIT.
      *
      *    Customer-level registers keyed on sort code and customer.
      *    Channel preferences and payees are keyed on the customer
      *    number alone, so they only need touching when the number
      *    itself has changed.
      *
       MOVE-CUSTOMER-DEPENDENTS SECTION.
       MCD010.
           EXEC SQL
              UPDATE VULNREG
              SET VULNREG_SORTCODE = :HV-NEW-SORTCODE,
                  VULNREG_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE VULNREG_SORTCODE = :HV-OLD-SORTCODE
              AND VULNREG_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE GONEAWAY
              SET GONEAWAY_SORTCODE = :HV-NEW-SORTCODE,
                  GONEAWAY_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE GONEAWAY_SORTCODE = :HV-OLD-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE TRACEQ
              SET TRACEQ_SORTCODE = :HV-NEW-SORTCODE,
                  TRACEQ_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE TRACEQ_SORTCODE = :HV-OLD-SORTCODE
              AND TRACEQ_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE KYCDOC
              SET KYCDOC_SORTCODE = :HV-NEW-SORTCODE,
                  KYCDOC_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE KYCDOC_SORTCODE = :HV-OLD-SORTCODE
              AND KYCDOC_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE LEGALHOLD
              SET LEGALHOLD_SORTCODE = :HV-NEW-SORTCODE,
                  LEGALHOLD_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE LEGALHOLD_SORTCODE = :HV-OLD-SORTCODE
              AND LEGALHOLD_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    Complaints raised against the customer rather than one of
      *    its accounts move here; the rest go with their account.
      *
           PERFORM GET-COMPLAINT-ID-OFFSET.
           EXEC SQL
              UPDATE COMPLAINT
              SET COMPLAINT_SORTCODE = :HV-NEW-SORTCODE,
                  COMPLAINT_ID = COMPLAINT_ID + :HV-CMP-ID-OFFSET,
                  COMPLAINT_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE COMPLAINT_SORTCODE = :HV-OLD-SORTCODE
              AND COMPLAINT_CUSTOMER = :HV-OLD-CUSTOMER
              AND COMPLAINT_NUMBER = ' '
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-NEW-CUSTOMER = HV-OLD-CUSTOMER
              GO TO MCD999
           END-IF.
           EXEC SQL
              UPDATE NOTIFPRF
              SET NOTIFPRF_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE NOTIFPRF_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE PAYEE
              SET PAYEE_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE PAYEE_CUSTOMER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
       MCD999.
           EXIT.
      *
      *    Accounts are taken lowest number first until none is left
      *    under the closing sort code.
      *
       MOVE-ONE-ACCOUNT SECTION.
       MOA010.
           MOVE SPACES TO HV-RD-OLD-NUMBER.
           EXEC SQL
              SELECT MIN(ACCOUNT_NUMBER)
              INTO :HV-RD-OLD-NUMBER :HV-NULL-IND
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-OLD-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-NULL-IND < 0
              MOVE 'Y' TO WS-ACCT-EOF-SW
              GO TO MOA999
           END-IF.
           MOVE HV-OLD-SORTCODE TO HV-RD-OLD-SORTCODE.
           MOVE HV-NEW-SORTCODE TO HV-RD-NEW-SORTCODE.
           MOVE HV-RD-OLD-NUMBER TO HV-RD-NEW-NUMBER.
           MOVE WS-TODAY-YYYYMMDD TO HV-RD-DATE.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-OLD-CUSTOMER
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCOUNT_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM MAP-CUSTOMER-NUMBER.
      *
      *    Keep the account number unless it is already taken at
      *    the receiving branch.
      *
           MOVE 0 TO HV-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-COUNT
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-RD-NEW-SORTCODE
              AND ACCOUNT_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-COUNT > 0
              MOVE 'ACCOUNT-LAST' TO WS-ALLOC-SUFFIX
              PERFORM ALLOCATE-NUMBER
              MOVE WS-ALLOC-VALUE TO WS-NEW-ACC-NO
              MOVE WS-NEW-ACC-NO TO HV-RD-NEW-NUMBER
              ADD 1 TO ACCOUNTS-RENUMBERED
           END-IF.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ACCOUNT_NUMBER = :HV-RD-NEW-NUMBER,
                  ACCOUNT_CUSTOMER_NUMBER = :HV-NEW-CUSTOMER
              WHERE ACCOUNT_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCOUNT_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM MOVE-ACCOUNT-DEPENDENTS.
           PERFORM RECORD-ACCOUNT-REDIRECT.
           PERFORM MOVE-SWEEP-LINKS.
           PERFORM RAISE-REHOME-NOTICE.
           EXEC SQL
              COMMIT
           END-EXEC.
           ADD 1 TO ACCOUNTS-MOVED.
           IF HV-RD-NEW-NUMBER NOT = HV-RD-OLD-NUMBER
              DISPLAY 'REHOME - ACCOUNT ' HV-RD-OLD-SORTCODE
                 '-' HV-RD-OLD-NUMBER ' RENUMBERED TO '
                 HV-RD-NEW-SORTCODE '-' HV-RD-NEW-NUMBER
           END-IF.
       MOA999.
           EXIT.
      *
      *    The customer number an account (or joint holder) now
      *    belongs under. A customer with no redirect row was not on
      *    the customer file and keeps the number it had.
      *
       MAP-CUSTOMER-NUMBER SECTION.
       MCN010.
           MOVE HV-OLD-CUSTOMER TO HV-NEW-CUSTOMER.
           EXEC SQL
              SELECT CUSTREDIR_NEW_NUMBER
              INTO :HV-NEW-CUSTOMER
              FROM CUSTREDIR
              WHERE CUSTREDIR_OLD_SORTCODE = :HV-OLD-SORTCODE
              AND CUSTREDIR_OLD_NUMBER = :HV-OLD-CUSTOMER
           END-EXEC.
           IF SQLCODE = +100
              MOVE HV-OLD-CUSTOMER TO HV-NEW-CUSTOMER
              GO TO MCN999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       MCN999.
           EXIT.
      *
      *    Everything held against the account moves with it: its
      *    history, holds, joint holders, cards, cheque books,
      *    mandates, pending notifications, loan schedule, stopped
      *    cheques, overdraft excess and forbearance entries,
      *    write-off and recoveries, disputes, complaints and
      *    attachment orders, plus any standing order, payee,
      *    attachment remittance or linked-account entry that names
      *    it. Sweeps are handled by MOVE-SWEEP-LINKS.
      *
       MOVE-ACCOUNT-DEPENDENTS SECTION.
       MAD010.
           EXEC SQL
              UPDATE PROCTRAN
              SET PROCTRAN_SORTCODE = :HV-RD-NEW-SORTCODE,
                  PROCTRAN_NUMBER = :HV-RD-NEW-NUMBER
              WHERE PROCTRAN_SORTCODE = :HV-RD-OLD-SORTCODE
              AND PROCTRAN_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE ACCHOLD
              SET ACCHOLD_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ACCHOLD_NUMBER = :HV-RD-NEW-NUMBER
              WHERE ACCHOLD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCHOLD_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM MOVE-JOINT-HOLDERS.
           EXEC SQL
              UPDATE CARD
              SET CARD_SORTCODE = :HV-RD-NEW-SORTCODE,
                  CARD_ACCOUNT = :HV-RD-NEW-NUMBER
              WHERE CARD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND CARD_ACCOUNT = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE CHQBOOK
              SET CHQBOOK_SORTCODE = :HV-RD-NEW-SORTCODE,
                  CHQBOOK_NUMBER = :HV-RD-NEW-NUMBER
              WHERE CHQBOOK_SORTCODE = :HV-RD-OLD-SORTCODE
              AND CHQBOOK_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE MANDATE
              SET MANDATE_SORTCODE = :HV-RD-NEW-SORTCODE,
                  MANDATE_NUMBER = :HV-RD-NEW-NUMBER
              WHERE MANDATE_SORTCODE = :HV-RD-OLD-SORTCODE
              AND MANDATE_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE NOTIFEVT
              SET NOTIFEVT_SORTCODE = :HV-RD-NEW-SORTCODE,
                  NOTIFEVT_NUMBER = :HV-RD-NEW-NUMBER
              WHERE NOTIFEVT_SORTCODE = :HV-RD-OLD-SORTCODE
              AND NOTIFEVT_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE STANDORD
              SET STANDORD_FROM_SORTCODE = :HV-RD-NEW-SORTCODE,
                  STANDORD_FROM_ACCOUNT = :HV-RD-NEW-NUMBER
              WHERE STANDORD_FROM_SORTCODE = :HV-RD-OLD-SORTCODE
              AND STANDORD_FROM_ACCOUNT = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE STANDORD
              SET STANDORD_TO_SORTCODE = :HV-RD-NEW-SORTCODE,
                  STANDORD_TO_ACCOUNT = :HV-RD-NEW-NUMBER
              WHERE STANDORD_TO_SORTCODE = :HV-RD-OLD-SORTCODE
              AND STANDORD_TO_ACCOUNT = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE PAYEE
              SET PAYEE_SORTCODE = :HV-RD-NEW-SORTCODE,
                  PAYEE_ACCOUNT = :HV-RD-NEW-NUMBER
              WHERE PAYEE_SORTCODE = :HV-RD-OLD-SORTCODE
              AND PAYEE_ACCOUNT = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_LINKED_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ACCOUNT_LINKED_NUMBER = :HV-RD-NEW-NUMBER
              WHERE ACCOUNT_LINKED_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCOUNT_LINKED_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_SORTCODE = :HV-RD-NEW-SORTCODE,
                  LOANSCHD_NUMBER = :HV-RD-NEW-NUMBER
              WHERE LOANSCHD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND LOANSCHD_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE STOPCHQ
              SET STOPCHQ_SORTCODE = :HV-RD-NEW-SORTCODE,
                  STOPCHQ_NUMBER = :HV-RD-NEW-NUMBER
              WHERE STOPCHQ_SORTCODE = :HV-RD-OLD-SORTCODE
              AND STOPCHQ_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE ODEXCESS
              SET ODEX_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ODEX_NUMBER = :HV-RD-NEW-NUMBER,
                  ODEX_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE ODEX_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ODEX_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_SORTCODE = :HV-RD-NEW-SORTCODE,
                  FORBEAR_NUMBER = :HV-RD-NEW-NUMBER
              WHERE FORBEAR_SORTCODE = :HV-RD-OLD-SORTCODE
              AND FORBEAR_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE WRITEOFF
              SET WRTOFF_SORTCODE = :HV-RD-NEW-SORTCODE,
                  WRTOFF_NUMBER = :HV-RD-NEW-NUMBER,
                  WRTOFF_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE WRTOFF_SORTCODE = :HV-RD-OLD-SORTCODE
              AND WRTOFF_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE WRTRECOV
              SET WRTREC_SORTCODE = :HV-RD-NEW-SORTCODE,
                  WRTREC_NUMBER = :HV-RD-NEW-NUMBER
              WHERE WRTREC_SORTCODE = :HV-RD-OLD-SORTCODE
              AND WRTREC_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE DISPUTE
              SET DISPUTE_SORTCODE = :HV-RD-NEW-SORTCODE,
                  DISPUTE_NUMBER = :HV-RD-NEW-NUMBER
              WHERE DISPUTE_SORTCODE = :HV-RD-OLD-SORTCODE
              AND DISPUTE_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE ATTACH
              SET ATTACH_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ATTACH_NUMBER = :HV-RD-NEW-NUMBER,
                  ATTACH_CUSTOMER = :HV-NEW-CUSTOMER
              WHERE ATTACH_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ATTACH_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE ATTACH
              SET ATTACH_DEST_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ATTACH_DEST_ACCOUNT = :HV-RD-NEW-NUMBER
              WHERE ATTACH_DEST_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ATTACH_DEST_ACCOUNT = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    Complaint ids are only unique within a sort code, so the
      *    account's complaints are lifted clear of the highest id
      *    already in use here.
      *
           PERFORM GET-COMPLAINT-ID-OFFSET.
           EXEC SQL
              UPDATE COMPLAINT
              SET COMPLAINT_SORTCODE = :HV-RD-NEW-SORTCODE,
                  COMPLAINT_ID = COMPLAINT_ID + :HV-CMP-ID-OFFSET,
                  COMPLAINT_CUSTOMER = :HV-NEW-CUSTOMER,
                  COMPLAINT_NUMBER = :HV-RD-NEW-NUMBER
              WHERE COMPLAINT_SORTCODE = :HV-RD-OLD-SORTCODE
              AND COMPLAINT_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF SQLCODE = 0 AND HV-CMP-ID-OFFSET > 0
              MOVE SQLERRD(3) TO WS-CMP-MOVED
              DISPLAY 'REHOME - ' WS-CMP-MOVED ' COMPLAINT(S) ON '
                 HV-RD-OLD-SORTCODE '-' HV-RD-OLD-NUMBER
                 ' RENUMBERED BY ' HV-CMP-ID-OFFSET
           END-IF.
       MAD999.
           EXIT.
      *
      *    Joint holders are re-keyed to the new account and each
      *    holder's customer number mapped through CUSTREDIR.
      *
       MOVE-JOINT-HOLDERS SECTION.
       MJH010.
           EXEC SQL
              UPDATE ACCOUNT_HOLDER AH
              SET ACCHOLD_CUSTOMER_NO =
                     (SELECT CR.CUSTREDIR_NEW_NUMBER
                      FROM CUSTREDIR CR
                      WHERE CR.CUSTREDIR_OLD_SORTCODE =
                            AH.ACCHOLD_SORTCODE
                      AND CR.CUSTREDIR_OLD_NUMBER =
                            AH.ACCHOLD_CUSTOMER_NO)
              WHERE AH.ACCHOLD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND AH.ACCHOLD_ACCOUNT_NO = :HV-RD-OLD-NUMBER
              AND EXISTS
                     (SELECT 1
                      FROM CUSTREDIR CR
                      WHERE CR.CUSTREDIR_OLD_SORTCODE =
                            AH.ACCHOLD_SORTCODE
                      AND CR.CUSTREDIR_OLD_NUMBER =
                            AH.ACCHOLD_CUSTOMER_NO)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE ACCOUNT_HOLDER
              SET ACCHOLD_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ACCHOLD_ACCOUNT_NO = :HV-RD-NEW-NUMBER
              WHERE ACCHOLD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCHOLD_ACCOUNT_NO = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
       MJH999.
           EXIT.
      *
      *    A sweep names its watch and funding accounts under one
      *    sort code, so it can only change sort code once both of
      *    them have moved. It is re-keyed with whichever of the two
      *    moves last, both numbers taken from ACCREDIR.
      *
       MOVE-SWEEP-LINKS SECTION.
       MSL010.
           EXEC SQL
              UPDATE SWEEP S
              SET SWEEP_WATCH_ACCOUNT =
                     (SELECT RW.ACCREDIR_NEW_NUMBER
                      FROM ACCREDIR RW
                      WHERE RW.ACCREDIR_OLD_SORTCODE = S.SWEEP_SORTCODE
                      AND RW.ACCREDIR_OLD_NUMBER =
                            S.SWEEP_WATCH_ACCOUNT),
                  SWEEP_FUNDING_ACCOUNT =
                     (SELECT RF.ACCREDIR_NEW_NUMBER
                      FROM ACCREDIR RF
                      WHERE RF.ACCREDIR_OLD_SORTCODE = S.SWEEP_SORTCODE
                      AND RF.ACCREDIR_OLD_NUMBER =
                            S.SWEEP_FUNDING_ACCOUNT),
                  SWEEP_SORTCODE = :HV-RD-NEW-SORTCODE
              WHERE S.SWEEP_SORTCODE = :HV-RD-OLD-SORTCODE
              AND (S.SWEEP_WATCH_ACCOUNT = :HV-RD-OLD-NUMBER
                   OR S.SWEEP_FUNDING_ACCOUNT = :HV-RD-OLD-NUMBER)
              AND EXISTS
                     (SELECT 1
                      FROM ACCREDIR RW
                      WHERE RW.ACCREDIR_OLD_SORTCODE = S.SWEEP_SORTCODE
                      AND RW.ACCREDIR_OLD_NUMBER =
                            S.SWEEP_WATCH_ACCOUNT)
              AND EXISTS
                     (SELECT 1
                      FROM ACCREDIR RF
                      WHERE RF.ACCREDIR_OLD_SORTCODE = S.SWEEP_SORTCODE
                      AND RF.ACCREDIR_OLD_NUMBER =
                            S.SWEEP_FUNDING_ACCOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
       MSL999.
           EXIT.
      *
      *    Highest complaint id already used at this branch, added to
      *    the ids of complaints brought across so none can clash.
      *
       GET-COMPLAINT-ID-OFFSET SECTION.
       GCO010.
           MOVE 0 TO HV-CMP-ID-OFFSET.
           EXEC SQL
              SELECT COALESCE(MAX(COMPLAINT_ID), 0)
              INTO :HV-CMP-ID-OFFSET
              FROM COMPLAINT
              WHERE COMPLAINT_SORTCODE = :HV-NEW-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       GCO999.
           EXIT.
      *
      *    As for customers, older redirects that land on the old
      *    details are pointed straight at the new ones.
      *
       RECORD-ACCOUNT-REDIRECT SECTION.
       RAR010.
           EXEC SQL
              UPDATE ACCREDIR
              SET ACCREDIR_NEW_SORTCODE = :HV-RD-NEW-SORTCODE,
                  ACCREDIR_NEW_NUMBER = :HV-RD-NEW-NUMBER
              WHERE ACCREDIR_NEW_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCREDIR_NEW_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              INSERT INTO ACCREDIR
                     (
                      ACCREDIR_OLD_SORTCODE,
                      ACCREDIR_OLD_NUMBER,
                      ACCREDIR_NEW_SORTCODE,
                      ACCREDIR_NEW_NUMBER,
                      ACCREDIR_DATE
                     )
              VALUES
                     (
                      :HV-RD-OLD-SORTCODE,
                      :HV-RD-OLD-NUMBER,
                      :HV-RD-NEW-SORTCODE,
                      :HV-RD-NEW-NUMBER,
                      :HV-RD-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RAR999.
           EXIT.
       RAISE-REHOME-NOTICE SECTION.
       RRN010.
           MOVE HV-RD-NEW-SORTCODE TO HV-NE-SORTCODE.
           MOVE HV-RD-NEW-NUMBER TO HV-NE-NUMBER.
           MOVE 'REHOMED' TO HV-NE-TYPE.
           MOVE SPACES TO HV-NE-DATE.
           MOVE WS-RUN-DATE-DD TO HV-NE-DATE(1:2).
           MOVE '.' TO HV-NE-DATE(3:1).
           MOVE WS-RUN-DATE-MM TO HV-NE-DATE(4:2).
           MOVE '.' TO HV-NE-DATE(6:1).
           MOVE WS-RUN-DATE-CCYY TO HV-NE-DATE(7:4).
           MOVE WS-RUN-TIME TO HV-NE-TIME.
           MOVE SPACES TO HV-NE-DETAIL.
           STRING 'WAS ' DELIMITED BY SIZE,
                  HV-RD-OLD-SORTCODE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-RD-OLD-NUMBER DELIMITED BY SIZE,
                  ' NOW ' DELIMITED BY SIZE,
                  HV-RD-NEW-SORTCODE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-RD-NEW-NUMBER DELIMITED BY SIZE
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
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO NOTICES-RAISED.
       RRN999.
           EXIT.
      *
      *    Standing orders set up at the closing branch are run by
      *    SODDRUN under the branch that owns them, so ownership
      *    moves here too. The order number is kept unless it is
      *    already in use at this branch.
      *
       MOVE-ONE-STANDING-ORDER SECTION.
       MOSO010.
           MOVE SPACES TO HV-SO-OLD-NUMBER.
           EXEC SQL
              SELECT MIN(STANDORD_NUMBER)
              INTO :HV-SO-OLD-NUMBER :HV-NULL-IND
              FROM STANDORD
              WHERE STANDORD_SORTCODE = :HV-OLD-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-NULL-IND < 0
              MOVE 'Y' TO WS-SO-EOF-SW
              GO TO MOSO999
           END-IF.
           MOVE HV-SO-OLD-NUMBER TO HV-SO-NEW-NUMBER.
           MOVE 0 TO HV-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-COUNT
              FROM STANDORD
              WHERE STANDORD_SORTCODE = :HV-NEW-SORTCODE
              AND STANDORD_NUMBER = :HV-SO-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-COUNT > 0
              MOVE 'STANDORD-LAST' TO WS-ALLOC-SUFFIX
              PERFORM ALLOCATE-NUMBER
              MOVE WS-ALLOC-VALUE TO WS-NEW-SO-NO
              MOVE WS-NEW-SO-NO TO HV-SO-NEW-NUMBER
              ADD 1 TO ORDERS-RENUMBERED
           END-IF.
           EXEC SQL
              UPDATE STANDORD
              SET STANDORD_SORTCODE = :HV-NEW-SORTCODE,
                  STANDORD_NUMBER = :HV-SO-NEW-NUMBER
              WHERE STANDORD_SORTCODE = :HV-OLD-SORTCODE
              AND STANDORD_NUMBER = :HV-SO-OLD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC.
           ADD 1 TO ORDERS-MOVED.
       MOSO999.
           EXIT.
      *
      *    Next number from this branch's CONTROL counter named by
      *    WS-ALLOC-SUFFIX (CUSTOMER-LAST, ACCOUNT-LAST or
      *    STANDORD-LAST). The run has the branch to itself, so no
      *    ENQ is needed around the read and update.
      *
       ALLOCATE-NUMBER SECTION.
       AN010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           WS-ALLOC-SUFFIX DELIMITED BY SPACE
           INTO HV-CONTROL-NAME.
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
           IF SQLCODE NOT = 0
              DISPLAY 'REHOME - UNABLE TO READ ' HV-CONTROL-NAME
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO HV-CONTROL-VALUE-NUM GIVING WS-ALLOC-VALUE.
           MOVE WS-ALLOC-VALUE TO HV-CONTROL-VALUE-NUM.
           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
              WHERE (CONTROL_NAME = :HV-CONTROL-NAME)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'REHOME - UNABLE TO UPDATE ' HV-CONTROL-NAME
              PERFORM ABEND-THIS-RUN
           END-IF.
       AN999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'REHOME - RUN ABANDONED. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'REHOME - CUSTOMERS MOVED:  ' CUSTOMERS-MOVED.
           DISPLAY 'REHOME - ACCOUNTS MOVED:   ' ACCOUNTS-MOVED.
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
      *
      *    The branch being closed into this one, held as CONTROL
      *    <sortcode>-REHOME-FROM. Zero or absent means nothing to
      *    re-home.
      *
       GET-CLOSING-SORTCODE-CONFIG SECTION.
       GCSC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE
           '-REHOME-FROM' DELIMITED BY SIZE
           INTO HV-CONTROL-NAME.
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-CLOSING-SORTCODE
           END-IF.
       GCSC999.
           EXIT.
