       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCDLOAD.
       AUTHOR. Jon Collett.
      *
      *    Weekly load of the sort code directory (SCDIR) from the
      *    industry reference file: a header carrying the file date,
      *    one detail per sort code giving the bank and branch
      *    names, whether the branch can receive Faster Payments,
      *    BACS and CHAPS, and the date it closed (zero while it is
      *    open), and a trailer carrying the detail count. A file
      *    whose trailer count does not agree is not loaded (RC=8)
      *    and the directory is left as it was.
      *
      *    Each detail replaces the row for its sort code. A sort
      *    code no longer in the file is treated as closed from
      *    today. XFRFUN, CREPAYE, BULKPAY and SETLXTR refuse
      *    payments the directory says cannot be delivered.
      *
      *    SCDRPT then lists every active saved payee and every
      *    active standing order still paying to a sort code that
      *    has closed or has a closure date announced, so that the
      *    customers can be contacted. RC=4 when there are any.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCD-FILE ASSIGN TO SCDFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SCDRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCD-FILE
           RECORDING MODE IS F.
       01  SCD-RECORD.
           03 SCF-RECORD-TYPE                 PIC X.
              88 SCF-HEADER-RECORD               VALUE 'H'.
              88 SCF-DETAIL-RECORD               VALUE 'D'.
              88 SCF-TRAILER-RECORD              VALUE 'T'.
           03 SCF-SORTCODE                    PIC 9(6).
           03 SCF-BANK-NAME                   PIC X(35).
           03 SCF-BRANCH-NAME                 PIC X(35).
           03 SCF-FPS                         PIC X.
           03 SCF-BACS                        PIC X.
           03 SCF-CHAPS                       PIC X.
           03 SCF-CLOSED-DATE                 PIC 9(8).
           03 FILLER                          PIC X(12).
       01  SCD-CONTROL-RECORD REDEFINES SCD-RECORD.
           03 FILLER                          PIC X.
           03 SCF-CTL-FILE-DATE               PIC 9(8).
           03 SCF-CTL-COUNT                   PIC 9(8).
           03 FILLER                          PIC X(83).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                      PIC X(132).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
      *
      *    One SCDIR row per sort code. The scheme flags are Y or
      *    N; SCDIR_CLOSED_DATE is zero while the branch is open.
      *    SCDIR_LOADED_DATE is the run that last found it in the
      *    reference file.
      *
       01 HOST-SCDIR-ROW.
          03 HV-SCD-SORTCODE            PIC X(6).
          03 HV-SCD-BANK-NAME           PIC X(35).
          03 HV-SCD-BRANCH-NAME         PIC X(35).
          03 HV-SCD-FPS                 PIC X.
          03 HV-SCD-BACS                PIC X.
          03 HV-SCD-CHAPS               PIC X.
          03 HV-SCD-CLOSED-DATE         PIC S9(8).
          03 HV-SCD-LOADED-DATE         PIC S9(8).
       01 HOST-PAYEE-ROW.
          03 HV-PAYEE-CUSTOMER          PIC X(10).
          03 HV-PAYEE-SEQ               PIC S9(4) COMP.
          03 HV-PAYEE-NAME              PIC X(60).
          03 HV-PAYEE-SORTCODE          PIC X(6).
          03 HV-PAYEE-ACCOUNT           PIC X(8).
       01 HOST-STANDORD-ROW.
          03 HV-SO-NUMBER               PIC X(8).
          03 HV-SO-FROM-ACCOUNT         PIC X(8).
          03 HV-SO-TO-SORTCODE          PIC X(6).
          03 HV-SO-TO-ACCOUNT           PIC X(8).
          03 HV-SO-AMOUNT               PIC S9(10)V99.
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY                          PIC S9(8).
           EXEC SQL
              DECLARE PAYEE-CURSOR CURSOR FOR
                 SELECT P.PAYEE_CUSTOMER, P.PAYEE_SEQ,
                        P.PAYEE_NAME, P.PAYEE_SORTCODE,
                        P.PAYEE_ACCOUNT, S.SCDIR_CLOSED_DATE
                 FROM PAYEE P, SCDIR S
                 WHERE S.SCDIR_SORTCODE = P.PAYEE_SORTCODE
                 AND S.SCDIR_CLOSED_DATE > 0
                 AND P.PAYEE_STATUS = 'A'
                 ORDER BY P.PAYEE_SORTCODE, P.PAYEE_CUSTOMER,
                          P.PAYEE_SEQ
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE SO-CURSOR CURSOR FOR
                 SELECT O.STANDORD_NUMBER, O.STANDORD_FROM_ACCOUNT,
                        O.STANDORD_TO_SORTCODE, O.STANDORD_TO_ACCOUNT,
                        O.STANDORD_AMOUNT, S.SCDIR_CLOSED_DATE
                 FROM STANDORD O, SCDIR S
                 WHERE S.SCDIR_SORTCODE = O.STANDORD_TO_SORTCODE
                 AND S.SCDIR_CLOSED_DATE > 0
                 AND O.STANDORD_SORTCODE = :HV-OUR-SORTCODE
                 AND O.STANDORD_STATUS = 'A'
                 ORDER BY O.STANDORD_TO_SORTCODE, O.STANDORD_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-RECORDS                   VALUE 'Y'.
       01 WS-PAYEE-EOF-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-PAYEES                    VALUE 'Y'.
       01 WS-SO-EOF-SW                      PIC X VALUE 'N'.
          88 WS-NO-MORE-ORDERS                    VALUE 'Y'.
       01 WS-HEADER-SEEN-SW                 PIC X VALUE 'N'.
          88 WS-HEADER-SEEN                       VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW                PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN                      VALUE 'Y'.
       01 WS-FILE-DATE                      PIC 9(8) VALUE 0.
       01 WS-TRAILER-COUNT                  PIC 9(8) VALUE 0.
       01 WS-REFUSE-REASON                  PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 RECORDS-READ                      PIC 9(8) VALUE 0.
       01 DETAILS-READ                      PIC 9(8) VALUE 0.
       01 DETAILS-REJECTED                  PIC 9(8) VALUE 0.
       01 SORTCODES-ADDED                   PIC 9(8) VALUE 0.
       01 SORTCODES-UPDATED                 PIC 9(8) VALUE 0.
       01 SORTCODES-WITHDRAWN               PIC 9(8) VALUE 0.
       01 PAYEES-REPORTED                   PIC 9(8) VALUE 0.
       01 ORDERS-REPORTED                   PIC 9(8) VALUE 0.
       01 WS-HEADING-LINE.
          03 FILLER                         PIC X(40)
                VALUE 'SORT CODE DIRECTORY LOAD - CLOSED SORT C'.
          03 FILLER                         PIC X(40)
                VALUE 'ODES STILL IN USE                 RUN '.
          03 HDG-RUN-DATE                   PIC 9(8).
          03 FILLER                         PIC X(44) VALUE SPACES.
       01 WS-PAYEE-LINE.
          03 FILLER                         PIC X(6) VALUE 'PAYEE '.
          03 PYL-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X VALUE '-'.
          03 PYL-ACCOUNT                    PIC X(8).
          03 FILLER                         PIC X VALUE SPACE.
          03 PYL-STATUS                     PIC X(7).
          03 FILLER                         PIC X VALUE SPACE.
          03 PYL-CLOSED-DATE                PIC 9(8).
          03 FILLER                         PIC X(10)
                VALUE ' CUSTOMER '.
          03 PYL-CUSTOMER                   PIC X(10).
          03 FILLER                         PIC X(5) VALUE ' SEQ '.
          03 PYL-SEQ                        PIC ZZZ9.
          03 FILLER                         PIC X VALUE SPACE.
          03 PYL-NAME                       PIC X(60).
          03 FILLER                         PIC X(4) VALUE SPACES.
       01 WS-ORDER-LINE.
          03 FILLER                         PIC X(6) VALUE 'S/O   '.
          03 SOL-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X VALUE '-'.
          03 SOL-ACCOUNT                    PIC X(8).
          03 FILLER                         PIC X VALUE SPACE.
          03 SOL-STATUS                     PIC X(7).
          03 FILLER                         PIC X VALUE SPACE.
          03 SOL-CLOSED-DATE                PIC 9(8).
          03 FILLER                         PIC X(10)
                VALUE ' ORDER    '.
          03 SOL-NUMBER                     PIC X(8).
          03 FILLER                         PIC X(14)
                VALUE ' FROM ACCOUNT '.
          03 SOL-FROM-ACCOUNT               PIC X(8).
          03 FILLER                         PIC X VALUE SPACE.
          03 SOL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
          03 FILLER                         PIC X(39) VALUE SPACES.
       01 WS-SUMMARY-LINE.
          03 SUM-TEXT                       PIC X(40).
          03 SUM-COUNT                      PIC ZZZZZZZ9.
          03 FILLER                         PIC X(84) VALUE SPACES.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           MOVE WS-TODAY-YYYYMMDD TO HV-TODAY.
           OPEN INPUT SCD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-YYYYMMDD TO HDG-RUN-DATE.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM LOAD-ONE-RECORD UNTIL WS-NO-MORE-RECORDS.
           CLOSE SCD-FILE.
           PERFORM PROVE-REFERENCE-FILE.
           IF WS-REFUSE-REASON NOT = SPACES
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE SPACES TO WS-SUMMARY-LINE
              STRING 'LOAD REFUSED - ' DELIMITED BY SIZE,
                     WS-REFUSE-REASON DELIMITED BY SIZE
                     INTO WS-SUMMARY-LINE
              END-STRING
              MOVE WS-SUMMARY-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              CLOSE REPORT-FILE
              DISPLAY 'SCDLOAD - REFERENCE FILE REFUSED: '
                 WS-REFUSE-REASON
              DISPLAY 'SCDLOAD - DIRECTORY NOT CHANGED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WITHDRAW-MISSING-SORTCODES.
           EXEC SQL
              COMMIT
           END-EXEC.
           PERFORM REPORT-CLOSED-PAYEES.
           PERFORM REPORT-CLOSED-ORDERS.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY 'SCDLOAD - RECORDS READ:        ' RECORDS-READ.
           DISPLAY 'SCDLOAD - SORT CODES ADDED:    ' SORTCODES-ADDED.
           DISPLAY 'SCDLOAD - SORT CODES UPDATED:  '
              SORTCODES-UPDATED.
           DISPLAY 'SCDLOAD - SORT CODES DROPPED:  '
              SORTCODES-WITHDRAWN.
           DISPLAY 'SCDLOAD - DETAILS REJECTED:    ' DETAILS-REJECTED.
           DISPLAY 'SCDLOAD - PAYEES AT CLOSED:    ' PAYEES-REPORTED.
           DISPLAY 'SCDLOAD - ORDERS AT CLOSED:    ' ORDERS-REPORTED.
           IF PAYEES-REPORTED > 0 OR ORDERS-REPORTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       LOAD-ONE-RECORD SECTION.
       LOR010.
           READ SCD-FILE
              AT END
                 MOVE 'Y' TO WS-EXIT-SW
                 GO TO LOR999
           END-READ.
           ADD 1 TO RECORDS-READ.
           IF WS-TRAILER-SEEN
              MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REFUSE-REASON
              GO TO LOR999
           END-IF.
           EVALUATE TRUE
              WHEN SCF-HEADER-RECORD
                 IF WS-HEADER-SEEN OR RECORDS-READ NOT = 1
                    MOVE 'HEADER OUT OF PLACE' TO WS-REFUSE-REASON
                 END-IF
                 MOVE 'Y' TO WS-HEADER-SEEN-SW
                 MOVE SCF-CTL-FILE-DATE TO WS-FILE-DATE
              WHEN SCF-TRAILER-RECORD
                 MOVE 'Y' TO WS-TRAILER-SEEN-SW
                 MOVE SCF-CTL-COUNT TO WS-TRAILER-COUNT
              WHEN SCF-DETAIL-RECORD
                 ADD 1 TO DETAILS-READ
                 PERFORM STORE-SORTCODE
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REFUSE-REASON
           END-EVALUATE.
       LOR999.
           EXIT.
      *
      *    A detail replaces the directory row for its sort code,
      *    or adds one for a sort code not seen before. A detail
      *    that is not usable is counted and skipped.
      *
       STORE-SORTCODE SECTION.
       SSC010.
           IF SCF-SORTCODE NOT NUMERIC OR SCF-SORTCODE = 0
              OR SCF-CLOSED-DATE NOT NUMERIC
              ADD 1 TO DETAILS-REJECTED
              DISPLAY 'SCDLOAD - DETAIL ' RECORDS-READ
                 ' REJECTED: ' SCD-RECORD(1:20)
              GO TO SSC999
           END-IF.
           MOVE SCF-SORTCODE TO HV-SCD-SORTCODE.
           MOVE SCF-BANK-NAME TO HV-SCD-BANK-NAME.
           MOVE SCF-BRANCH-NAME TO HV-SCD-BRANCH-NAME.
           MOVE 'N' TO HV-SCD-FPS.
           MOVE 'N' TO HV-SCD-BACS.
           MOVE 'N' TO HV-SCD-CHAPS.
           IF SCF-FPS = 'Y'
              MOVE 'Y' TO HV-SCD-FPS
           END-IF.
           IF SCF-BACS = 'Y'
              MOVE 'Y' TO HV-SCD-BACS
           END-IF.
           IF SCF-CHAPS = 'Y'
              MOVE 'Y' TO HV-SCD-CHAPS
           END-IF.
           MOVE SCF-CLOSED-DATE TO HV-SCD-CLOSED-DATE.
           MOVE WS-TODAY-YYYYMMDD TO HV-SCD-LOADED-DATE.
           EXEC SQL
              UPDATE SCDIR
              SET SCDIR_BANK_NAME = :HV-SCD-BANK-NAME,
                  SCDIR_BRANCH_NAME = :HV-SCD-BRANCH-NAME,
                  SCDIR_FPS = :HV-SCD-FPS,
                  SCDIR_BACS = :HV-SCD-BACS,
                  SCDIR_CHAPS = :HV-SCD-CHAPS,
                  SCDIR_CLOSED_DATE = :HV-SCD-CLOSED-DATE,
                  SCDIR_LOADED_DATE = :HV-SCD-LOADED-DATE
              WHERE SCDIR_SORTCODE = :HV-SCD-SORTCODE
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO SORTCODES-UPDATED
              GO TO SSC999
           END-IF.
           IF SQLCODE NOT = +100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              INSERT INTO SCDIR
                     (
                      SCDIR_SORTCODE,
                      SCDIR_BANK_NAME,
                      SCDIR_BRANCH_NAME,
                      SCDIR_FPS,
                      SCDIR_BACS,
                      SCDIR_CHAPS,
                      SCDIR_CLOSED_DATE,
                      SCDIR_LOADED_DATE
                     )
              VALUES
                     (
                      :HV-SCD-SORTCODE,
                      :HV-SCD-BANK-NAME,
                      :HV-SCD-BRANCH-NAME,
                      :HV-SCD-FPS,
                      :HV-SCD-BACS,
                      :HV-SCD-CHAPS,
                      :HV-SCD-CLOSED-DATE,
                      :HV-SCD-LOADED-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO SORTCODES-ADDED.
       SSC999.
           EXIT.
      *
      *    The file must have had its header and trailer, and the
      *    trailer count must agree with the details read. An empty
      *    file is refused rather than closing every sort code.
      *
       PROVE-REFERENCE-FILE SECTION.
       PRF010.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO PRF999
           END-IF.
           IF NOT WS-HEADER-SEEN
              MOVE 'NO HEADER RECORD' TO WS-REFUSE-REASON
              GO TO PRF999
           END-IF.
           IF NOT WS-TRAILER-SEEN
              MOVE 'NO TRAILER RECORD' TO WS-REFUSE-REASON
              GO TO PRF999
           END-IF.
           IF WS-TRAILER-COUNT NOT = DETAILS-READ
              MOVE 'TRAILER COUNT DOES NOT AGREE'
                 TO WS-REFUSE-REASON
              GO TO PRF999
           END-IF.
           IF DETAILS-READ = 0
              MOVE 'NO DETAIL RECORDS' TO WS-REFUSE-REASON
           END-IF.
       PRF999.
           EXIT.
      *
      *    A sort code that has dropped out of the reference file
      *    can no longer be paid; it is closed from today unless it
      *    already carries a closure date.
      *
       WITHDRAW-MISSING-SORTCODES SECTION.
       WMS010.
           EXEC SQL
              UPDATE SCDIR
              SET SCDIR_CLOSED_DATE = :HV-TODAY
              WHERE SCDIR_LOADED_DATE < :HV-TODAY
              AND SCDIR_CLOSED_DATE = 0
           END-EXEC.
           IF SQLCODE = +100
              GO TO WMS999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SQLERRD(3) TO SORTCODES-WITHDRAWN.
       WMS999.
           EXIT.
       REPORT-CLOSED-PAYEES SECTION.
       RCP010.
           EXEC SQL OPEN PAYEE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-PAYEE UNTIL WS-NO-MORE-PAYEES.
           EXEC SQL CLOSE PAYEE-CURSOR
           END-EXEC.
       RCP999.
           EXIT.
       REPORT-ONE-PAYEE SECTION.
       ROP010.
           EXEC SQL FETCH PAYEE-CURSOR
              INTO :HV-PAYEE-CUSTOMER, :HV-PAYEE-SEQ,
                   :HV-PAYEE-NAME, :HV-PAYEE-SORTCODE,
                   :HV-PAYEE-ACCOUNT, :HV-SCD-CLOSED-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-PAYEE-EOF-SW
              GO TO ROP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-PAYEE-SORTCODE TO PYL-SORTCODE.
           MOVE HV-PAYEE-ACCOUNT TO PYL-ACCOUNT.
           IF HV-SCD-CLOSED-DATE <= WS-TODAY-YYYYMMDD
              MOVE 'CLOSED' TO PYL-STATUS
           ELSE
              MOVE 'CLOSING' TO PYL-STATUS
           END-IF.
           MOVE HV-SCD-CLOSED-DATE TO PYL-CLOSED-DATE.
           MOVE HV-PAYEE-CUSTOMER TO PYL-CUSTOMER.
           MOVE HV-PAYEE-SEQ TO PYL-SEQ.
           MOVE HV-PAYEE-NAME TO PYL-NAME.
           MOVE WS-PAYEE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO PAYEES-REPORTED.
       ROP999.
           EXIT.
       REPORT-CLOSED-ORDERS SECTION.
       RCO010.
           EXEC SQL OPEN SO-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-ORDER UNTIL WS-NO-MORE-ORDERS.
           EXEC SQL CLOSE SO-CURSOR
           END-EXEC.
       RCO999.
           EXIT.
       REPORT-ONE-ORDER SECTION.
       ROO010.
           EXEC SQL FETCH SO-CURSOR
              INTO :HV-SO-NUMBER, :HV-SO-FROM-ACCOUNT,
                   :HV-SO-TO-SORTCODE, :HV-SO-TO-ACCOUNT,
                   :HV-SO-AMOUNT, :HV-SCD-CLOSED-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-SO-EOF-SW
              GO TO ROO999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-SO-TO-SORTCODE TO SOL-SORTCODE.
           MOVE HV-SO-TO-ACCOUNT TO SOL-ACCOUNT.
           IF HV-SCD-CLOSED-DATE <= WS-TODAY-YYYYMMDD
              MOVE 'CLOSED' TO SOL-STATUS
           ELSE
              MOVE 'CLOSING' TO SOL-STATUS
           END-IF.
           MOVE HV-SCD-CLOSED-DATE TO SOL-CLOSED-DATE.
           MOVE HV-SO-NUMBER TO SOL-NUMBER.
           MOVE HV-SO-FROM-ACCOUNT TO SOL-FROM-ACCOUNT.
           MOVE HV-SO-AMOUNT TO SOL-AMOUNT.
           MOVE WS-ORDER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO ORDERS-REPORTED.
       ROO999.
           EXIT.
       WRITE-RUN-SUMMARY SECTION.
       WRS010.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SORT CODES ADDED' TO SUM-TEXT.
           MOVE SORTCODES-ADDED TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'SORT CODES UPDATED' TO SUM-TEXT.
           MOVE SORTCODES-UPDATED TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'SORT CODES DROPPED FROM FILE' TO SUM-TEXT.
           MOVE SORTCODES-WITHDRAWN TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'DETAILS REJECTED' TO SUM-TEXT.
           MOVE DETAILS-REJECTED TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'PAYEES AT CLOSED SORT CODES' TO SUM-TEXT.
           MOVE PAYEES-REPORTED TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'STANDING ORDERS AT CLOSED SORT CODES' TO SUM-TEXT.
           MOVE ORDERS-REPORTED TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       WRS999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'SCDLOAD - RUN ABANDONED. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'SCDLOAD - RECORDS READ: ' RECORDS-READ.
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
