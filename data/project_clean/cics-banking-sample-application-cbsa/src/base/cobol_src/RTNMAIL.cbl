       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEM-FILE ASSIGN TO RTNFILE
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *
      *    One record per item of post returned undelivered, as
      *    keyed by the post room: the customer it was addressed to
      *    and the kind of document that came back.
      *
       FD  RETURNED-ITEM-FILE
           RECORDING MODE IS F.
       01  RETURNED-ITEM-RECORD.
           03 RTN-CUSTOMER                    PIC X(10).
           03 RTN-CUSTOMER-NUM REDEFINES RTN-CUSTOMER
                                              PIC 9(10).
           03 RTN-DOC-TYPE                    PIC X(8).
           03 FILLER                          PIC X(62).
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
      *
      *    One GONEAWAY row per customer: G while post is coming
      *    back, R once a new address has been recorded.
      *
       01 HOST-GONEAWAY-ROW.
          03 HV-GA-SORTCODE             PIC X(6).
          03 HV-GA-CUSTOMER             PIC X(10).
          03 HV-GA-STATUS               PIC X.
          03 HV-GA-RETURNED-DATE        PIC S9(8).
          03 HV-GA-LAST-RETURNED        PIC S9(8).
          03 HV-GA-DOC-TYPE             PIC X(8).
          03 HV-GA-RETURN-COUNT         PIC S9(9) COMP.
          03 HV-GA-RESOLVED-DATE        PIC S9(8).
          03 HV-GA-RESOLVED-BY          PIC X(8).
       01 HOST-TRACEQ-ROW.
          03 HV-TQ-SORTCODE             PIC X(6).
          03 HV-TQ-CUSTOMER             PIC X(10).
          03 HV-TQ-RAISED-DATE          PIC S9(8).
          03 HV-TQ-DOC-TYPE             PIC X(8).
          03 HV-TQ-STATUS               PIC X.
          03 HV-TQ-CLOSED-DATE          PIC S9(8).
       01 HV-TQ-OPEN-COUNT                  PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ITEMS                     VALUE 'Y'.
       01 WS-REJECT-REASON                  PIC X(8).
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 ITEMS-READ                        PIC 9(8) VALUE 0.
       01 ITEMS-REJECTED                    PIC 9(8) VALUE 0.
       01 CUSTOMERS-MARKED                  PIC 9(8) VALUE 0.
       01 CUSTOMERS-ALREADY-GONE            PIC 9(8) VALUE 0.
       01 TRACES-RAISED                     PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'RTNMAIL - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT RETURNED-ITEM-FILE.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM PROCESS-ONE-ITEM UNTIL WS-NO-MORE-ITEMS.
           CLOSE RETURNED-ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY 'RTNMAIL - ITEMS READ:             ' ITEMS-READ.
           DISPLAY 'RTNMAIL - CUSTOMERS MARKED GONE:  '
              CUSTOMERS-MARKED.
           DISPLAY 'RTNMAIL - ALREADY GONE AWAY:      '
              CUSTOMERS-ALREADY-GONE.
           DISPLAY 'RTNMAIL - TRACING ITEMS RAISED:   '
              TRACES-RAISED.
           DISPLAY 'RTNMAIL - ITEMS REJECTED:         '
              ITEMS-REJECTED.
           STOP RUN.
       P999.
           EXIT.
       PROCESS-ONE-ITEM SECTION.
       POI010.
           READ RETURNED-ITEM-FILE
              AT END
                 MOVE 'Y' TO WS-EXIT-SW
                 GO TO POI999
           END-READ.
           ADD 1 TO ITEMS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VALIDATE-RETURNED-ITEM.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO ITEMS-REJECTED
              DISPLAY 'RTNMAIL - ITEM REJECTED ' WS-REJECT-REASON
                 ' CUSTOMER ' RTN-CUSTOMER
                 ' DOCUMENT ' RTN-DOC-TYPE
              GO TO POI999
           END-IF.
           PERFORM MARK-CUSTOMER-GONE-AWAY.
           PERFORM RAISE-TRACING-ITEM.
       POI999.
           EXIT.
       VALIDATE-RETURNED-ITEM SECTION.
       VRI010.
           IF RTN-CUSTOMER-NUM NOT NUMERIC
              MOVE 'BADCUST' TO WS-REJECT-REASON
              GO TO VRI999
           END-IF.
           IF RTN-DOC-TYPE = SPACES
              MOVE 'NODOCTYP' TO WS-REJECT-REASON
              GO TO VRI999
           END-IF.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE RTN-CUSTOMER-NUM TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS = '23'
              MOVE 'NOCUST' TO WS-REJECT-REASON
              GO TO VRI999
           END-IF.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'RTNMAIL - CUSTOMER FILE READ FAILED. '
                 'STATUS=' CUSTOMER-STATUS
              PERFORM ABEND-THIS-RUN
           END-IF.
       VRI999.
           EXIT.
      *
      *    The first return marks the customer gone away from
      *    today; further returns while still gone away only add
      *    to the count. A return after the address was put right
      *    starts a fresh gone-away period.
      *
       MARK-CUSTOMER-GONE-AWAY SECTION.
       MCGA010.
           INITIALIZE HOST-GONEAWAY-ROW.
           MOVE SORTCODE TO HV-GA-SORTCODE.
           MOVE RTN-CUSTOMER TO HV-GA-CUSTOMER.
           EXEC SQL
              SELECT GONEAWAY_STATUS,
                     GONEAWAY_RETURN_COUNT
              INTO :HV-GA-STATUS,
                   :HV-GA-RETURN-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-GA-CUSTOMER
           END-EXEC.
           IF SQLCODE = +100
              PERFORM INSERT-GONE-AWAY
              GO TO MCGA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE RTN-DOC-TYPE TO HV-GA-DOC-TYPE.
           MOVE WS-TODAY-YYYYMMDD TO HV-GA-LAST-RETURNED.
           IF HV-GA-STATUS = 'G'
              ADD 1 TO HV-GA-RETURN-COUNT
              EXEC SQL
                 UPDATE GONEAWAY
                 SET GONEAWAY_LAST_RETURNED = :HV-GA-LAST-RETURNED,
                     GONEAWAY_DOC_TYPE = :HV-GA-DOC-TYPE,
                     GONEAWAY_RETURN_COUNT = :HV-GA-RETURN-COUNT
                 WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
                 AND GONEAWAY_CUSTOMER = :HV-GA-CUSTOMER
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              ADD 1 TO CUSTOMERS-ALREADY-GONE
              GO TO MCGA999
           END-IF.
           MOVE 'G' TO HV-GA-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-GA-RETURNED-DATE.
           MOVE 1 TO HV-GA-RETURN-COUNT.
           MOVE 0 TO HV-GA-RESOLVED-DATE.
           MOVE SPACES TO HV-GA-RESOLVED-BY.
           EXEC SQL
              UPDATE GONEAWAY
              SET GONEAWAY_STATUS = :HV-GA-STATUS,
                  GONEAWAY_RETURNED_DATE = :HV-GA-RETURNED-DATE,
                  GONEAWAY_LAST_RETURNED = :HV-GA-LAST-RETURNED,
                  GONEAWAY_DOC_TYPE = :HV-GA-DOC-TYPE,
                  GONEAWAY_RETURN_COUNT = :HV-GA-RETURN-COUNT,
                  GONEAWAY_RESOLVED_DATE = :HV-GA-RESOLVED-DATE,
                  GONEAWAY_RESOLVED_BY = :HV-GA-RESOLVED-BY
              WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-GA-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO CUSTOMERS-MARKED.
       MCGA999.
           EXIT.
       INSERT-GONE-AWAY SECTION.
       IGA010.
           MOVE 'G' TO HV-GA-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-GA-RETURNED-DATE.
           MOVE WS-TODAY-YYYYMMDD TO HV-GA-LAST-RETURNED.
           MOVE RTN-DOC-TYPE TO HV-GA-DOC-TYPE.
           MOVE 1 TO HV-GA-RETURN-COUNT.
           MOVE 0 TO HV-GA-RESOLVED-DATE.
           MOVE SPACES TO HV-GA-RESOLVED-BY.
           EXEC SQL
              INSERT INTO GONEAWAY
                     (
                      GONEAWAY_SORTCODE,
                      GONEAWAY_CUSTOMER,
                      GONEAWAY_STATUS,
                      GONEAWAY_RETURNED_DATE,
                      GONEAWAY_LAST_RETURNED,
                      GONEAWAY_DOC_TYPE,
                      GONEAWAY_RETURN_COUNT,
                      GONEAWAY_RESOLVED_DATE,
                      GONEAWAY_RESOLVED_BY
                     )
              VALUES
                     (
                      :HV-GA-SORTCODE,
                      :HV-GA-CUSTOMER,
                      :HV-GA-STATUS,
                      :HV-GA-RETURNED-DATE,
                      :HV-GA-LAST-RETURNED,
                      :HV-GA-DOC-TYPE,
                      :HV-GA-RETURN-COUNT,
                      :HV-GA-RESOLVED-DATE,
                      :HV-GA-RESOLVED-BY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO CUSTOMERS-MARKED.
       IGA999.
           EXIT.
      *
      *    One open tracing item per customer for the tracing team;
      *    further returns do not raise another. The item is closed
      *    when the new address is recorded.
      *
       RAISE-TRACING-ITEM SECTION.
       RTI010.
           MOVE SORTCODE TO HV-TQ-SORTCODE.
           MOVE RTN-CUSTOMER TO HV-TQ-CUSTOMER.
           MOVE 0 TO HV-TQ-OPEN-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-TQ-OPEN-COUNT
              FROM TRACEQ
              WHERE TRACEQ_SORTCODE = :HV-TQ-SORTCODE
              AND TRACEQ_CUSTOMER = :HV-TQ-CUSTOMER
              AND TRACEQ_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-TQ-OPEN-COUNT > 0
              GO TO RTI999
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO HV-TQ-RAISED-DATE.
           MOVE RTN-DOC-TYPE TO HV-TQ-DOC-TYPE.
           MOVE 'O' TO HV-TQ-STATUS.
           MOVE 0 TO HV-TQ-CLOSED-DATE.
           EXEC SQL
              INSERT INTO TRACEQ
                     (
                      TRACEQ_SORTCODE,
                      TRACEQ_CUSTOMER,
                      TRACEQ_RAISED_DATE,
                      TRACEQ_DOC_TYPE,
                      TRACEQ_STATUS,
                      TRACEQ_CLOSED_DATE
                     )
              VALUES
                     (
                      :HV-TQ-SORTCODE,
                      :HV-TQ-CUSTOMER,
                      :HV-TQ-RAISED-DATE,
                      :HV-TQ-DOC-TYPE,
                      :HV-TQ-STATUS,
                      :HV-TQ-CLOSED-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO TRACES-RAISED.
       RTI999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'RTNMAIL - RUN ABANDONED. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'RTNMAIL - ITEMS READ:     ' ITEMS-READ.
           DISPLAY 'RTNMAIL - ITEMS REJECTED: ' ITEMS-REJECTED.
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
