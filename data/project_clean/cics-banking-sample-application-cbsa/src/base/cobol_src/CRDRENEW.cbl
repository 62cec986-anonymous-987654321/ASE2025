       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRENEW.
       AUTHOR. Jon Collett.
      *
      *    Monthly debit card renewal. Every active card on the sort
      *    code expiring by the end of next month is replaced, unless
      *    its account is dormant, frozen, closed or held on the
      *    death of a customer, or the card has not been used for the
      *    number of days held on CONTROL as
      *    <sortcode>-CARD-UNUSED-DAYS (default 365). A card that
      *    already has a replacement on the way is not replaced again.
      *
      *    The replacement is issued as CRECARD issues a card: it is
      *    written to CARD as ordered (O), with CARD_REPLACES holding
      *    the old card number, and the customer activates it through
      *    CRECARD as usual. Activation retires the old card, which
      *    until then stays usable up to its own expiry date.
      *
      *    The new card keeps the old card's issuer prefix, takes the
      *    next number from CONTROL <sortcode>-CARD-NUMBER-SEQ and a
      *    recalculated check digit, and expires in the same month
      *    <sortcode>-CARD-LIFE-YEARS (default 3) years after the old
      *    one. Each card issued is written to CRDPROD, the fixed-
      *    format production file for the embossing bureau, between
      *    a header and a trailer carrying the record count. The
      *    bureau's despatch confirmation is taken in by CRDCONF.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTION-FILE ASSIGN TO CRDPROD
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTION-FILE
           RECORDING MODE IS F.
       01  PRODUCTION-RECORD.
           03 PRD-REC-TYPE                    PIC X.
           03 PRD-CARD-NUMBER                 PIC X(16).
           03 PRD-REPLACES                    PIC X(16).
           03 PRD-EXPIRY-MMYY.
              05 PRD-EXPIRY-MM                PIC 99.
              05 PRD-EXPIRY-SEP               PIC X.
              05 PRD-EXPIRY-YY                PIC 99.
           03 PRD-EMBOSS-NAME                 PIC X(26).
           03 PRD-SORTCODE                    PIC X(6).
           03 PRD-ACCOUNT                     PIC X(8).
           03 PRD-CUSTOMER                    PIC X(10).
           03 PRD-CUSTOMER-NAME               PIC X(60).
           03 PRD-ADDRESS                     PIC X(160).
           03 FILLER                          PIC X(12).
       01  PRODUCTION-HEADER REDEFINES PRODUCTION-RECORD.
           03 FILLER                          PIC X.
           03 PRH-FILE-ID                     PIC X(12).
           03 PRH-SORTCODE                    PIC X(6).
           03 PRH-RUN-DATE                    PIC 9(8).
           03 FILLER                          PIC X(293).
       01  PRODUCTION-TRAILER REDEFINES PRODUCTION-RECORD.
           03 FILLER                          PIC X.
           03 PRT-CARD-COUNT                  PIC 9(8).
           03 FILLER                          PIC X(311).
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
       77 WS-UNUSED-DAYS                    PIC S9(5) COMP VALUE 365.
       77 WS-LIFE-YEARS                     PIC S9(4) COMP VALUE 3.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY                          PIC S9(8).
       01 HV-HORIZON                        PIC S9(8).
       01 HOST-RENEWAL-ROW.
          03 HV-RN-CARD-NUMBER              PIC X(16).
          03 HV-RN-ACC-NO                   PIC X(8).
          03 HV-RN-EXPIRY                   PIC S9(8).
          03 HV-RN-LAST-USED                PIC S9(8).
          03 HV-RN-CUST-NO                  PIC X(10).
          03 HV-RN-DORMANT                  PIC X.
          03 HV-RN-FREEZE                   PIC X.
          03 HV-RN-PENDING-DEL              PIC X.
          03 HV-RN-DECEASED                 PIC X.
       01 HOST-CARD-ROW.
          03 HV-CARD-EYECATCHER             PIC X(4).
          03 HV-CARD-NUMBER                 PIC X(16).
          03 HV-CARD-DIGITS REDEFINES HV-CARD-NUMBER.
             05 HV-CARD-DIGIT               PIC 9 OCCURS 16 TIMES.
          03 HV-CARD-SORTCODE               PIC X(6).
          03 HV-CARD-ACC-NO                 PIC X(8).
          03 HV-CARD-STATUS                 PIC X.
          03 HV-CARD-EXPIRY                 PIC S9(8).
          03 HV-CARD-ISSUED                 PIC S9(8).
          03 HV-CARD-REPLACES               PIC X(16).
       01 HV-CARD-COUNT                     PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-CARDS                    VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-DATE-WORK                      PIC 9(8).
       01 WS-DATE-WORK-GROUP REDEFINES WS-DATE-WORK.
          03 WS-DW-CCYY                     PIC 9999.
          03 WS-DW-MM                       PIC 99.
          03 WS-DW-DD                       PIC 99.
       01 WS-INTEGER                        PIC S9(9) COMP.
       01 WS-UNUSED-LIMIT                   PIC S9(8).
       01 WS-SKIP-REASON                    PIC X(20).
      *
      *    Card numbering. The number is the old card's six-digit
      *    issuer prefix, a nine-digit sequence and a Luhn check
      *    digit.
      *
       01 WS-CARD-SEQ                       PIC 9(9) VALUE 0.
       01 WS-CARD-QUOT                      PIC 9(12).
       01 WS-CARD-IX                        PIC S9(4) COMP.
       01 WS-LUHN-SUM                       PIC 9(4).
       01 WS-LUHN-DIGIT                     PIC 99.
       01 WS-LUHN-DOUBLE-SW                 PIC X.
          88 WS-LUHN-DOUBLE                      VALUE 'Y'.
       01 WS-NUMBER-SW                      PIC X.
          88 WS-NUMBER-FREE                      VALUE 'Y'.
       01 CARDS-READ                        PIC 9(8) VALUE 0.
       01 CARDS-RENEWED                     PIC 9(8) VALUE 0.
       01 CARDS-SKIPPED                     PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE RENEW-CURSOR CURSOR FOR
                 SELECT C.CARD_NUMBER, C.CARD_ACCOUNT,
                        C.CARD_EXPIRY,
                        COALESCE(C.CARD_LAST_USED, C.CARD_ISSUED),
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        COALESCE(A.ACCOUNT_DORMANT_STATUS, ' '),
                        COALESCE(A.ACCOUNT_FREEZE_STATUS, ' '),
                        COALESCE(A.ACCOUNT_PENDING_DELETE, ' '),
                        COALESCE(A.ACCOUNT_DECEASED_HOLD, ' ')
                 FROM CARD C, ACCOUNT A
                 WHERE C.CARD_SORTCODE = :HV-OUR-SORTCODE
                   AND C.CARD_STATUS = 'A'
                   AND C.CARD_EXPIRY >= :HV-TODAY
                   AND C.CARD_EXPIRY <= :HV-HORIZON
                   AND A.ACCOUNT_SORTCODE = C.CARD_SORTCODE
                   AND A.ACCOUNT_NUMBER = C.CARD_ACCOUNT
                   AND NOT EXISTS
                      (SELECT 1 FROM CARD R
                       WHERE R.CARD_REPLACES = C.CARD_NUMBER
                         AND R.CARD_STATUS <> 'H')
                 ORDER BY C.CARD_ACCOUNT, C.CARD_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           PERFORM GET-RENEWAL-CONFIG.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE HV-TODAY = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
      *
      *    The horizon is the last day of next month: the day before
      *    the first of the month after.
      *
           COMPUTE WS-DW-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-DW-MM = WS-RUN-DATE-MM + 2.
           IF WS-DW-MM > 12
              SUBTRACT 12 FROM WS-DW-MM
              ADD 1 TO WS-DW-CCYY
           END-IF.
           MOVE 1 TO WS-DW-DD.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER) TO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO HV-HORIZON.
           MOVE HV-TODAY TO WS-DATE-WORK.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - WS-UNUSED-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER) TO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO WS-UNUSED-LIMIT.
           DISPLAY 'CRDRENEW - RENEWING CARDS EXPIRING ' HV-TODAY
              ' TO ' HV-HORIZON ', UNUSED SINCE ' WS-UNUSED-LIMIT
              ' EXCLUDED'.
           PERFORM GET-CARD-SEQUENCE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'CRDRENEW - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRODUCTION-FILE.
           MOVE SPACES TO PRODUCTION-RECORD.
           MOVE 'H' TO PRD-REC-TYPE.
           MOVE 'CBSACARDRNW' TO PRH-FILE-ID.
           MOVE HV-OUR-SORTCODE TO PRH-SORTCODE.
           MOVE HV-TODAY TO PRH-RUN-DATE.
           WRITE PRODUCTION-RECORD.
           EXEC SQL OPEN RENEW-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM RENEW-ONE-CARD UNTIL WS-NO-MORE-CARDS.
           EXEC SQL CLOSE RENEW-CURSOR
           END-EXEC.
           MOVE SPACES TO PRODUCTION-RECORD.
           MOVE 'T' TO PRD-REC-TYPE.
           MOVE CARDS-RENEWED TO PRT-CARD-COUNT.
           WRITE PRODUCTION-RECORD.
           CLOSE PRODUCTION-FILE.
           CLOSE CUSTOMER-FILE.
           PERFORM SAVE-CARD-SEQUENCE.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'CRDRENEW - CARDS DUE FOR RENEWAL: ' CARDS-READ.
           DISPLAY 'CRDRENEW - REPLACEMENTS ISSUED:   ' CARDS-RENEWED.
           DISPLAY 'CRDRENEW - CARDS NOT RENEWED:     ' CARDS-SKIPPED.
           STOP RUN.
       P999.
           EXIT.
       RENEW-ONE-CARD SECTION.
       ROC010.
           EXEC SQL FETCH RENEW-CURSOR
              INTO :HV-RN-CARD-NUMBER, :HV-RN-ACC-NO,
                   :HV-RN-EXPIRY, :HV-RN-LAST-USED,
                   :HV-RN-CUST-NO, :HV-RN-DORMANT,
                   :HV-RN-FREEZE, :HV-RN-PENDING-DEL,
                   :HV-RN-DECEASED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROC999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO CARDS-READ.
           MOVE SPACES TO WS-SKIP-REASON.
           EVALUATE TRUE
              WHEN HV-RN-CARD-NUMBER IS NOT NUMERIC
                 MOVE 'CARD NUMBER INVALID' TO WS-SKIP-REASON
              WHEN HV-RN-PENDING-DEL = 'Y'
                 MOVE 'ACCOUNT CLOSED' TO WS-SKIP-REASON
              WHEN HV-RN-DECEASED = 'Y'
                 MOVE 'DECEASED HOLD' TO WS-SKIP-REASON
              WHEN HV-RN-DORMANT = 'D' OR HV-RN-DORMANT = 'U'
                 MOVE 'ACCOUNT DORMANT' TO WS-SKIP-REASON
              WHEN HV-RN-FREEZE NOT = 'N' AND HV-RN-FREEZE NOT = ' '
                 MOVE 'ACCOUNT FROZEN' TO WS-SKIP-REASON
              WHEN HV-RN-LAST-USED < WS-UNUSED-LIMIT
                 MOVE 'CARD UNUSED' TO WS-SKIP-REASON
           END-EVALUATE.
           IF WS-SKIP-REASON NOT = SPACES
              DISPLAY 'CRDRENEW - CARD ' HV-RN-CARD-NUMBER(1:4)
                 '************ ACCOUNT ' HV-RN-ACC-NO
                 ' NOT RENEWED - ' WS-SKIP-REASON
              ADD 1 TO CARDS-SKIPPED
              GO TO ROC999
           END-IF.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-RN-CUST-NO TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'CRDRENEW - CARD ' HV-RN-CARD-NUMBER(1:4)
                 '************ ACCOUNT ' HV-RN-ACC-NO
                 ' NOT RENEWED - CUSTOMER ' HV-RN-CUST-NO
                 ' NOT ON FILE, STATUS=' CUSTOMER-STATUS
              ADD 1 TO CARDS-SKIPPED
              GO TO ROC999
           END-IF.
           PERFORM ISSUE-REPLACEMENT.
           PERFORM WRITE-PRODUCTION-RECORD.
           ADD 1 TO CARDS-RENEWED.
       ROC999.
           EXIT.
       ISSUE-REPLACEMENT SECTION.
       IRP010.
           INITIALIZE HOST-CARD-ROW.
           MOVE 'N' TO WS-NUMBER-SW.
           PERFORM ALLOCATE-CARD-NUMBER UNTIL WS-NUMBER-FREE.
           MOVE 'CARD' TO HV-CARD-EYECATCHER.
           MOVE HV-OUR-SORTCODE TO HV-CARD-SORTCODE.
           MOVE HV-RN-ACC-NO TO HV-CARD-ACC-NO.
           MOVE 'O' TO HV-CARD-STATUS.
           MOVE HV-RN-EXPIRY TO WS-DATE-WORK.
           ADD WS-LIFE-YEARS TO WS-DW-CCYY.
           IF WS-DW-MM = 2 AND WS-DW-DD = 29
              MOVE 28 TO WS-DW-DD
           END-IF.
           MOVE WS-DATE-WORK TO HV-CARD-EXPIRY.
           MOVE HV-TODAY TO HV-CARD-ISSUED.
           MOVE HV-RN-CARD-NUMBER TO HV-CARD-REPLACES.
           EXEC SQL
              INSERT INTO CARD
                     (
                      CARD_EYECATCHER,
                      CARD_NUMBER,
                      CARD_SORTCODE,
                      CARD_ACCOUNT,
                      CARD_STATUS,
                      CARD_EXPIRY,
                      CARD_ISSUED,
                      CARD_REPLACES
                     )
              VALUES
                     (
                      :HV-CARD-EYECATCHER,
                      :HV-CARD-NUMBER,
                      :HV-CARD-SORTCODE,
                      :HV-CARD-ACC-NO,
                      :HV-CARD-STATUS,
                      :HV-CARD-EXPIRY,
                      :HV-CARD-ISSUED,
                      :HV-CARD-REPLACES
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       IRP999.
           EXIT.
       ALLOCATE-CARD-NUMBER SECTION.
       ACN010.
           ADD 1 TO WS-CARD-SEQ.
           MOVE HV-RN-CARD-NUMBER(1:6) TO HV-CARD-NUMBER(1:6).
           MOVE WS-CARD-SEQ TO HV-CARD-NUMBER(7:9).
           MOVE 0 TO HV-CARD-DIGIT(16).
           MOVE 0 TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DOUBLE-SW.
           PERFORM ADD-LUHN-DIGIT
              VARYING WS-CARD-IX FROM 15 BY -1 UNTIL WS-CARD-IX < 1.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-CARD-QUOT
              REMAINDER WS-LUHN-DIGIT.
           IF WS-LUHN-DIGIT NOT = 0
              COMPUTE WS-LUHN-DIGIT = 10 - WS-LUHN-DIGIT
           END-IF.
           MOVE WS-LUHN-DIGIT TO HV-CARD-DIGIT(16).
           MOVE 0 TO HV-CARD-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-CARD-COUNT
              FROM CARD
              WHERE CARD_NUMBER = :HV-CARD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-CARD-COUNT = 0
              MOVE 'Y' TO WS-NUMBER-SW
           END-IF.
       ACN999.
           EXIT.
       ADD-LUHN-DIGIT SECTION.
       ALD010.
           IF WS-LUHN-DOUBLE
              COMPUTE WS-LUHN-DIGIT = HV-CARD-DIGIT(WS-CARD-IX) * 2
              IF WS-LUHN-DIGIT > 9
                 SUBTRACT 9 FROM WS-LUHN-DIGIT
              END-IF
              MOVE 'N' TO WS-LUHN-DOUBLE-SW
           ELSE
              MOVE HV-CARD-DIGIT(WS-CARD-IX) TO WS-LUHN-DIGIT
              MOVE 'Y' TO WS-LUHN-DOUBLE-SW
           END-IF.
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.
       ALD999.
           EXIT.
       WRITE-PRODUCTION-RECORD SECTION.
       WPR010.
           MOVE SPACES TO PRODUCTION-RECORD.
           MOVE 'D' TO PRD-REC-TYPE.
           MOVE HV-CARD-NUMBER TO PRD-CARD-NUMBER.
           MOVE HV-CARD-REPLACES TO PRD-REPLACES.
           MOVE HV-CARD-EXPIRY TO WS-DATE-WORK.
           MOVE WS-DW-MM TO PRD-EXPIRY-MM.
           MOVE '/' TO PRD-EXPIRY-SEP.
           DIVIDE WS-DW-CCYY BY 100 GIVING WS-CARD-QUOT
              REMAINDER PRD-EXPIRY-YY.
           MOVE CUSTOMER-NAME TO PRD-EMBOSS-NAME.
           INSPECT PRD-EMBOSS-NAME CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE HV-OUR-SORTCODE TO PRD-SORTCODE.
           MOVE HV-CARD-ACC-NO TO PRD-ACCOUNT.
           MOVE HV-RN-CUST-NO TO PRD-CUSTOMER.
           MOVE CUSTOMER-NAME TO PRD-CUSTOMER-NAME.
           MOVE CUSTOMER-ADDRESS TO PRD-ADDRESS.
           WRITE PRODUCTION-RECORD.
       WPR999.
           EXIT.
       GET-RENEWAL-CONFIG SECTION.
       GRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CARD-UNUSED-DAYS' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-UNUSED-DAYS
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CARD-LIFE-YEARS' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-LIFE-YEARS
           END-IF.
       GRC999.
           EXIT.
       GET-CARD-SEQUENCE SECTION.
       GCS010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CARD-NUMBER-SEQ' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE HV-CONTROL-VALUE-NUM TO WS-CARD-SEQ
              WHEN SQLCODE = +100
                 MOVE 0 TO WS-CARD-SEQ
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
       GCS999.
           EXIT.
       SAVE-CARD-SEQUENCE SECTION.
       SCQ010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CARD-NUMBER-SEQ' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           MOVE WS-CARD-SEQ TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO CONTROL
                    (CONTROL_NAME, CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR)
                 VALUES
                    (:HV-CONTROL-NAME, :HV-CONTROL-VALUE-NUM,
                     :HV-CONTROL-VALUE-STR)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       SCQ999.
           EXIT.
       READ-CONTROL-ROW SECTION.
       RCR010.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
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
       RCR999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'CRDRENEW - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'CRDRENEW - REPLACEMENTS BACKED OUT: '
              CARDS-RENEWED.
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
