       01 WS-RUN-TIME                       PIC 9(6).
       01 ACCOUNTS-ESCHEATED                PIC 9(8) VALUE 0.
       01 TOTAL-SURRENDERED                 PIC S9(13)V99 VALUE 0.
       01 WS-ESC-DESC                       PIC X(40).
       77 WS-DRAFT-UNCLAIMED-DAYS           PIC 9(5) VALUE 1095.
       01 WS-DRAFTS-NUM                     PIC 9(8) VALUE 0.
       01 WS-DRAFTS-ACCOUNT                 PIC X(8) VALUE SPACES.
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 WS-DRAFT-CUTOFF                   PIC 9(8) VALUE 0.
       01 HV-DRAFT-CUTOFF                   PIC S9(8) VALUE 0.
       01 HOST-DRAFT-ROW.
          03 HV-DRAFT-SERIAL                PIC S9(12) COMP-3.
          03 HV-DRAFT-NUMBER                PIC X(8).
          03 HV-DRAFT-CUSTOMER              PIC X(10).
          03 HV-DRAFT-AMOUNT                PIC S9(10)V99.
       01 WS-DRAFT-SERIAL-DISPLAY           PIC 9(12) VALUE 0.
       01 WS-DRAFT-EXIT-SW                  PIC X VALUE 'N'.
          88 WS-NO-MORE-DRAFTS                   VALUE 'Y'.
       01 DRAFTS-ESCHEATED                  PIC 9(8) VALUE 0.
       01 WS-ESCHEAT-HEADER.
          03 FILLER                         PIC X VALUE '1'.
          03 HDR-SCHEME-REF                 PIC X(8)
                               ACCOUNT_AVAILABLE_BALANCE,
                               ACCOUNT_PENDING_DELETE
           END-EXEC.
           EXEC SQL
              DECLARE DRAFT-CURSOR CURSOR FOR
                 SELECT DRAFT_SERIAL, DRAFT_NUMBER, DRAFT_CUSTOMER,
                        DRAFT_AMOUNT
                 FROM DRAFT
                 WHERE DRAFT_SORTCODE = :HV-OUR-SORTCODE
                 AND DRAFT_STATUS = 'O'
                 AND DRAFT_ISSUE_DATE < :HV-DRAFT-CUTOFF
                 ORDER BY DRAFT_SERIAL
                 FOR UPDATE OF DRAFT_STATUS, DRAFT_STATUS_DATE
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM ESCHEAT-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE ESCH-CURSOR
           END-EXEC.
           PERFORM GET-DRAFT-ESCHEAT-CONFIG.
           IF WS-DRAFTS-ACCOUNT NOT = SPACES
              EXEC SQL OPEN DRAFT-CURSOR
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              PERFORM ESCHEAT-ONE-DRAFT UNTIL WS-NO-MORE-DRAFTS
              EXEC SQL CLOSE DRAFT-CURSOR
              END-EXEC
           END-IF.
           MOVE ACCOUNTS-ESCHEATED TO TRL-COUNT.
           ADD DRAFTS-ESCHEATED TO TRL-COUNT.
           MOVE TOTAL-SURRENDERED TO TRL-TOTAL.
           WRITE ESCHEAT-RECORD FROM WS-ESCHEAT-TRAILER.
           CLOSE ESCHEAT-FILE.
           DISPLAY 'ESCHRUN - ACCOUNTS ESCHEATED: '
              ACCOUNTS-ESCHEATED.
           DISPLAY 'ESCHRUN - DRAFTS ESCHEATED:   '
              DRAFTS-ESCHEATED.
           DISPLAY 'ESCHRUN - TOTAL SURRENDERED:  '
              TOTAL-SURRENDERED.
           STOP RUN.
                 HV-ACCOUNT-ACC-NO ' SQLCODE=' SQLCODE
              GO TO EOA999
           END-IF
           MOVE 'SURRENDER TO UNCLAIMED ASSETS' TO WS-ESC-DESC.
           PERFORM WRITE-PROCTRAN.
           MOVE HV-ACCOUNT-ACC-NO TO DTL-ACCOUNT.
           MOVE HV-ACCOUNT-CUST-NO TO DTL-CUSTOMER.
           ADD HV-ACCOUNT-ACTUAL-BAL TO TOTAL-SURRENDERED.
       EOA999.
           EXIT.
       ESCHEAT-ONE-DRAFT SECTION.
       EOD010.
           EXEC SQL FETCH DRAFT-CURSOR
              INTO :HV-DRAFT-SERIAL, :HV-DRAFT-NUMBER,
                   :HV-DRAFT-CUSTOMER, :HV-DRAFT-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-DRAFT-EXIT-SW
              GO TO EOD999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
      *
      *    A banker's draft never presented is surrendered from the
      *    drafts-outstanding account. The remittance line and the
      *    reclaim register entry name the purchaser, who is the one
      *    entitled to reclaim the funds.
      *
           EXEC SQL
              UPDATE DRAFT
              SET DRAFT_STATUS = 'U',
                  DRAFT_STATUS_DATE = :WS-RUN-DATE-X
              WHERE CURRENT OF DRAFT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ESCHRUN - SURRENDER FAILED FOR DRAFT '
                 HV-DRAFT-SERIAL ' SQLCODE=' SQLCODE
              GO TO EOD999
           END-IF
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-DRAFT-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-DRAFT-AMOUNT
              WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND ACCOUNT_NUMBER = :WS-DRAFTS-ACCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ESCHRUN - DRAFTS ACCOUNT UPDATE FAILED FOR '
                 'DRAFT ' HV-DRAFT-SERIAL ' SQLCODE=' SQLCODE
           END-IF
           MOVE HV-DRAFT-SERIAL TO WS-DRAFT-SERIAL-DISPLAY.
           MOVE SPACES TO WS-ESC-DESC.
           STRING 'DRAFT ' DELIMITED BY SIZE,
                  WS-DRAFT-SERIAL-DISPLAY DELIMITED BY SIZE,
                  ' TO UNCLAIMED ASSETS' DELIMITED BY SIZE
                  INTO WS-ESC-DESC
           END-STRING.
           MOVE WS-DRAFTS-ACCOUNT TO HV-ACCOUNT-ACC-NO.
           MOVE HV-DRAFT-AMOUNT TO HV-ACCOUNT-ACTUAL-BAL.
           PERFORM WRITE-PROCTRAN.
           MOVE HV-DRAFT-NUMBER TO HV-ACCOUNT-ACC-NO.
           MOVE HV-DRAFT-CUSTOMER TO HV-ACCOUNT-CUST-NO.
           MOVE 'DRAFT' TO HV-ACCOUNT-ACC-TYPE.
           MOVE HV-ACCOUNT-ACC-NO TO DTL-ACCOUNT.
           MOVE HV-ACCOUNT-CUST-NO TO DTL-CUSTOMER.
           MOVE HV-ACCOUNT-ACC-TYPE TO DTL-ACC-TYPE.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO DTL-AMOUNT.
           WRITE ESCHEAT-RECORD FROM WS-ESCHEAT-DETAIL.
           PERFORM WRITE-RECLAIM-REGISTER.
           ADD 1 TO DRAFTS-ESCHEATED.
           ADD HV-DRAFT-AMOUNT TO TOTAL-SURRENDERED.
       EOD999.
           EXIT.
       GET-DRAFT-ESCHEAT-CONFIG SECTION.
       GDEC010.
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
           IF SQLCODE NOT = 0 OR HV-CONTROL-VALUE-NUM = 0
              GO TO GDEC999
           END-IF.
           MOVE HV-CONTROL-VALUE-NUM TO WS-DRAFTS-NUM.
           MOVE WS-DRAFTS-NUM TO WS-DRAFTS-ACCOUNT.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-DRAFT-UNCLAIMED-DAYS' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-DRAFT-UNCLAIMED-DAYS
           END-IF.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
              - WS-DRAFT-UNCLAIMED-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-DRAFT-CUTOFF.
           MOVE WS-DRAFT-CUTOFF TO HV-DRAFT-CUTOFF.
       GDEC999.
           EXIT.
       WRITE-RECLAIM-REGISTER SECTION.
       WRR010.
           EXEC SQL
           MOVE WS-RUN-TIME TO HV-PROCTRAN-TIME.
           MOVE WS-RUN-SEQ TO HV-PROCTRAN-REF.
           MOVE 'ESC' TO HV-PROCTRAN-TYPE.
           MOVE WS-ESC-DESC TO HV-PROCTRAN-DESC.
           COMPUTE HV-PROCTRAN-AMOUNT =
              0 - HV-ACCOUNT-ACTUAL-BAL.
           EXEC SQL
