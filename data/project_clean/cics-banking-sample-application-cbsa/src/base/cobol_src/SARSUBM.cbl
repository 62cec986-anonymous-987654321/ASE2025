       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARSUBM.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE ASSIGN TO SARSUBM
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-FILE
           RECORDING MODE IS F.
       01  SUBMISSION-RECORD                  PIC X(300).
       WORKING-STORAGE SECTION.
      *
      *    Suspicious activity report submission. Every report the
      *    nominated officer has approved is written to the regulator
      *    submission file - a subject record with the customer's
      *    details, a grounds record and one record for each of the
      *    transactions behind the case - between a header and a
      *    trailer carrying the control totals, and is marked as
      *    submitted. The reference the regulator returns for each
      *    report is recorded online through SARFUN.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY                          PIC S9(8).
       01 HOST-SARREPT-ROW.
          03 HV-SAR-CASE-DATE               PIC S9(8).
          03 HV-SAR-CASE-SEQ                PIC S9(9) COMP.
          03 HV-SAR-CUSTOMER                PIC X(10).
          03 HV-SAR-ACCOUNT                 PIC X(8).
          03 HV-SAR-CASE-TYPE               PIC X(8).
          03 HV-SAR-CUST-NAME               PIC X(60).
          03 HV-SAR-CUST-ADDRESS            PIC X(160).
          03 HV-SAR-CUST-DOB                PIC S9(8).
          03 HV-SAR-TXN-COUNT               PIC S9(9) COMP.
          03 HV-SAR-TXN-AMOUNT              PIC S9(13)V99.
          03 HV-SAR-GROUNDS                 PIC X(250).
          03 HV-SAR-APPROVE-USERID          PIC X(8).
       01 HOST-SARTXN-ROW.
          03 HV-STX-ACCOUNT                 PIC X(8).
          03 HV-STX-DATE                    PIC X(10).
          03 HV-STX-TIME                    PIC X(6).
          03 HV-STX-REF                     PIC X(12).
          03 HV-STX-TYPE                    PIC X(3).
          03 HV-STX-AMOUNT                  PIC S9(10)V99.
          03 HV-STX-CHANNEL                 PIC X(6).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-REPORTS                  VALUE 'Y'.
       01 WS-TXN-EXIT-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-TXNS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-REPORT-COUNT                   PIC 9(6) VALUE 0.
       01 WS-RECORD-COUNT                   PIC 9(8) VALUE 0.
       01 WS-TXN-COUNT                      PIC 9(8) VALUE 0.
       01 WS-TOTAL-AMOUNT                   PIC S9(13)V99 VALUE 0.
       01 WS-SAR-ID.
          03 WS-SAR-ID-SORTCODE             PIC X(6).
          03 WS-SAR-ID-DATE                 PIC 9(8).
          03 WS-SAR-ID-SEQ                  PIC 9(8).
       01 WS-SUBM-HEADER.
          03 SBH-RECORD-TYPE                PIC X VALUE '1'.
          03 SBH-FILE-ID                    PIC X(8) VALUE 'SARSUBM '.
          03 SBH-SORTCODE                   PIC X(6).
          03 SBH-CREATED-DATE               PIC 9(8).
          03 SBH-REPORTER-ID                PIC X(20).
          03 FILLER                         PIC X(257) VALUE SPACES.
       01 WS-SUBM-SUBJECT.
          03 SBS-RECORD-TYPE                PIC X VALUE '2'.
          03 SBS-SAR-ID                     PIC X(22).
          03 SBS-CASE-TYPE                  PIC X(8).
          03 SBS-CUSTOMER                   PIC X(10).
          03 SBS-ACCOUNT                    PIC X(8).
          03 SBS-NAME                       PIC X(60).
          03 SBS-ADDRESS                    PIC X(160).
          03 SBS-DATE-OF-BIRTH              PIC 9(8).
          03 SBS-TXN-COUNT                  PIC 9(6).
          03 SBS-TXN-AMOUNT                 PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(1) VALUE SPACES.
       01 WS-SUBM-GROUNDS.
          03 SBG-RECORD-TYPE                PIC X VALUE '3'.
          03 SBG-SAR-ID                     PIC X(22).
          03 SBG-APPROVED-BY                PIC X(8).
          03 SBG-GROUNDS                    PIC X(250).
          03 FILLER                         PIC X(19) VALUE SPACES.
       01 WS-SUBM-TXN.
          03 SBT-RECORD-TYPE                PIC X VALUE '4'.
          03 SBT-SAR-ID                     PIC X(22).
          03 SBT-ACCOUNT                    PIC X(8).
          03 SBT-DATE                       PIC X(10).
          03 SBT-TIME                       PIC X(6).
          03 SBT-REF                        PIC X(12).
          03 SBT-TYPE                       PIC X(3).
          03 SBT-AMOUNT                     PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 SBT-CHANNEL                    PIC X(6).
          03 FILLER                         PIC X(219) VALUE SPACES.
       01 WS-SUBM-TRAILER.
          03 SBX-RECORD-TYPE                PIC X VALUE '9'.
          03 SBX-REPORT-COUNT               PIC 9(6).
          03 SBX-TXN-COUNT                  PIC 9(8).
          03 SBX-RECORD-COUNT               PIC 9(8).
          03 SBX-TOTAL-AMOUNT               PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(261) VALUE SPACES.
           EXEC SQL
              DECLARE SAR-CURSOR CURSOR FOR
                 SELECT SARREPT_CASE_DATE, SARREPT_CASE_SEQ,
                        SARREPT_CUSTOMER, SARREPT_ACCOUNT,
                        SARREPT_CASE_TYPE, SARREPT_CUST_NAME,
                        SARREPT_CUST_ADDRESS, SARREPT_CUST_DOB,
                        SARREPT_TXN_COUNT, SARREPT_TXN_AMOUNT,
                        SARREPT_GROUNDS, SARREPT_APPROVE_USERID
                 FROM SARREPT
                 WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
                 AND SARREPT_STATUS = 'A'
                 ORDER BY SARREPT_CASE_DATE, SARREPT_CASE_SEQ
                 FOR UPDATE OF SARREPT_STATUS, SARREPT_SUBMIT_DATE
           END-EXEC.
           EXEC SQL
              DECLARE STX-CURSOR CURSOR FOR
                 SELECT SARTXN_ACCOUNT, SARTXN_DATE,
                        SARTXN_TIME, SARTXN_REF,
                        SARTXN_TYPE, SARTXN_AMOUNT,
                        SARTXN_CHANNEL
                 FROM SARTXN
                 WHERE SARTXN_SORTCODE = :HV-OUR-SORTCODE
                 AND SARTXN_CASE_DATE = :HV-SAR-CASE-DATE
                 AND SARTXN_CASE_SEQ = :HV-SAR-CASE-SEQ
                 ORDER BY SARTXN_ACCOUNT,
                          SUBSTR(SARTXN_DATE, 7, 4),
                          SUBSTR(SARTXN_DATE, 4, 2),
                          SUBSTR(SARTXN_DATE, 1, 2),
                          SARTXN_TIME
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-TODAY.
           PERFORM GET-REPORTER-CONFIG.
           DISPLAY 'SARSUBM - SUSPICIOUS ACTIVITY REPORT SUBMISSION '
              WS-RUN-DATE-X.
           OPEN OUTPUT SUBMISSION-FILE.
           MOVE HV-OUR-SORTCODE TO SBH-SORTCODE.
           MOVE WS-RUN-DATE-X TO SBH-CREATED-DATE.
           WRITE SUBMISSION-RECORD FROM WS-SUBM-HEADER.
           ADD 1 TO WS-RECORD-COUNT.
           EXEC SQL OPEN SAR-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM SUBMIT-ONE-REPORT UNTIL WS-NO-MORE-REPORTS.
           EXEC SQL CLOSE SAR-CURSOR
           END-EXEC.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-REPORT-COUNT TO SBX-REPORT-COUNT.
           MOVE WS-TXN-COUNT TO SBX-TXN-COUNT.
           MOVE WS-RECORD-COUNT TO SBX-RECORD-COUNT.
           MOVE WS-TOTAL-AMOUNT TO SBX-TOTAL-AMOUNT.
           WRITE SUBMISSION-RECORD FROM WS-SUBM-TRAILER.
           CLOSE SUBMISSION-FILE.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'SARSUBM - REPORTS SUBMITTED:     ' WS-REPORT-COUNT.
           DISPLAY 'SARSUBM - TRANSACTIONS REPORTED: ' WS-TXN-COUNT.
           DISPLAY 'SARSUBM - TOTAL AMOUNT:          '
              WS-TOTAL-AMOUNT.
           STOP RUN.
       P999.
           EXIT.
       SUBMIT-ONE-REPORT SECTION.
       SOR010.
           EXEC SQL FETCH SAR-CURSOR
              INTO :HV-SAR-CASE-DATE, :HV-SAR-CASE-SEQ,
                   :HV-SAR-CUSTOMER, :HV-SAR-ACCOUNT,
                   :HV-SAR-CASE-TYPE, :HV-SAR-CUST-NAME,
                   :HV-SAR-CUST-ADDRESS, :HV-SAR-CUST-DOB,
                   :HV-SAR-TXN-COUNT, :HV-SAR-TXN-AMOUNT,
                   :HV-SAR-GROUNDS, :HV-SAR-APPROVE-USERID
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO SOR999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-OUR-SORTCODE TO WS-SAR-ID-SORTCODE.
           MOVE HV-SAR-CASE-DATE TO WS-SAR-ID-DATE.
           MOVE HV-SAR-CASE-SEQ TO WS-SAR-ID-SEQ.
           MOVE WS-SAR-ID TO SBS-SAR-ID.
           MOVE HV-SAR-CASE-TYPE TO SBS-CASE-TYPE.
           MOVE HV-SAR-CUSTOMER TO SBS-CUSTOMER.
           MOVE HV-SAR-ACCOUNT TO SBS-ACCOUNT.
           MOVE HV-SAR-CUST-NAME TO SBS-NAME.
           MOVE HV-SAR-CUST-ADDRESS TO SBS-ADDRESS.
           MOVE HV-SAR-CUST-DOB TO SBS-DATE-OF-BIRTH.
           MOVE HV-SAR-TXN-COUNT TO SBS-TXN-COUNT.
           MOVE HV-SAR-TXN-AMOUNT TO SBS-TXN-AMOUNT.
           WRITE SUBMISSION-RECORD FROM WS-SUBM-SUBJECT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-SAR-ID TO SBG-SAR-ID.
           MOVE HV-SAR-APPROVE-USERID TO SBG-APPROVED-BY.
           MOVE HV-SAR-GROUNDS TO SBG-GROUNDS.
           WRITE SUBMISSION-RECORD FROM WS-SUBM-GROUNDS.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE 'N' TO WS-TXN-EXIT-SW.
           EXEC SQL OPEN STX-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM WRITE-ONE-TRANSACTION UNTIL WS-NO-MORE-TXNS.
           EXEC SQL CLOSE STX-CURSOR
           END-EXEC.
           EXEC SQL
              UPDATE SARREPT
              SET SARREPT_STATUS = 'S',
                  SARREPT_SUBMIT_DATE = :HV-TODAY
              WHERE CURRENT OF SAR-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-REPORT-COUNT.
           ADD HV-SAR-TXN-AMOUNT TO WS-TOTAL-AMOUNT.
       SOR999.
           EXIT.
       WRITE-ONE-TRANSACTION SECTION.
       WOT010.
           EXEC SQL FETCH STX-CURSOR
              INTO :HV-STX-ACCOUNT, :HV-STX-DATE,
                   :HV-STX-TIME, :HV-STX-REF,
                   :HV-STX-TYPE, :HV-STX-AMOUNT,
                   :HV-STX-CHANNEL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-TXN-EXIT-SW
              GO TO WOT999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE WS-SAR-ID TO SBT-SAR-ID.
           MOVE HV-STX-ACCOUNT TO SBT-ACCOUNT.
           MOVE HV-STX-DATE TO SBT-DATE.
           MOVE HV-STX-TIME TO SBT-TIME.
           MOVE HV-STX-REF TO SBT-REF.
           MOVE HV-STX-TYPE TO SBT-TYPE.
           MOVE HV-STX-AMOUNT TO SBT-AMOUNT.
           MOVE HV-STX-CHANNEL TO SBT-CHANNEL.
           WRITE SUBMISSION-RECORD FROM WS-SUBM-TXN.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-TXN-COUNT.
       WOT999.
           EXIT.
       GET-REPORTER-CONFIG SECTION.
       GRC010.
      *
      *    The bank's reporter identifier with the regulator is held
      *    as the string value of the CONTROL row below.
      *
           MOVE SPACES TO SBH-REPORTER-ID.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-SAR-REPORTER-ID' DELIMITED BY SIZE
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
           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-STR TO SBH-REPORTER-ID
           END-IF.
       GRC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'SARSUBM - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
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
