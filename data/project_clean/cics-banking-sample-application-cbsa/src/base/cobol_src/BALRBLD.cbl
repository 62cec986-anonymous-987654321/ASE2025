       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRBLD.
       AUTHOR. Jon Collett.
      *
      *    Balance rebuild and forward recovery. Each account's
      *    actual balance is rebuilt from its end-of-day snapshot
      *    on ACCTSNAP for the baseline date, held on CONTROL as
      *    <sortcode>-BALRBLD-SNAP-DATE (YYYYMMDD; zero means the
      *    latest snapshot taken), by replaying in date, time and
      *    reference order every PROCTRAN movement on the account
      *    posted after the time the snapshot row was taken,
      *    including any rows PRTARCH has since moved to
      *    PROCTRAN_ARCH. Movements are valued as the ledger proof
      *    values them: transfers and sweeps debit the account that
      *    made them and credit the related account, a failed
      *    cheque reverses its original, and account and customer
      *    life-cycle records and recoveries on written-off debt
      *    carry no money.
      *
      *    The available balance is the rebuilt actual balance less
      *    the open holds on ACCHOLD and any inward cheques still
      *    awaiting clearance.
      *
      *    <sortcode>-BALRBLD-MODE on CONTROL selects the mode:
      *
      *      REPORT (or anything else) - every account whose live
      *        ACCOUNT row differs from the rebuild is listed and
      *        nothing is changed. RC 4 when differences are found.
      *      APPLY - the same differences are corrected and a
      *        BALAUDIT row is written for every balance changed.
      *        The run takes the BALRBLD run-control entry on
      *        BATCHRUN for the day and is refused (RC 12) while any
      *        other batch step is recorded as running, so that
      *        balances are not rewritten under live batch work.
      *
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
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-AVAIL-BAL           PIC S9(10)V99.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99.
       01 HV-SNAP-DATE                      PIC S9(8) VALUE 0.
       01 HV-SNAP-DATE-IND                  PIC S9(4) COMP.
       01 HV-SNAP-STAMP.
          03 HV-SNAP-YYYYMMDD               PIC X(8).
          03 HV-SNAP-TIME                   PIC X(6).
       01 HV-SNAP-TIME-IND                  PIC S9(4) COMP.
       01 HV-SNAP-ACTUAL-BAL                PIC S9(10)V99.
       01 HOST-REPLAY-ROW.
          03 HV-RPLY-SEQ-DATE               PIC X(8).
          03 HV-RPLY-TIME                   PIC X(6).
          03 HV-RPLY-REF                    PIC X(12).
          03 HV-RPLY-TYPE                   PIC X(3).
          03 HV-RPLY-EFFECT                 PIC S9(10)V99.
       01 HV-HELD-AMOUNT                    PIC S9(13)V99.
       01 HV-HELD-AMOUNT-IND                PIC S9(4) COMP.
       01 HV-UNCLEARED-AMOUNT               PIC S9(13)V99.
       01 HV-UNCLEARED-AMOUNT-IND           PIC S9(4) COMP.
       01 HOST-BALAUDIT-ROW.
          03 HV-BA-RUN-DATE                 PIC S9(8).
          03 HV-BA-RUN-TIME                 PIC 9(6).
          03 HV-BA-OLD-ACTUAL               PIC S9(10)V99.
          03 HV-BA-NEW-ACTUAL               PIC S9(10)V99.
          03 HV-BA-OLD-AVAIL                PIC S9(10)V99.
          03 HV-BA-NEW-AVAIL                PIC S9(10)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-RUN-STEP                       PIC X(8) VALUE 'BALRBLD '.
       01 HV-RUN-STATUS                     PIC X.
       01 HV-RUN-BUSDATE                    PIC S9(8) VALUE 0.
       01 HV-RUN-TIME                       PIC 9(6) VALUE 0.
       01 HV-RUN-COUNT1                     PIC S9(9) COMP VALUE 0.
       01 HV-RUN-COUNT2                     PIC S9(9) COMP VALUE 0.
       01 HV-RUNNING-STEPS                  PIC S9(9) COMP VALUE 0.
       01 WS-BR-TIME                        PIC 9(6) VALUE 0.
       01 WS-MODE                           PIC X(8) VALUE 'REPORT'.
          88 WS-APPLY-MODE                       VALUE 'APPLY'.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01 WS-RPLY-EXIT-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-MOVEMENTS                VALUE 'Y'.
       01 WS-SNAP-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-SNAP-FOUND                       VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-SNAP-DATE-X                    PIC 9(8).
       01 WS-REBUILT-ACTUAL                 PIC S9(13)V99.
       01 WS-REBUILT-AVAIL                  PIC S9(13)V99.
       01 WS-ACTUAL-DIFF                    PIC S9(13)V99.
       01 WS-AVAIL-DIFF                     PIC S9(13)V99.
       01 WS-MOVEMENTS                      PIC 9(8) VALUE 0.
       01 ACCOUNTS-READ                     PIC 9(8) VALUE 0.
       01 ACCOUNTS-AGREED                   PIC 9(8) VALUE 0.
       01 ACCOUNTS-DIFFERENT                PIC 9(8) VALUE 0.
       01 ACCOUNTS-CORRECTED                PIC 9(8) VALUE 0.
       01 ACCOUNTS-NO-SNAPSHOT              PIC 9(8) VALUE 0.
       01 MOVEMENTS-REPLAYED                PIC 9(9) VALUE 0.
       01 WS-AMOUNT-EDIT1                   PIC -(12)9.99.
       01 WS-AMOUNT-EDIT2                   PIC -(12)9.99.
           EXEC SQL
              DECLARE RBLD-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                        ACCOUNT_AVAILABLE_BALANCE,
                        ACCOUNT_ACTUAL_BALANCE
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
      *
      *    Outward movements on the account itself and inward
      *    transfers and sweeps made from other accounts, from both
      *    the live and the archived transaction history, posted
      *    after the account's snapshot was taken: on a later date,
      *    or later on the snapshot date itself.
      *
           EXEC SQL
              DECLARE RPLY-CURSOR CURSOR FOR
                 SELECT SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                        SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                        SUBSTR(PROCTRAN_DATE, 1, 2),
                        PROCTRAN_TIME, PROCTRAN_REF, PROCTRAN_TYPE,
                        CASE
                           WHEN PROCTRAN_TYPE IN ('TFR', 'SWP')
                              THEN 0 - PROCTRAN_AMOUNT
                           WHEN PROCTRAN_TYPE = 'CHF'
                              THEN 0 - PROCTRAN_AMOUNT
                           WHEN PROCTRAN_TYPE IN
                              ('CHA', 'ICA', 'ICC', 'IDA', 'IDC',
                               'OCA', 'OCC', 'ODA', 'ODC', 'OCS',
                               'OCX', 'UDA', 'BKO', 'WRR')
                              THEN 0
                           ELSE PROCTRAN_AMOUNT
                        END
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                     SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                     SUBSTR(PROCTRAN_DATE, 1, 2) CONCAT
                     PROCTRAN_TIME > :HV-SNAP-STAMP
                 UNION ALL
                 SELECT SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                        SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                        SUBSTR(PROCTRAN_DATE, 1, 2),
                        PROCTRAN_TIME, PROCTRAN_REF, PROCTRAN_TYPE,
                        PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_REL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_REL_ACCOUNT = :HV-ACCOUNT-ACC-NO
                 AND PROCTRAN_TYPE IN ('TFR', 'SWP')
                 AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                     SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                     SUBSTR(PROCTRAN_DATE, 1, 2) CONCAT
                     PROCTRAN_TIME > :HV-SNAP-STAMP
                 UNION ALL
                 SELECT SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                        SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                        SUBSTR(PROCTRAN_DATE, 1, 2),
                        PROCTRAN_TIME, PROCTRAN_REF, PROCTRAN_TYPE,
                        CASE
                           WHEN PROCTRAN_TYPE IN ('TFR', 'SWP')
                              THEN 0 - PROCTRAN_AMOUNT
                           WHEN PROCTRAN_TYPE = 'CHF'
                              THEN 0 - PROCTRAN_AMOUNT
                           WHEN PROCTRAN_TYPE IN
                              ('CHA', 'ICA', 'ICC', 'IDA', 'IDC',
                               'OCA', 'OCC', 'ODA', 'ODC', 'OCS',
                               'OCX', 'UDA', 'BKO', 'WRR')
                              THEN 0
                           ELSE PROCTRAN_AMOUNT
                        END
                 FROM PROCTRAN_ARCH
                 WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                     SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                     SUBSTR(PROCTRAN_DATE, 1, 2) CONCAT
                     PROCTRAN_TIME > :HV-SNAP-STAMP
                 UNION ALL
                 SELECT SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                        SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                        SUBSTR(PROCTRAN_DATE, 1, 2),
                        PROCTRAN_TIME, PROCTRAN_REF, PROCTRAN_TYPE,
                        PROCTRAN_AMOUNT
                 FROM PROCTRAN_ARCH
                 WHERE PROCTRAN_REL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_REL_ACCOUNT = :HV-ACCOUNT-ACC-NO
                 AND PROCTRAN_TYPE IN ('TFR', 'SWP')
                 AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                     SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                     SUBSTR(PROCTRAN_DATE, 1, 2) CONCAT
                     PROCTRAN_TIME > :HV-SNAP-STAMP
                 ORDER BY 1, 2, 3
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-ACCOUNT-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-RUN-BUSDATE.
           PERFORM GET-REBUILD-CONFIG.
           IF HV-SNAP-DATE = 0
              DISPLAY 'BALRBLD - NO ACCOUNT SNAPSHOT AVAILABLE AS A '
                 'BASELINE - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE HV-SNAP-DATE TO WS-SNAP-DATE-X.
           MOVE WS-SNAP-DATE-X TO HV-SNAP-YYYYMMDD.
           DISPLAY 'BALRBLD - BALANCE REBUILD FOR BRANCH ' SORTCODE
              ' FROM SNAPSHOT OF ' WS-SNAP-DATE-X
              ' - MODE ' WS-MODE.
           IF WS-APPLY-MODE
              PERFORM REGISTER-RUN-START
           END-IF.
           EXEC SQL OPEN RBLD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REBUILD-ONE-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE RBLD-CURSOR
           END-EXEC.
           DISPLAY 'BALRBLD - ACCOUNTS READ:         ' ACCOUNTS-READ.
           DISPLAY 'BALRBLD - MOVEMENTS REPLAYED:    '
              MOVEMENTS-REPLAYED.
           DISPLAY 'BALRBLD - ACCOUNTS AGREED:       '
              ACCOUNTS-AGREED.
           DISPLAY 'BALRBLD - ACCOUNTS DIFFERENT:    '
              ACCOUNTS-DIFFERENT.
           DISPLAY 'BALRBLD - ACCOUNTS CORRECTED:    '
              ACCOUNTS-CORRECTED.
           DISPLAY 'BALRBLD - NO SNAPSHOT (ZERO):    '
              ACCOUNTS-NO-SNAPSHOT.
           IF WS-APPLY-MODE
              EXEC SQL COMMIT
              END-EXEC
              PERFORM REGISTER-RUN-END
           ELSE
              IF ACCOUNTS-DIFFERENT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       REBUILD-ONE-ACCOUNT SECTION.
       ROA010.
           EXEC SQL FETCH RBLD-CURSOR
              INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-AVAIL-BAL, :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO ACCOUNTS-READ.
           PERFORM GET-SNAPSHOT-BALANCE.
           MOVE HV-SNAP-ACTUAL-BAL TO WS-REBUILT-ACTUAL.
           MOVE 0 TO WS-MOVEMENTS.
           MOVE 'N' TO WS-RPLY-EXIT-SW.
           EXEC SQL OPEN RPLY-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPLAY-ONE-MOVEMENT UNTIL WS-NO-MORE-MOVEMENTS.
           EXEC SQL CLOSE RPLY-CURSOR
           END-EXEC.
           PERFORM GET-AVAILABLE-DEDUCTIONS.
           COMPUTE WS-REBUILT-AVAIL = WS-REBUILT-ACTUAL
              - HV-HELD-AMOUNT - HV-UNCLEARED-AMOUNT.
           COMPUTE WS-ACTUAL-DIFF =
              HV-ACCOUNT-ACTUAL-BAL - WS-REBUILT-ACTUAL.
           COMPUTE WS-AVAIL-DIFF =
              HV-ACCOUNT-AVAIL-BAL - WS-REBUILT-AVAIL.
           IF WS-ACTUAL-DIFF = 0 AND WS-AVAIL-DIFF = 0
              ADD 1 TO ACCOUNTS-AGREED
              GO TO ROA999
           END-IF.
           ADD 1 TO ACCOUNTS-DIFFERENT.
           PERFORM REPORT-DISCREPANCY.
           IF WS-APPLY-MODE
              PERFORM CORRECT-ACCOUNT
           END-IF.
       ROA999.
           EXIT.
       GET-SNAPSHOT-BALANCE SECTION.
       GSB010.
      *
      *    An account opened after the baseline has no snapshot and
      *    is rebuilt from nothing, replaying the whole of the
      *    snapshot date. A snapshot taken before its time was
      *    recorded stands for the close of that day.
      *
           MOVE 'N' TO WS-SNAP-FOUND-SW.
           MOVE 0 TO HV-SNAP-ACTUAL-BAL.
           MOVE SPACES TO HV-SNAP-TIME.
           MOVE 0 TO HV-SNAP-TIME-IND.
           EXEC SQL
              SELECT ACCTSNAP_ACTUAL_BALANCE, ACCTSNAP_TIME
              INTO :HV-SNAP-ACTUAL-BAL,
                   :HV-SNAP-TIME :HV-SNAP-TIME-IND
              FROM ACCTSNAP
              WHERE ACCTSNAP_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCTSNAP_NUMBER = :HV-ACCOUNT-ACC-NO
              AND ACCTSNAP_DATE = :HV-SNAP-DATE
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-SNAP-FOUND-SW
              IF HV-SNAP-TIME-IND < 0 OR HV-SNAP-TIME = SPACES
                 MOVE '999999' TO HV-SNAP-TIME
              END-IF
           END-IF
           IF SQLCODE = 100
              MOVE SPACES TO HV-SNAP-TIME
              ADD 1 TO ACCOUNTS-NO-SNAPSHOT
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       GSB999.
           EXIT.
       REPLAY-ONE-MOVEMENT SECTION.
       ROM010.
           EXEC SQL FETCH RPLY-CURSOR
              INTO :HV-RPLY-SEQ-DATE, :HV-RPLY-TIME,
                   :HV-RPLY-REF, :HV-RPLY-TYPE,
                   :HV-RPLY-EFFECT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-RPLY-EXIT-SW
              GO TO ROM999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD HV-RPLY-EFFECT TO WS-REBUILT-ACTUAL.
           ADD 1 TO WS-MOVEMENTS.
           ADD 1 TO MOVEMENTS-REPLAYED.
       ROM999.
           EXIT.
       GET-AVAILABLE-DEDUCTIONS SECTION.
       GAD010.
           MOVE 0 TO HV-HELD-AMOUNT.
           MOVE 0 TO HV-HELD-AMOUNT-IND.
           EXEC SQL
              SELECT SUM(ACCHOLD_AMOUNT)
              INTO :HV-HELD-AMOUNT :HV-HELD-AMOUNT-IND
              FROM ACCHOLD
              WHERE ACCHOLD_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCHOLD_NUMBER = :HV-ACCOUNT-ACC-NO
              AND ACCHOLD_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-HELD-AMOUNT-IND < 0
              MOVE 0 TO HV-HELD-AMOUNT
           END-IF.
           MOVE 0 TO HV-UNCLEARED-AMOUNT.
           MOVE 0 TO HV-UNCLEARED-AMOUNT-IND.
           EXEC SQL
              SELECT SUM(PROCTRAN_AMOUNT)
              INTO :HV-UNCLEARED-AMOUNT :HV-UNCLEARED-AMOUNT-IND
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND PROCTRAN_NUMBER = :HV-ACCOUNT-ACC-NO
              AND PROCTRAN_TYPE = 'CHI'
              AND PROCTRAN_DESC = 'CHEQUE PENDING CLR'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-UNCLEARED-AMOUNT-IND < 0
              MOVE 0 TO HV-UNCLEARED-AMOUNT
           END-IF.
       GAD999.
           EXIT.
       REPORT-DISCREPANCY SECTION.
       RD010.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-AMOUNT-EDIT1.
           MOVE WS-REBUILT-ACTUAL TO WS-AMOUNT-EDIT2.
           DISPLAY 'BALRBLD - ACCOUNT ' HV-ACCOUNT-ACC-NO
              ' ACTUAL    LIVE=' WS-AMOUNT-EDIT1
              ' REBUILT=' WS-AMOUNT-EDIT2.
           MOVE HV-ACCOUNT-AVAIL-BAL TO WS-AMOUNT-EDIT1.
           MOVE WS-REBUILT-AVAIL TO WS-AMOUNT-EDIT2.
           DISPLAY 'BALRBLD - ACCOUNT ' HV-ACCOUNT-ACC-NO
              ' AVAILABLE LIVE=' WS-AMOUNT-EDIT1
              ' REBUILT=' WS-AMOUNT-EDIT2.
           MOVE HV-SNAP-ACTUAL-BAL TO WS-AMOUNT-EDIT1.
           IF WS-SNAP-FOUND
              DISPLAY 'BALRBLD -   SNAPSHOT=' WS-AMOUNT-EDIT1
                 ' MOVEMENTS REPLAYED=' WS-MOVEMENTS
           ELSE
              DISPLAY 'BALRBLD -   NO SNAPSHOT - REBUILT FROM ZERO,'
                 ' MOVEMENTS REPLAYED=' WS-MOVEMENTS
           END-IF.
       RD999.
           EXIT.
       CORRECT-ACCOUNT SECTION.
       CA010.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO HV-BA-OLD-ACTUAL.
           MOVE HV-ACCOUNT-AVAIL-BAL TO HV-BA-OLD-AVAIL.
           MOVE WS-REBUILT-ACTUAL TO HV-BA-NEW-ACTUAL.
           MOVE WS-REBUILT-AVAIL TO HV-BA-NEW-AVAIL.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE = :HV-BA-NEW-ACTUAL,
                  ACCOUNT_AVAILABLE_BALANCE = :HV-BA-NEW-AVAIL
              WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
              AND ACCOUNT_ACTUAL_BALANCE = :HV-BA-OLD-ACTUAL
              AND ACCOUNT_AVAILABLE_BALANCE = :HV-BA-OLD-AVAIL
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'BALRBLD - ACCOUNT ' HV-ACCOUNT-ACC-NO
                 ' CHANGED DURING THE RUN - NOT CORRECTED'
              GO TO CA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE WS-RUN-DATE-X TO HV-BA-RUN-DATE.
           MOVE WS-RUN-TIME TO HV-BA-RUN-TIME.
           EXEC SQL
              INSERT INTO BALAUDIT
                     (
                      BALAUDIT_SORTCODE,
                      BALAUDIT_NUMBER,
                      BALAUDIT_RUN_DATE,
                      BALAUDIT_RUN_TIME,
                      BALAUDIT_SNAP_DATE,
                      BALAUDIT_OLD_ACTUAL,
                      BALAUDIT_NEW_ACTUAL,
                      BALAUDIT_OLD_AVAILABLE,
                      BALAUDIT_NEW_AVAILABLE
                     )
              VALUES
                     (
                      :HV-ACCOUNT-SORTCODE,
                      :HV-ACCOUNT-ACC-NO,
                      :HV-BA-RUN-DATE,
                      :HV-BA-RUN-TIME,
                      :HV-SNAP-DATE,
                      :HV-BA-OLD-ACTUAL,
                      :HV-BA-NEW-ACTUAL,
                      :HV-BA-OLD-AVAIL,
                      :HV-BA-NEW-AVAIL
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'BALRBLD - AUDIT INSERT FAILED FOR ACCOUNT '
                 HV-ACCOUNT-ACC-NO
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO ACCOUNTS-CORRECTED.
       CA999.
           EXIT.
       GET-REBUILD-CONFIG SECTION.
       GRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-BALRBLD-MODE' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR(1:5) = 'APPLY'
              MOVE 'APPLY' TO WS-MODE
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-BALRBLD-SNAP-DATE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO HV-SNAP-DATE
              GO TO GRC999
           END-IF.
           MOVE 0 TO HV-SNAP-DATE-IND.
           EXEC SQL
              SELECT MAX(ACCTSNAP_DATE)
              INTO :HV-SNAP-DATE :HV-SNAP-DATE-IND
              FROM ACCTSNAP
              WHERE ACCTSNAP_SORTCODE = :HV-ACCOUNT-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-SNAP-DATE-IND < 0
              MOVE 0 TO HV-SNAP-DATE
           END-IF.
       GRC999.
           EXIT.
       REGISTER-RUN-START SECTION.
       RRS010.
      *
      *    Corrections are only applied while no other batch step is
      *    running for the day.
      *
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE 0 TO HV-RUNNING-STEPS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-RUNNING-STEPS
              FROM BATCHRUN
              WHERE BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
              AND BATCHRUN_STATUS = 'R'
              AND BATCHRUN_STEP <> :WS-RUN-STEP
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-RUNNING-STEPS > 0
              DISPLAY 'BALRBLD - ' HV-RUNNING-STEPS
                 ' BATCH STEP(S) RUNNING FOR BUSINESS DATE '
                 HV-RUN-BUSDATE ' - APPLY REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACE TO HV-RUN-STATUS.
           EXEC SQL
              SELECT BATCHRUN_STATUS
              INTO :HV-RUN-STATUS
              FROM BATCHRUN
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE WS-BR-TIME TO HV-RUN-TIME
                 EXEC SQL
                    UPDATE BATCHRUN
                    SET BATCHRUN_STATUS = 'R',
                        BATCHRUN_START_TIME = :HV-RUN-TIME,
                        BATCHRUN_END_TIME = 0
                    WHERE BATCHRUN_STEP = :WS-RUN-STEP
                    AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
                 END-EXEC
              WHEN SQLCODE = +100
                 MOVE WS-BR-TIME TO HV-RUN-TIME
                 EXEC SQL
                    INSERT INTO BATCHRUN
                           (BATCHRUN_STEP, BATCHRUN_BUSINESS_DATE,
                            BATCHRUN_START_TIME, BATCHRUN_END_TIME,
                            BATCHRUN_STATUS, BATCHRUN_COUNT1,
                            BATCHRUN_COUNT2)
                    VALUES
                           (:WS-RUN-STEP, :HV-RUN-BUSDATE,
                            :HV-RUN-TIME, 0, 'R', 0, 0)
                 END-EXEC
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
       RRS999.
           EXIT.
       REGISTER-RUN-END SECTION.
       RRE010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE WS-BR-TIME TO HV-RUN-TIME.
           MOVE ACCOUNTS-CORRECTED TO HV-RUN-COUNT1.
           MOVE ACCOUNTS-READ TO HV-RUN-COUNT2.
           EXEC SQL
              UPDATE BATCHRUN
              SET BATCHRUN_STATUS = 'C',
                  BATCHRUN_END_TIME = :HV-RUN-TIME,
                  BATCHRUN_COUNT1 = :HV-RUN-COUNT1,
                  BATCHRUN_COUNT2 = :HV-RUN-COUNT2
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'BALRBLD - UNABLE TO CLOSE RUN-CONTROL ENTRY. '
                 'SQLCODE=' SQLCODE
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
       RRE999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'BALRBLD - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'BALRBLD - ACCOUNTS READ: ' ACCOUNTS-READ.
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
