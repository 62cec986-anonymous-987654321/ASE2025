       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRIBD01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDX-PARM-FILE ASSIGN TO RIBDPARM
              ORGANIZATION IS SEQUENTIAL.
           SELECT BDX-REPORT ASSIGN TO BORDRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    Parameter: the treaty to report (spaces for every
      *    treaty) and the bordereaux month as CCYYMM (zero for
      *    the calendar month before the run date). Run one step
      *    per treaty to give each reinsurer a file of its own.
      *
       FD  BDX-PARM-FILE
           RECORDING MODE IS F.
       01  BDX-PARM-RECORD.
           03 BPF-TREATYID             PIC X(8).
           03 BPF-PERIOD               PIC 9(6).
           03 FILLER                   PIC X(66).
       FD  BDX-REPORT
           RECORDING MODE IS F.
       01  BDX-REPORT-LINE             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGRIBD01------WS'.
       01  WS-RUN-DATE.
           03 WS-RUN-YY                PIC 99.
           03 WS-RUN-MM                PIC 99.
           03 WS-RUN-DD                PIC 99.
       01  WS-PERIOD-YYYY              PIC 9999.
       01  WS-PERIOD-MM                PIC 99.
       01  WS-PERIOD-LAST-DAY          PIC 99.
       01  WS-LEAP-REM                 PIC 9(4).
       01  WS-START-ISO                PIC X(10).
       01  WS-END-ISO                  PIC X(10).
       01  WS-TREATY-SEL               PIC X(8) VALUE SPACES.
       01  DB2-TREATY-ROW.
           03 DB2-TR-TREATYID          PIC X(8).
           03 DB2-TR-POLICYTYPE        PIC X.
           03 DB2-TR-TREATYTYPE        PIC X.
           03 DB2-TR-REINSURER         PIC X(30).
           03 DB2-TR-COMMISSION-PCT    PIC S9(3)V99 COMP-3.
       01  DB2-CESSION-ROW.
           03 DB2-CE-POLICYNUM         PIC S9(9) COMP.
           03 DB2-CE-EVENTTYPE         PIC X.
           03 DB2-CE-DATE              PIC X(10).
           03 DB2-CE-SUM-INSURED       PIC S9(9) COMP.
           03 DB2-CE-CEDED-SUM         PIC S9(9) COMP.
           03 DB2-CE-PREMIUM           PIC S9(9) COMP.
           03 DB2-CE-CEDED-PREMIUM     PIC S9(9)V99 COMP-3.
           03 DB2-CE-COMMISSION        PIC S9(9)V99 COMP-3.
       01  DB2-RECOVERY-ROW.
           03 DB2-RC-CLAIMNUM          PIC S9(9) COMP.
           03 DB2-RC-POLICYNUM         PIC S9(9) COMP.
           03 DB2-RC-LOSSDATE          PIC X(10).
           03 DB2-RC-PAID-DATE         PIC X(10).
           03 DB2-RC-CLAIM-PAID        PIC S9(9) COMP.
           03 DB2-RC-PAID-RECOV        PIC S9(9)V99 COMP-3.
       01  DB2-OUTSTANDING-RECOV       PIC S9(11)V99 COMP-3.
       77  IND-OUTSTANDING             PIC S9(4) COMP.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  WS-SQLCODE-DISP             PIC +9(5) USAGE DISPLAY.
       01  WS-TREATY-SW                PIC X VALUE 'N'.
           88 NO-MORE-TREATIES              VALUE 'Y'.
       01  WS-EXIT-SW                  PIC X VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-TREATY-PREMIUM           PIC S9(11)V99 VALUE 0.
       01  WS-TREATY-COMMISSION        PIC S9(11)V99 VALUE 0.
       01  WS-TREATY-RECOVERIES        PIC S9(11)V99 VALUE 0.
       01  WS-TREATY-BALANCE           PIC S9(11)V99 VALUE 0.
       01  WS-TREATY-CESSIONS          PIC 9(6) VALUE 0.
       01  WS-TREATY-CLAIMS            PIC 9(6) VALUE 0.
       01  TREATIES-REPORTED           PIC 9(8) VALUE 0.
       01  CESSIONS-LISTED             PIC 9(8) VALUE 0.
       01  RECOVERIES-LISTED           PIC 9(8) VALUE 0.
       01  WS-TEXT-LINE                PIC X(100).
       01  WS-POLICY-DISP              PIC 9(10).
       01  WS-CLAIM-DISP               PIC 9(10).
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-SUM-EDIT                 PIC Z(9)9.
       01  WS-CEDED-SUM-EDIT           PIC Z(9)9.
       01  WS-AMOUNT-EDIT              PIC -(9)9.99.
       01  WS-COMM-EDIT                PIC -(9)9.99.
       01  WS-PCT-EDIT                 PIC ZZ9.99.
           EXEC SQL
             DECLARE Treaty_Cursor Cursor For
             SELECT TreatyId,
                    PolicyType,
                    TreatyType,
                    Reinsurer,
                    CommissionPct
             FROM   RITREATY
             WHERE  (TreatyId = :WS-TREATY-SEL
                     OR :WS-TREATY-SEL = ' ')
             AND    StartDate <= :WS-END-ISO
             AND    EndDate >= :WS-START-ISO
             ORDER BY TreatyId
           END-EXEC.
           EXEC SQL
             DECLARE Cession_Cursor Cursor For
             SELECT PolicyNumber,
                    EventType,
                    CessionDate,
                    SumInsured,
                    CededSum,
                    Premium,
                    CededPremium,
                    Commission
             FROM   RICESSION
             WHERE  TreatyId = :DB2-TR-TREATYID
             AND    Status = 'B'
             AND    CessionDate >= :WS-START-ISO
             AND    CessionDate <= :WS-END-ISO
             ORDER BY CessionDate, PolicyNumber, CessionSeq
           END-EXEC.
           EXEC SQL
             DECLARE Recovery_Cursor Cursor For
             SELECT R.ClaimNumber,
                    R.PolicyNumber,
                    C.LossDate,
                    R.PaidDate,
                    C.PaidAmount,
                    R.PaidRecoverable
             FROM   RIRECOVERY R,
                    CLAIM C
             WHERE  C.ClaimNumber = R.ClaimNumber
             AND    R.TreatyId = :DB2-TR-TREATYID
             AND    R.Status = 'P'
             AND    R.PaidDate >= :WS-START-ISO
             AND    R.PaidDate <= :WS-END-ISO
             ORDER BY R.PaidDate, R.ClaimNumber
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM READ-PARAMETERS.
           PERFORM COMPUTE-BORDEREAUX-PERIOD.
           OPEN OUTPUT BDX-REPORT.
           MOVE 'N' TO WS-TREATY-SW.
           EXEC SQL OPEN Treaty_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-TREATY UNTIL NO-MORE-TREATIES.
           EXEC SQL CLOSE Treaty_Cursor
           END-EXEC.
           CLOSE BDX-REPORT.
           DISPLAY 'LGRIBD01 BORDEREAUX FOR ' WS-START-ISO
              ' TO ' WS-END-ISO.
           DISPLAY 'LGRIBD01 TREATIES REPORTED:  '
              TREATIES-REPORTED.
           DISPLAY 'LGRIBD01 CESSIONS LISTED:    '
              CESSIONS-LISTED.
           DISPLAY 'LGRIBD01 RECOVERIES LISTED:  '
              RECOVERIES-LISTED.
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

       READ-PARAMETERS SECTION.
       RP010.
           MOVE 0 TO WS-PERIOD-YYYY.
           MOVE 0 TO WS-PERIOD-MM.
           OPEN INPUT BDX-PARM-FILE.
           READ BDX-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE BPF-TREATYID TO WS-TREATY-SEL
                 IF BPF-PERIOD NUMERIC
                 AND BPF-PERIOD > 0
                    MOVE BPF-PERIOD(1:4) TO WS-PERIOD-YYYY
                    MOVE BPF-PERIOD(5:2) TO WS-PERIOD-MM
                    IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                       DISPLAY 'LGRIBD01 INVALID PERIOD ' BPF-PERIOD
                          ' - PREVIOUS MONTH REPORTED'
                       MOVE 0 TO WS-PERIOD-YYYY
                       MOVE 0 TO WS-PERIOD-MM
                    END-IF
                 END-IF
           END-READ.
           CLOSE BDX-PARM-FILE.
       RP999.
           EXIT.

       COMPUTE-BORDEREAUX-PERIOD SECTION.
       CBP010.
      *
      *    Bordereaux cover a calendar month, by default the month
      *    before the run date.
      *
           IF WS-PERIOD-MM = 0
              COMPUTE WS-PERIOD-YYYY = 2000 + WS-RUN-YY
              MOVE WS-RUN-MM TO WS-PERIOD-MM
              IF WS-PERIOD-MM = 1
                 MOVE 12 TO WS-PERIOD-MM
                 SUBTRACT 1 FROM WS-PERIOD-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MM
              END-IF
           END-IF.
           EVALUATE WS-PERIOD-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-PERIOD-LAST-DAY
              WHEN 2
                 MOVE 28 TO WS-PERIOD-LAST-DAY
                 DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-LEAP-REM
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-PERIOD-LAST-DAY
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-PERIOD-LAST-DAY
           END-EVALUATE.
           MOVE SPACES TO WS-START-ISO.
           STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
              DELIMITED BY SIZE INTO WS-START-ISO
           END-STRING.
           MOVE SPACES TO WS-END-ISO.
           STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-'
              WS-PERIOD-LAST-DAY
              DELIMITED BY SIZE INTO WS-END-ISO
           END-STRING.
       CBP999.
           EXIT.

       REPORT-ONE-TREATY SECTION.
       ROT010.
           EXEC SQL FETCH Treaty_Cursor
             INTO :DB2-TR-TREATYID,
                  :DB2-TR-POLICYTYPE,
                  :DB2-TR-TREATYTYPE,
                  :DB2-TR-REINSURER,
                  :DB2-TR-COMMISSION-PCT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-TREATY-SW
              GO TO ROT999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 0 TO WS-TREATY-PREMIUM.
           MOVE 0 TO WS-TREATY-COMMISSION.
           MOVE 0 TO WS-TREATY-RECOVERIES.
           MOVE 0 TO WS-TREATY-CESSIONS.
           MOVE 0 TO WS-TREATY-CLAIMS.
           PERFORM WRITE-TREATY-HEADING.
           PERFORM LIST-PREMIUM-CESSIONS.
           PERFORM LIST-CLAIM-RECOVERIES.
           PERFORM WRITE-SETTLEMENT-STATEMENT.
           ADD 1 TO TREATIES-REPORTED.
       ROT999.
           EXIT.

       WRITE-TREATY-HEADING SECTION.
       WTH010.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'REINSURANCE BORDEREAUX TREATY ' DB2-TR-TREATYID
              ' ' DB2-TR-REINSURER
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE DB2-TR-COMMISSION-PCT TO WS-PCT-EDIT.
           STRING '  PERIOD ' WS-START-ISO ' TO ' WS-END-ISO
              '  POLICY TYPE ' DB2-TR-POLICYTYPE
              '  TREATY TYPE ' DB2-TR-TREATYTYPE
              '  COMMISSION ' WS-PCT-EDIT ' PCT'
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
       WTH999.
           EXIT.

       LIST-PREMIUM-CESSIONS SECTION.
       LPC010.
           MOVE 'PREMIUM BORDEREAU' TO WS-TEXT-LINE.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE '  POLICY     EV DATE      SUM INSURED'
              TO WS-TEXT-LINE.
           MOVE '  CEDED SUM CEDED PREMIUM    COMMISSION'
              TO WS-TEXT-LINE(38:39).
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Cession_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LIST-ONE-CESSION UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Cession_Cursor
           END-EXEC.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-TREATY-CESSIONS TO WS-COUNT-DISP.
           MOVE WS-TREATY-PREMIUM TO WS-AMOUNT-EDIT.
           MOVE WS-TREATY-COMMISSION TO WS-COMM-EDIT.
           STRING '  CESSIONS ' WS-COUNT-DISP
              '  TOTAL CEDED PREMIUM ' WS-AMOUNT-EDIT
              '  COMMISSION ' WS-COMM-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
       LPC999.
           EXIT.

       LIST-ONE-CESSION SECTION.
       LOC010.
           EXEC SQL FETCH Cession_Cursor
             INTO :DB2-CE-POLICYNUM,
                  :DB2-CE-EVENTTYPE,
                  :DB2-CE-DATE,
                  :DB2-CE-SUM-INSURED,
                  :DB2-CE-CEDED-SUM,
                  :DB2-CE-PREMIUM,
                  :DB2-CE-CEDED-PREMIUM,
                  :DB2-CE-COMMISSION
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO LOC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE DB2-CE-POLICYNUM TO WS-POLICY-DISP.
           MOVE DB2-CE-SUM-INSURED TO WS-SUM-EDIT.
           MOVE DB2-CE-CEDED-SUM TO WS-CEDED-SUM-EDIT.
           MOVE DB2-CE-CEDED-PREMIUM TO WS-AMOUNT-EDIT.
           MOVE DB2-CE-COMMISSION TO WS-COMM-EDIT.
           STRING '  ' WS-POLICY-DISP
              ' ' DB2-CE-EVENTTYPE
              '  ' DB2-CE-DATE
              ' ' WS-SUM-EDIT
              ' ' WS-CEDED-SUM-EDIT
              ' ' WS-AMOUNT-EDIT
              ' ' WS-COMM-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           ADD DB2-CE-CEDED-PREMIUM TO WS-TREATY-PREMIUM.
           ADD DB2-CE-COMMISSION TO WS-TREATY-COMMISSION.
           ADD 1 TO WS-TREATY-CESSIONS.
           ADD 1 TO CESSIONS-LISTED.
       LOC999.
           EXIT.

       LIST-CLAIM-RECOVERIES SECTION.
       LCR010.
           MOVE 'CLAIMS BORDEREAU' TO WS-TEXT-LINE.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE '  CLAIM      POLICY     LOSS DATE  PAID DATE'
              TO WS-TEXT-LINE.
           MOVE '  CLAIM PAID   RECOVERABLE' TO WS-TEXT-LINE(45:26).
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Recovery_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LIST-ONE-RECOVERY UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Recovery_Cursor
           END-EXEC.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-TREATY-CLAIMS TO WS-COUNT-DISP.
           MOVE WS-TREATY-RECOVERIES TO WS-AMOUNT-EDIT.
           STRING '  CLAIMS ' WS-COUNT-DISP
              '  TOTAL RECOVERIES ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
      *
      *    Recoveries still to come on open claims are shown for
      *    the reinsurers' reserving but are not settled.
      *
           MOVE 0 TO DB2-OUTSTANDING-RECOV.
           MOVE 0 TO IND-OUTSTANDING.
           EXEC SQL
             SELECT SUM(ReserveRecoverable)
             INTO  :DB2-OUTSTANDING-RECOV
                   INDICATOR :IND-OUTSTANDING
             FROM  RIRECOVERY
             WHERE TreatyId = :DB2-TR-TREATYID
             AND   Status = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF IND-OUTSTANDING = MINUS-ONE
              MOVE 0 TO DB2-OUTSTANDING-RECOV
           END-IF.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE DB2-OUTSTANDING-RECOV TO WS-AMOUNT-EDIT.
           STRING '  OUTSTANDING RECOVERABLE ON OPEN CLAIMS '
              WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
       LCR999.
           EXIT.

       LIST-ONE-RECOVERY SECTION.
       LOR010.
           EXEC SQL FETCH Recovery_Cursor
             INTO :DB2-RC-CLAIMNUM,
                  :DB2-RC-POLICYNUM,
                  :DB2-RC-LOSSDATE,
                  :DB2-RC-PAID-DATE,
                  :DB2-RC-CLAIM-PAID,
                  :DB2-RC-PAID-RECOV
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO LOR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE DB2-RC-CLAIMNUM TO WS-CLAIM-DISP.
           MOVE DB2-RC-POLICYNUM TO WS-POLICY-DISP.
           MOVE DB2-RC-CLAIM-PAID TO WS-SUM-EDIT.
           MOVE DB2-RC-PAID-RECOV TO WS-AMOUNT-EDIT.
           STRING '  ' WS-CLAIM-DISP
              ' ' WS-POLICY-DISP
              ' ' DB2-RC-LOSSDATE
              ' ' DB2-RC-PAID-DATE
              ' ' WS-SUM-EDIT
              ' ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           ADD DB2-RC-PAID-RECOV TO WS-TREATY-RECOVERIES.
           ADD 1 TO WS-TREATY-CLAIMS.
           ADD 1 TO RECOVERIES-LISTED.
       LOR999.
           EXIT.

       WRITE-SETTLEMENT-STATEMENT SECTION.
       WSS010.
      *
      *    The account nets the ceded premium, less the ceding
      *    commission we keep, against the claims recovered from
      *    the reinsurers in the month.
      *
           COMPUTE WS-TREATY-BALANCE =
              WS-TREATY-PREMIUM - WS-TREATY-COMMISSION
              - WS-TREATY-RECOVERIES.
           MOVE 'SETTLEMENT STATEMENT' TO WS-TEXT-LINE.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-TREATY-PREMIUM TO WS-AMOUNT-EDIT.
           STRING '  CEDED PREMIUM              ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-TREATY-COMMISSION TO WS-AMOUNT-EDIT.
           STRING '  LESS CEDING COMMISSION     ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-TREATY-RECOVERIES TO WS-AMOUNT-EDIT.
           STRING '  LESS CLAIMS RECOVERED      ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           IF WS-TREATY-BALANCE < 0
              COMPUTE WS-TREATY-BALANCE = 0 - WS-TREATY-BALANCE
              MOVE WS-TREATY-BALANCE TO WS-AMOUNT-EDIT
              STRING '  BALANCE DUE FROM REINSURER ' WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO WS-TEXT-LINE
              END-STRING
           ELSE
              MOVE WS-TREATY-BALANCE TO WS-AMOUNT-EDIT
              STRING '  BALANCE DUE TO REINSURER   ' WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO WS-TEXT-LINE
              END-STRING
           END-IF.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE BDX-REPORT-LINE FROM WS-TEXT-LINE.
       WSS999.
           EXIT.

       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'LGRIBD01 UNRECOVERABLE DB2 ERROR SQLCODE='
              WS-SQLCODE-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
