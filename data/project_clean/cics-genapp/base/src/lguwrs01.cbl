       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUWRS01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UWR-PARM-FILE ASSIGN TO UWRPARM
              ORGANIZATION IS SEQUENTIAL.
           SELECT UWR-REPORT ASSIGN TO UWRRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT UWR-CSV-FILE ASSIGN TO UWRCSV
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    Parameter: the valuation quarter as CCYYQ (zero for the
      *    calendar quarter before the run date).
      *
       FD  UWR-PARM-FILE
           RECORDING MODE IS F.
       01  UWR-PARM-RECORD.
           03 UPF-QUARTER              PIC 9(5).
           03 FILLER                   PIC X(75).
       FD  UWR-REPORT
           RECORDING MODE IS F.
       01  UWR-REPORT-LINE             PIC X(100).
      *
      *    Comma separated extract for the actuaries. The first
      *    field gives the record kind: LR for a loss ratio line
      *    (type, underwriting year), DEV for a development cell
      *    (type, accident quarter, development quarter). Each
      *    kind is preceded by a header record naming its fields.
      *
       FD  UWR-CSV-FILE
           RECORDING MODE IS F.
       01  UWR-CSV-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGUWRS01------WS'.
       01  WS-RUN-DATE.
           03 WS-RUN-YY                PIC 99.
           03 WS-RUN-MM                PIC 99.
           03 WS-RUN-DD                PIC 99.
      *
      *    Valuation quarter, held as CCYYQ and as a running
      *    quarter number (year times four plus quarter less one)
      *    so development periods can be counted by subtraction.
      *
       01  WS-VAL-YYYY                 PIC 9999.
       01  WS-VAL-Q                    PIC 9.
       01  WS-VAL-QTR                  PIC 9(5).
       01  WS-VAL-INDEX                PIC S9(9) COMP.
       01  WS-VAL-END-MM               PIC 99.
       01  WS-VAL-END-DD               PIC 99.
       01  WS-VAL-END-ISO              PIC X(10).
       01  WS-VAL-END-X                PIC 9(8).
       01  WS-FIRST-ACC-INDEX          PIC S9(9) COMP.
       01  WS-FIRST-ACC-QTR            PIC 9(5).
       77  WS-DEV-QUARTERS             PIC 9(2) VALUE 8.
       01  WS-TERM-X                   PIC 9(8).
       01  WS-TERM-GRP REDEFINES WS-TERM-X.
           03 WS-TERM-CCYY             PIC 9999.
           03 WS-TERM-MM               PIC 99.
           03 WS-TERM-DD               PIC 99.
       01  WS-TERM-ON-DATE             PIC X(10).
       01  WS-TERM-ISSUE-DATE          PIC X(10).
       01  WS-ELAPSED-DAYS             PIC S9(9) COMP.
       01  WS-EARNED                   PIC S9(11)V99.
       01  WS-INCURRED                 PIC S9(11)V99.
       01  WS-WORK-YYYY                PIC 9999.
       01  WS-WORK-MM                  PIC 99.
       01  WS-WORK-Q                   PIC 9.
       01  WS-WORK-INDEX               PIC S9(9) COMP.
       01  WS-WORK-QTR                 PIC 9(5).
       01  WS-WORK-REM                 PIC S9(9) COMP.
       01  DB2-PREMIUM-ROW.
           03 DB2-PR-POLICYTYPE        PIC X.
           03 DB2-PR-ISSUEDATE         PIC X(10).
           03 DB2-PR-DUE-DATE          PIC X(10).
           03 DB2-PR-AMOUNT            PIC S9(9) COMP.
       01  DB2-CLAIM-ROW.
           03 DB2-CL-POLICYTYPE        PIC X.
           03 DB2-CL-ISSUEDATE         PIC X(10).
           03 DB2-CL-LOSSDATE          PIC X(10).
           03 DB2-CL-PAID              PIC S9(9) COMP.
           03 DB2-CL-RESERVE           PIC S9(9) COMP.
           03 DB2-CL-STATUS            PIC X.
       01  DB2-DEV-ROW.
           03 DB2-DV-VALUATION-QTR     PIC S9(9) COMP.
           03 DB2-DV-POLICYTYPE        PIC X.
           03 DB2-DV-ACCIDENT-QTR      PIC S9(9) COMP.
           03 DB2-DV-CLAIM-COUNT       PIC S9(9) COMP.
           03 DB2-DV-PAID              PIC S9(11)V99 COMP-3.
           03 DB2-DV-INCURRED          PIC S9(11)V99 COMP-3.
       01  DB2-FIRST-ACC-QTR           PIC S9(9) COMP.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  WS-SQLCODE-DISP             PIC +9(5) USAGE DISPLAY.
       01  WS-EXIT-SW                  PIC X VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
      *
      *    Results by policy type and underwriting year (the year
      *    the policy term in force began).
      *
       01  WS-RESULT-TABLE.
           03 WS-RESULT-COUNT          PIC S9(4) COMP VALUE 0.
           03 WS-RESULT-ENTRY OCCURS 200.
              05 WS-RES-TYPE           PIC X.
              05 WS-RES-YEAR           PIC 9999.
              05 WS-RES-WRITTEN        PIC S9(11)V99.
              05 WS-RES-EARNED         PIC S9(11)V99.
              05 WS-RES-CLAIMS         PIC S9(9) COMP.
              05 WS-RES-PAID           PIC S9(11)V99.
              05 WS-RES-INCURRED       PIC S9(11)V99.
       01  WS-RES-SUB                  PIC S9(4) COMP.
       01  WS-RES-SLOT                 PIC S9(4) COMP.
       01  WS-RES-FOUND-SW             PIC X.
           88 WS-RES-FOUND                  VALUE 'Y'.
       01  WS-CURRENT-TYPE             PIC X.
       01  WS-CURRENT-YEAR             PIC 9999.
       01  WS-MIN-YEAR                 PIC 9999 VALUE 9999.
       01  WS-MAX-YEAR                 PIC 9999 VALUE 0.
       01  WS-REPORT-YEAR              PIC 9999.
      *
      *    Claims by policy type and accident quarter as at this
      *    valuation, saved to CLAIMDEV so later valuations can
      *    show how each accident quarter has developed.
      *
       01  WS-ACC-TABLE.
           03 WS-ACC-COUNT             PIC S9(4) COMP VALUE 0.
           03 WS-ACC-ENTRY OCCURS 100.
              05 WS-ACC-TYPE           PIC X.
              05 WS-ACC-QTR            PIC 9(5).
              05 WS-ACC-CLAIMS         PIC S9(9) COMP.
              05 WS-ACC-PAID           PIC S9(11)V99.
              05 WS-ACC-INCURRED       PIC S9(11)V99.
       01  WS-ACC-SUB                  PIC S9(4) COMP.
       01  WS-ACC-SLOT                 PIC S9(4) COMP.
       01  WS-ACC-FOUND-SW             PIC X.
           88 WS-ACC-FOUND                  VALUE 'Y'.
       01  WS-TYPE-LIST-VALUES.
           03 FILLER                   PIC X(11) VALUE 'MMOTOR     '.
           03 FILLER                   PIC X(11) VALUE 'HHOUSE     '.
           03 FILLER                   PIC X(11) VALUE 'EENDOWMENT '.
           03 FILLER                   PIC X(11) VALUE 'CCOMMERCIAL'.
       01  WS-TYPE-LIST REDEFINES WS-TYPE-LIST-VALUES.
           03 WS-TYPE-LIST-ENTRY OCCURS 4.
              05 WS-TYPE-LIST-CODE     PIC X.
              05 WS-TYPE-LIST-NAME     PIC X(10).
       01  WS-TYPE-SUB                 PIC S9(4) COMP.
       01  WS-TYPE-WRITTEN             PIC S9(11)V99.
       01  WS-TYPE-EARNED              PIC S9(11)V99.
       01  WS-TYPE-CLAIMS              PIC S9(9) COMP.
       01  WS-TYPE-INCURRED            PIC S9(11)V99.
       01  WS-ALL-WRITTEN              PIC S9(11)V99 VALUE 0.
       01  WS-ALL-EARNED               PIC S9(11)V99 VALUE 0.
       01  WS-ALL-CLAIMS               PIC S9(9) COMP VALUE 0.
       01  WS-ALL-INCURRED             PIC S9(11)V99 VALUE 0.
       01  WS-LOSS-RATIO               PIC S9(5)V99.
      *
      *    One row of the development triangle: incurred claims
      *    for an accident quarter at each development quarter.
      *
       01  WS-PREV-TYPE                PIC X.
       01  WS-PREV-ACC-QTR             PIC 9(5).
       01  WS-DEV-ROW.
           03 WS-DEV-CELL OCCURS 8.
              05 WS-DEV-SET            PIC X.
              05 WS-DEV-INCURRED       PIC S9(11)V99.
       01  WS-DEV-SUB                  PIC S9(4) COMP.
       01  WS-DEV-PERIOD               PIC S9(4) COMP.
       01  WS-DEV-POS                  PIC S9(4) COMP.
       01  PREMIUM-ROWS-READ           PIC 9(8) VALUE 0.
       01  CLAIM-ROWS-READ             PIC 9(8) VALUE 0.
       01  SNAPSHOT-ROWS-WRITTEN       PIC 9(8) VALUE 0.
       01  CSV-RECORDS-WRITTEN         PIC 9(8) VALUE 0.
       01  WS-TEXT-LINE                PIC X(100).
       01  WS-AMOUNT-EDIT              PIC -(10)9.
       01  WS-AMOUNT2-EDIT             PIC -(10)9.
       01  WS-AMOUNT3-EDIT             PIC -(10)9.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-RATIO-EDIT               PIC -(4)9.99.
       01  WS-CELL-EDIT                PIC -(9)9.
       01  WS-QTR-DISP.
           03 WS-QTR-DISP-YYYY         PIC 9999.
           03 FILLER                   PIC XX VALUE ' Q'.
           03 WS-QTR-DISP-Q            PIC 9.
       01  WS-CSV-AMOUNT               PIC +9(11).99.
       01  WS-CSV-AMOUNT2              PIC +9(11).99.
       01  WS-CSV-AMOUNT3              PIC +9(11).99.
       01  WS-CSV-COUNT                PIC 9(7).
       01  WS-CSV-RATIO                PIC +9(5).99.
       01  WS-CSV-DEV                  PIC 99.
           EXEC SQL
             DECLARE Prem_Cursor Cursor For
             SELECT P.PolicyType,
                    P.IssueDate,
                    S.DueDate,
                    S.Amount
             FROM   PREMSCHD S,
                    POLICY P
             WHERE  P.PolicyNumber = S.PolicyNumber
             AND    S.DueDate <= :WS-VAL-END-ISO
             AND    (S.Status = 'P' OR S.Amount < 0)
           END-EXEC.
           EXEC SQL
             DECLARE Claim_Cursor Cursor For
             SELECT P.PolicyType,
                    P.IssueDate,
                    C.LossDate,
                    COALESCE(C.PaidAmount, 0),
                    COALESCE(C.ReserveAmount, 0),
                    C.Status
             FROM   CLAIM C,
                    POLICY P
             WHERE  P.PolicyNumber = C.PolicyNumber
             AND    C.LossDate <= :WS-VAL-END-ISO
           END-EXEC.
           EXEC SQL
             DECLARE Dev_Cursor Cursor For
             SELECT PolicyType,
                    AccidentQtr,
                    ValuationQtr,
                    IncurredAmount
             FROM   CLAIMDEV
             WHERE  ValuationQtr <= :DB2-DV-VALUATION-QTR
             AND    AccidentQtr >= :DB2-FIRST-ACC-QTR
             ORDER BY PolicyType, AccidentQtr, ValuationQtr
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM READ-PARAMETERS.
           PERFORM COMPUTE-VALUATION-QUARTER.
           PERFORM ACCUMULATE-PREMIUMS.
           PERFORM ACCUMULATE-CLAIMS.
           PERFORM SAVE-DEVELOPMENT-SNAPSHOT.
           OPEN OUTPUT UWR-REPORT.
           OPEN OUTPUT UWR-CSV-FILE.
           PERFORM REPORT-LOSS-RATIOS.
           PERFORM REPORT-DEVELOPMENT.
           CLOSE UWR-CSV-FILE.
           CLOSE UWR-REPORT.
           DISPLAY 'LGUWRS01 VALUATION AS AT ' WS-VAL-END-ISO.
           DISPLAY 'LGUWRS01 PREMIUM ROWS READ:  '
              PREMIUM-ROWS-READ.
           DISPLAY 'LGUWRS01 CLAIM ROWS READ:    '
              CLAIM-ROWS-READ.
           DISPLAY 'LGUWRS01 SNAPSHOT ROWS SAVED:'
              SNAPSHOT-ROWS-WRITTEN.
           DISPLAY 'LGUWRS01 CSV RECORDS WRITTEN:'
              CSV-RECORDS-WRITTEN.
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

       READ-PARAMETERS SECTION.
       RP010.
           MOVE 0 TO WS-VAL-YYYY.
           MOVE 0 TO WS-VAL-Q.
           OPEN INPUT UWR-PARM-FILE.
           READ UWR-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF UPF-QUARTER NUMERIC
                 AND UPF-QUARTER > 0
                    MOVE UPF-QUARTER(1:4) TO WS-VAL-YYYY
                    MOVE UPF-QUARTER(5:1) TO WS-VAL-Q
                    IF WS-VAL-Q < 1 OR WS-VAL-Q > 4
                       DISPLAY 'LGUWRS01 INVALID QUARTER '
                          UPF-QUARTER
                          ' - PREVIOUS QUARTER REPORTED'
                       MOVE 0 TO WS-VAL-YYYY
                       MOVE 0 TO WS-VAL-Q
                    END-IF
                 END-IF
           END-READ.
           CLOSE UWR-PARM-FILE.
       RP999.
           EXIT.

       COMPUTE-VALUATION-QUARTER SECTION.
       CVQ010.
      *
      *    Results are valued at a calendar quarter end, by
      *    default the quarter before the run date.
      *
           IF WS-VAL-Q = 0
              COMPUTE WS-VAL-YYYY = 2000 + WS-RUN-YY
              COMPUTE WS-VAL-Q = (WS-RUN-MM - 1) / 3 + 1
              IF WS-VAL-Q = 1
                 MOVE 4 TO WS-VAL-Q
                 SUBTRACT 1 FROM WS-VAL-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-VAL-Q
              END-IF
           END-IF.
           COMPUTE WS-VAL-QTR = WS-VAL-YYYY * 10 + WS-VAL-Q.
           COMPUTE WS-VAL-INDEX = WS-VAL-YYYY * 4 + WS-VAL-Q - 1.
           COMPUTE WS-VAL-END-MM = WS-VAL-Q * 3.
           IF WS-VAL-END-MM = 6 OR WS-VAL-END-MM = 9
              MOVE 30 TO WS-VAL-END-DD
           ELSE
              MOVE 31 TO WS-VAL-END-DD
           END-IF.
           MOVE SPACES TO WS-VAL-END-ISO.
           STRING WS-VAL-YYYY '-' WS-VAL-END-MM '-' WS-VAL-END-DD
              DELIMITED BY SIZE INTO WS-VAL-END-ISO
           END-STRING.
           COMPUTE WS-VAL-END-X = WS-VAL-YYYY * 10000
              + WS-VAL-END-MM * 100 + WS-VAL-END-DD.
      *
      *    The triangle covers the accident quarters of the last
      *    two years.
      *
           COMPUTE WS-FIRST-ACC-INDEX =
              WS-VAL-INDEX - WS-DEV-QUARTERS + 1.
           MOVE WS-FIRST-ACC-INDEX TO WS-WORK-INDEX.
           PERFORM INDEX-TO-QUARTER.
           MOVE WS-WORK-QTR TO WS-FIRST-ACC-QTR.
       CVQ999.
           EXIT.

       INDEX-TO-QUARTER SECTION.
       ITQ010.
           DIVIDE WS-WORK-INDEX BY 4 GIVING WS-WORK-YYYY
              REMAINDER WS-WORK-REM.
           COMPUTE WS-WORK-QTR = WS-WORK-YYYY * 10 + WS-WORK-REM + 1.
       ITQ999.
           EXIT.

       ACCUMULATE-PREMIUMS SECTION.
       AP010.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Prem_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ADD-ONE-PREMIUM UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Prem_Cursor
           END-EXEC.
       AP999.
           EXIT.

       ADD-ONE-PREMIUM SECTION.
       AOP010.
           EXEC SQL FETCH Prem_Cursor
             INTO :DB2-PR-POLICYTYPE,
                  :DB2-PR-ISSUEDATE,
                  :DB2-PR-DUE-DATE,
                  :DB2-PR-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO AOP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO PREMIUM-ROWS-READ.
      *
      *    Premium received (instalments matched to the bank
      *    receipts by LGBILL01) is earned evenly over the policy
      *    year in which it fell due. Refunds of premium are
      *    taken off in full, being for cover no longer given.
      *
           MOVE DB2-PR-DUE-DATE TO WS-TERM-ON-DATE.
           MOVE DB2-PR-ISSUEDATE TO WS-TERM-ISSUE-DATE.
           PERFORM FIND-TERM-START.
           IF DB2-PR-AMOUNT < 0
              MOVE DB2-PR-AMOUNT TO WS-EARNED
           ELSE
              COMPUTE WS-ELAPSED-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-VAL-END-X)
                 - FUNCTION INTEGER-OF-DATE(WS-TERM-X)
              IF WS-ELAPSED-DAYS >= 365
                 MOVE DB2-PR-AMOUNT TO WS-EARNED
              ELSE
                 COMPUTE WS-EARNED ROUNDED =
                    (DB2-PR-AMOUNT * WS-ELAPSED-DAYS) / 365
              END-IF
           END-IF.
           MOVE DB2-PR-POLICYTYPE TO WS-CURRENT-TYPE.
           MOVE WS-TERM-CCYY TO WS-CURRENT-YEAR.
           PERFORM FIND-RESULT-SLOT.
           IF WS-RES-SLOT = 0
              GO TO AOP999
           END-IF.
           ADD DB2-PR-AMOUNT TO WS-RES-WRITTEN(WS-RES-SLOT).
           ADD WS-EARNED TO WS-RES-EARNED(WS-RES-SLOT).
       AOP999.
           EXIT.

       FIND-TERM-START SECTION.
       FTS010.
      *
      *    The policy term in force on a date starts on the last
      *    anniversary of the issue date on or before it. A 29th
      *    February issue date runs from the 28th in other years.
      *
           MOVE WS-TERM-ON-DATE(1:4) TO WS-TERM-CCYY.
           MOVE WS-TERM-ISSUE-DATE(6:2) TO WS-TERM-MM.
           MOVE WS-TERM-ISSUE-DATE(9:2) TO WS-TERM-DD.
           IF WS-TERM-ON-DATE(6:5) < WS-TERM-ISSUE-DATE(6:5)
              SUBTRACT 1 FROM WS-TERM-CCYY
           END-IF.
           IF WS-TERM-MM = 2 AND WS-TERM-DD = 29
              MOVE 28 TO WS-TERM-DD
           END-IF.
       FTS999.
           EXIT.

       FIND-RESULT-SLOT SECTION.
       FRS010.
           MOVE 0 TO WS-RES-SLOT.
           MOVE 'N' TO WS-RES-FOUND-SW.
           PERFORM MATCH-ONE-RESULT
              VARYING WS-RES-SUB FROM 1 BY 1
              UNTIL WS-RES-SUB > WS-RESULT-COUNT
                 OR WS-RES-FOUND.
           IF NOT WS-RES-FOUND
              IF WS-RESULT-COUNT < 200
                 ADD 1 TO WS-RESULT-COUNT
                 MOVE WS-RESULT-COUNT TO WS-RES-SLOT
                 INITIALIZE WS-RESULT-ENTRY(WS-RES-SLOT)
                 MOVE WS-CURRENT-TYPE TO WS-RES-TYPE(WS-RES-SLOT)
                 MOVE WS-CURRENT-YEAR TO WS-RES-YEAR(WS-RES-SLOT)
                 IF WS-CURRENT-YEAR < WS-MIN-YEAR
                    MOVE WS-CURRENT-YEAR TO WS-MIN-YEAR
                 END-IF
                 IF WS-CURRENT-YEAR > WS-MAX-YEAR
                    MOVE WS-CURRENT-YEAR TO WS-MAX-YEAR
                 END-IF
              ELSE
                 DISPLAY 'LGUWRS01 RESULT TABLE FULL - TYPE '
                    WS-CURRENT-TYPE ' YEAR ' WS-CURRENT-YEAR
                    ' NOT REPORTED'
              END-IF
           END-IF.
       FRS999.
           EXIT.

       MATCH-ONE-RESULT SECTION.
       MOR010.
           IF WS-RES-TYPE(WS-RES-SUB) = WS-CURRENT-TYPE
           AND WS-RES-YEAR(WS-RES-SUB) = WS-CURRENT-YEAR
              MOVE WS-RES-SUB TO WS-RES-SLOT
              MOVE 'Y' TO WS-RES-FOUND-SW
           END-IF.
       MOR999.
           EXIT.

       ACCUMULATE-CLAIMS SECTION.
       ACL010.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Claim_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ADD-ONE-CLAIM UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Claim_Cursor
           END-EXEC.
       ACL999.
           EXIT.

       ADD-ONE-CLAIM SECTION.
       AOCL010.
           EXEC SQL FETCH Claim_Cursor
             INTO :DB2-CL-POLICYTYPE,
                  :DB2-CL-ISSUEDATE,
                  :DB2-CL-LOSSDATE,
                  :DB2-CL-PAID,
                  :DB2-CL-RESERVE,
                  :DB2-CL-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO AOCL999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO CLAIM-ROWS-READ.
      *
      *    Incurred is the amount paid on a settled or rejected
      *    claim, otherwise the larger of the case reserve and
      *    the amount paid so far.
      *
           IF DB2-CL-STATUS = 'P' OR DB2-CL-STATUS = 'R'
              MOVE DB2-CL-PAID TO WS-INCURRED
           ELSE
              IF DB2-CL-RESERVE > DB2-CL-PAID
                 MOVE DB2-CL-RESERVE TO WS-INCURRED
              ELSE
                 MOVE DB2-CL-PAID TO WS-INCURRED
              END-IF
           END-IF.
           MOVE DB2-CL-LOSSDATE TO WS-TERM-ON-DATE.
           MOVE DB2-CL-ISSUEDATE TO WS-TERM-ISSUE-DATE.
           PERFORM FIND-TERM-START.
           MOVE DB2-CL-POLICYTYPE TO WS-CURRENT-TYPE.
           MOVE WS-TERM-CCYY TO WS-CURRENT-YEAR.
           PERFORM FIND-RESULT-SLOT.
           IF WS-RES-SLOT NOT = 0
              ADD 1 TO WS-RES-CLAIMS(WS-RES-SLOT)
              ADD DB2-CL-PAID TO WS-RES-PAID(WS-RES-SLOT)
              ADD WS-INCURRED TO WS-RES-INCURRED(WS-RES-SLOT)
           END-IF.
           MOVE DB2-CL-LOSSDATE(1:4) TO WS-WORK-YYYY.
           MOVE DB2-CL-LOSSDATE(6:2) TO WS-WORK-MM.
           COMPUTE WS-WORK-Q = (WS-WORK-MM - 1) / 3 + 1.
           COMPUTE WS-WORK-INDEX = WS-WORK-YYYY * 4 + WS-WORK-Q - 1.
           IF WS-WORK-INDEX < WS-FIRST-ACC-INDEX
              GO TO AOCL999
           END-IF.
           COMPUTE WS-WORK-QTR = WS-WORK-YYYY * 10 + WS-WORK-Q.
           PERFORM FIND-ACCIDENT-SLOT.
           IF WS-ACC-SLOT NOT = 0
              ADD 1 TO WS-ACC-CLAIMS(WS-ACC-SLOT)
              ADD DB2-CL-PAID TO WS-ACC-PAID(WS-ACC-SLOT)
              ADD WS-INCURRED TO WS-ACC-INCURRED(WS-ACC-SLOT)
           END-IF.
       AOCL999.
           EXIT.

       FIND-ACCIDENT-SLOT SECTION.
       FAS010.
           MOVE 0 TO WS-ACC-SLOT.
           MOVE 'N' TO WS-ACC-FOUND-SW.
           PERFORM MATCH-ONE-ACCIDENT
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT
                 OR WS-ACC-FOUND.
           IF NOT WS-ACC-FOUND AND WS-ACC-COUNT < 100
              ADD 1 TO WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-ACC-SLOT
              INITIALIZE WS-ACC-ENTRY(WS-ACC-SLOT)
              MOVE WS-CURRENT-TYPE TO WS-ACC-TYPE(WS-ACC-SLOT)
              MOVE WS-WORK-QTR TO WS-ACC-QTR(WS-ACC-SLOT)
           END-IF.
       FAS999.
           EXIT.

       MATCH-ONE-ACCIDENT SECTION.
       MOA010.
           IF WS-ACC-TYPE(WS-ACC-SUB) = WS-CURRENT-TYPE
           AND WS-ACC-QTR(WS-ACC-SUB) = WS-WORK-QTR
              MOVE WS-ACC-SUB TO WS-ACC-SLOT
              MOVE 'Y' TO WS-ACC-FOUND-SW
           END-IF.
       MOA999.
           EXIT.

       SAVE-DEVELOPMENT-SNAPSHOT SECTION.
       SDS010.
      *
      *    A rerun for the same quarter replaces its snapshot.
      *
           MOVE WS-VAL-QTR TO DB2-DV-VALUATION-QTR.
           EXEC SQL
             DELETE FROM CLAIMDEV
             WHERE ValuationQtr = :DB2-DV-VALUATION-QTR
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM SAVE-ONE-ACCIDENT-QUARTER
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
       SDS999.
           EXIT.

       SAVE-ONE-ACCIDENT-QUARTER SECTION.
       SOAQ010.
           MOVE WS-ACC-TYPE(WS-ACC-SUB) TO DB2-DV-POLICYTYPE.
           MOVE WS-ACC-QTR(WS-ACC-SUB) TO DB2-DV-ACCIDENT-QTR.
           MOVE WS-ACC-CLAIMS(WS-ACC-SUB) TO DB2-DV-CLAIM-COUNT.
           MOVE WS-ACC-PAID(WS-ACC-SUB) TO DB2-DV-PAID.
           MOVE WS-ACC-INCURRED(WS-ACC-SUB) TO DB2-DV-INCURRED.
           EXEC SQL
             INSERT INTO CLAIMDEV
                    ( ValuationQtr,
                      PolicyType,
                      AccidentQtr,
                      ClaimCount,
                      PaidAmount,
                      IncurredAmount )
             VALUES ( :DB2-DV-VALUATION-QTR,
                      :DB2-DV-POLICYTYPE,
                      :DB2-DV-ACCIDENT-QTR,
                      :DB2-DV-CLAIM-COUNT,
                      :DB2-DV-PAID,
                      :DB2-DV-INCURRED )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO SNAPSHOT-ROWS-WRITTEN.
       SOAQ999.
           EXIT.

       REPORT-LOSS-RATIOS SECTION.
       RLR010.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'UNDERWRITING RESULTS BY POLICY TYPE AS AT '
              WS-VAL-END-ISO
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE 'LOSS RATIOS BY UNDERWRITING YEAR' TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE 'TYPE' TO WS-TEXT-LINE(3:4).
           MOVE 'YEAR' TO WS-TEXT-LINE(15:4).
           MOVE 'WRITTEN PREM' TO WS-TEXT-LINE(19:12).
           MOVE 'EARNED PREM' TO WS-TEXT-LINE(32:11).
           MOVE 'CLAIMS' TO WS-TEXT-LINE(44:6).
           MOVE 'INCURRED' TO WS-TEXT-LINE(54:8).
           MOVE 'LOSS RATIO' TO WS-TEXT-LINE(69:10).
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO UWR-CSV-RECORD.
           MOVE 'LR,POLICY_TYPE,UW_YEAR,WRITTEN,EARNED,CLAIMS,INCURRE
      -         'D,LOSS_RATIO_PCT' TO UWR-CSV-RECORD.
           WRITE UWR-CSV-RECORD.
           ADD 1 TO CSV-RECORDS-WRITTEN.
           PERFORM REPORT-ONE-TYPE
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > 4.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-ALL-WRITTEN TO WS-TYPE-WRITTEN.
           MOVE WS-ALL-EARNED TO WS-TYPE-EARNED.
           MOVE WS-ALL-CLAIMS TO WS-TYPE-CLAIMS.
           MOVE WS-ALL-INCURRED TO WS-TYPE-INCURRED.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE '  ALL TYPES   TOTAL' TO WS-TEXT-LINE.
           PERFORM WRITE-RESULT-AMOUNTS.
       RLR999.
           EXIT.

       REPORT-ONE-TYPE SECTION.
       ROT010.
           MOVE 0 TO WS-TYPE-WRITTEN.
           MOVE 0 TO WS-TYPE-EARNED.
           MOVE 0 TO WS-TYPE-CLAIMS.
           MOVE 0 TO WS-TYPE-INCURRED.
           MOVE WS-TYPE-LIST-CODE(WS-TYPE-SUB) TO WS-CURRENT-TYPE.
           PERFORM REPORT-ONE-YEAR
              VARYING WS-REPORT-YEAR FROM WS-MIN-YEAR BY 1
              UNTIL WS-REPORT-YEAR > WS-MAX-YEAR.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  ' WS-TYPE-LIST-NAME(WS-TYPE-SUB) '  TOTAL'
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           PERFORM WRITE-RESULT-AMOUNTS.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           ADD WS-TYPE-WRITTEN TO WS-ALL-WRITTEN.
           ADD WS-TYPE-EARNED TO WS-ALL-EARNED.
           ADD WS-TYPE-CLAIMS TO WS-ALL-CLAIMS.
           ADD WS-TYPE-INCURRED TO WS-ALL-INCURRED.
       ROT999.
           EXIT.

       REPORT-ONE-YEAR SECTION.
       ROY010.
           MOVE WS-REPORT-YEAR TO WS-CURRENT-YEAR.
           MOVE 'N' TO WS-RES-FOUND-SW.
           MOVE 0 TO WS-RES-SLOT.
           PERFORM MATCH-ONE-RESULT
              VARYING WS-RES-SUB FROM 1 BY 1
              UNTIL WS-RES-SUB > WS-RESULT-COUNT
                 OR WS-RES-FOUND.
           IF NOT WS-RES-FOUND
              GO TO ROY999
           END-IF.
           ADD WS-RES-WRITTEN(WS-RES-SLOT) TO WS-TYPE-WRITTEN.
           ADD WS-RES-EARNED(WS-RES-SLOT) TO WS-TYPE-EARNED.
           ADD WS-RES-CLAIMS(WS-RES-SLOT) TO WS-TYPE-CLAIMS.
           ADD WS-RES-INCURRED(WS-RES-SLOT) TO WS-TYPE-INCURRED.
           MOVE WS-RES-EARNED(WS-RES-SLOT) TO WS-EARNED.
           MOVE WS-RES-INCURRED(WS-RES-SLOT) TO WS-INCURRED.
           PERFORM CALCULATE-LOSS-RATIO.
           MOVE WS-RES-WRITTEN(WS-RES-SLOT) TO WS-AMOUNT-EDIT.
           MOVE WS-RES-EARNED(WS-RES-SLOT) TO WS-AMOUNT2-EDIT.
           MOVE WS-RES-CLAIMS(WS-RES-SLOT) TO WS-COUNT-EDIT.
           MOVE WS-RES-INCURRED(WS-RES-SLOT) TO WS-AMOUNT3-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  ' WS-TYPE-LIST-NAME(WS-TYPE-SUB) '  '
              WS-REPORT-YEAR ' ' WS-AMOUNT-EDIT ' '
              WS-AMOUNT2-EDIT WS-COUNT-EDIT ' '
              WS-AMOUNT3-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           PERFORM WRITE-RATIO-COLUMN.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-RES-WRITTEN(WS-RES-SLOT) TO WS-CSV-AMOUNT.
           MOVE WS-RES-EARNED(WS-RES-SLOT) TO WS-CSV-AMOUNT2.
           MOVE WS-RES-CLAIMS(WS-RES-SLOT) TO WS-CSV-COUNT.
           MOVE WS-RES-INCURRED(WS-RES-SLOT) TO WS-CSV-AMOUNT3.
           MOVE SPACES TO UWR-CSV-RECORD.
           IF WS-EARNED > 0
              MOVE WS-LOSS-RATIO TO WS-CSV-RATIO
              STRING 'LR,' WS-CURRENT-TYPE ',' WS-REPORT-YEAR ','
                 WS-CSV-AMOUNT ',' WS-CSV-AMOUNT2 ','
                 WS-CSV-COUNT ',' WS-CSV-AMOUNT3 ','
                 WS-CSV-RATIO
                 DELIMITED BY SIZE INTO UWR-CSV-RECORD
              END-STRING
           ELSE
              STRING 'LR,' WS-CURRENT-TYPE ',' WS-REPORT-YEAR ','
                 WS-CSV-AMOUNT ',' WS-CSV-AMOUNT2 ','
                 WS-CSV-COUNT ',' WS-CSV-AMOUNT3 ','
                 DELIMITED BY SIZE INTO UWR-CSV-RECORD
              END-STRING
           END-IF.
           WRITE UWR-CSV-RECORD.
           ADD 1 TO CSV-RECORDS-WRITTEN.
       ROY999.
           EXIT.

       WRITE-RESULT-AMOUNTS SECTION.
       WRA010.
      *
      *    Completes a total line whose label is already in
      *    WS-TEXT-LINE.
      *
           MOVE WS-TYPE-EARNED TO WS-EARNED.
           MOVE WS-TYPE-INCURRED TO WS-INCURRED.
           PERFORM CALCULATE-LOSS-RATIO.
           MOVE WS-TYPE-WRITTEN TO WS-AMOUNT-EDIT.
           MOVE WS-TYPE-EARNED TO WS-AMOUNT2-EDIT.
           MOVE WS-TYPE-CLAIMS TO WS-COUNT-EDIT.
           MOVE WS-TYPE-INCURRED TO WS-AMOUNT3-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-TEXT-LINE(20:11).
           MOVE WS-AMOUNT2-EDIT TO WS-TEXT-LINE(32:11).
           MOVE WS-COUNT-EDIT TO WS-TEXT-LINE(43:7).
           MOVE WS-AMOUNT3-EDIT TO WS-TEXT-LINE(51:11).
           PERFORM WRITE-RATIO-COLUMN.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
       WRA999.
           EXIT.

       CALCULATE-LOSS-RATIO SECTION.
       CLR010.
           MOVE 0 TO WS-LOSS-RATIO.
           IF WS-EARNED > 0
              COMPUTE WS-LOSS-RATIO ROUNDED =
                 (WS-INCURRED * 100) / WS-EARNED
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-LOSS-RATIO
              END-COMPUTE
           END-IF.
       CLR999.
           EXIT.

       WRITE-RATIO-COLUMN SECTION.
       WRC010.
           IF WS-EARNED > 0
              MOVE WS-LOSS-RATIO TO WS-RATIO-EDIT
              MOVE WS-RATIO-EDIT TO WS-TEXT-LINE(70:8)
              MOVE '%' TO WS-TEXT-LINE(78:1)
           ELSE
              MOVE '     N/A' TO WS-TEXT-LINE(70:8)
           END-IF.
       WRC999.
           EXIT.

       REPORT-DEVELOPMENT SECTION.
       RD010.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE 'CLAIMS DEVELOPMENT - INCURRED BY ACCIDENT QUARTER'
              TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE '  AS VALUED AT THE END OF EACH DEVELOPMENT QUARTER'
              TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO UWR-CSV-RECORD.
           MOVE 'DEV,POLICY_TYPE,ACCIDENT_QTR,DEV_QTR,INCURRED'
              TO UWR-CSV-RECORD.
           WRITE UWR-CSV-RECORD.
           ADD 1 TO CSV-RECORDS-WRITTEN.
           MOVE WS-VAL-QTR TO DB2-DV-VALUATION-QTR.
           MOVE WS-FIRST-ACC-QTR TO DB2-FIRST-ACC-QTR.
           MOVE SPACES TO WS-PREV-TYPE.
           MOVE 0 TO WS-PREV-ACC-QTR.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Dev_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ADD-ONE-DEV-CELL UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Dev_Cursor
           END-EXEC.
           IF WS-PREV-ACC-QTR NOT = 0
              PERFORM WRITE-TRIANGLE-ROW
           END-IF.
       RD999.
           EXIT.

       ADD-ONE-DEV-CELL SECTION.
       ADC010.
           EXEC SQL FETCH Dev_Cursor
             INTO :DB2-DV-POLICYTYPE,
                  :DB2-DV-ACCIDENT-QTR,
                  :DB2-DV-VALUATION-QTR,
                  :DB2-DV-INCURRED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ADC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF DB2-DV-POLICYTYPE NOT = WS-PREV-TYPE
           OR DB2-DV-ACCIDENT-QTR NOT = WS-PREV-ACC-QTR
              IF WS-PREV-ACC-QTR NOT = 0
                 PERFORM WRITE-TRIANGLE-ROW
              END-IF
              IF DB2-DV-POLICYTYPE NOT = WS-PREV-TYPE
                 MOVE DB2-DV-POLICYTYPE TO WS-PREV-TYPE
                 PERFORM WRITE-TRIANGLE-HEADING
              END-IF
              MOVE DB2-DV-ACCIDENT-QTR TO WS-PREV-ACC-QTR
              INITIALIZE WS-DEV-ROW
           END-IF.
      *
      *    Development quarter 0 is the valuation at the end of
      *    the accident quarter itself.
      *
           MOVE DB2-DV-VALUATION-QTR TO WS-WORK-QTR.
           DIVIDE WS-WORK-QTR BY 10 GIVING WS-WORK-YYYY
              REMAINDER WS-WORK-REM.
           COMPUTE WS-DEV-PERIOD = WS-WORK-YYYY * 4 + WS-WORK-REM.
           MOVE DB2-DV-ACCIDENT-QTR TO WS-WORK-QTR.
           DIVIDE WS-WORK-QTR BY 10 GIVING WS-WORK-YYYY
              REMAINDER WS-WORK-REM.
           COMPUTE WS-DEV-PERIOD =
              WS-DEV-PERIOD - (WS-WORK-YYYY * 4 + WS-WORK-REM).
           IF WS-DEV-PERIOD < 0 OR WS-DEV-PERIOD >= WS-DEV-QUARTERS
              GO TO ADC999
           END-IF.
           COMPUTE WS-DEV-SUB = WS-DEV-PERIOD + 1.
           MOVE 'Y' TO WS-DEV-SET(WS-DEV-SUB).
           MOVE DB2-DV-INCURRED TO WS-DEV-INCURRED(WS-DEV-SUB).
           MOVE DB2-DV-INCURRED TO WS-CSV-AMOUNT.
           MOVE WS-DEV-PERIOD TO WS-CSV-DEV.
           MOVE SPACES TO UWR-CSV-RECORD.
           STRING 'DEV,' DB2-DV-POLICYTYPE ',' WS-PREV-ACC-QTR ','
              WS-CSV-DEV ',' WS-CSV-AMOUNT
              DELIMITED BY SIZE INTO UWR-CSV-RECORD
           END-STRING.
           WRITE UWR-CSV-RECORD.
           ADD 1 TO CSV-RECORDS-WRITTEN.
       ADC999.
           EXIT.

       WRITE-TRIANGLE-HEADING SECTION.
       WTH010.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  POLICY TYPE ' WS-PREV-TYPE
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE '  ACC QTR       DEV 0     DEV 1     DEV 2     DEV 3'
              TO WS-TEXT-LINE.
           MOVE '     DEV 4     DEV 5     DEV 6     DEV 7'
              TO WS-TEXT-LINE(52:40).
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
       WTH999.
           EXIT.

       WRITE-TRIANGLE-ROW SECTION.
       WTR010.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-PREV-ACC-QTR TO WS-WORK-QTR.
           DIVIDE WS-WORK-QTR BY 10 GIVING WS-QTR-DISP-YYYY
              REMAINDER WS-QTR-DISP-Q.
           MOVE WS-QTR-DISP TO WS-TEXT-LINE(3:7).
           PERFORM WRITE-TRIANGLE-CELL
              VARYING WS-DEV-SUB FROM 1 BY 1
              UNTIL WS-DEV-SUB > WS-DEV-QUARTERS.
           WRITE UWR-REPORT-LINE FROM WS-TEXT-LINE.
       WTR999.
           EXIT.

       WRITE-TRIANGLE-CELL SECTION.
       WTC010.
           IF WS-DEV-SET(WS-DEV-SUB) = 'Y'
              MOVE WS-DEV-INCURRED(WS-DEV-SUB) TO WS-CELL-EDIT
              COMPUTE WS-DEV-POS = 12 + (WS-DEV-SUB - 1) * 10
              MOVE WS-CELL-EDIT TO WS-TEXT-LINE(WS-DEV-POS:10)
           END-IF.
       WTC999.
           EXIT.

       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'LGUWRS01 UNRECOVERABLE DB2 ERROR SQLCODE='
              WS-SQLCODE-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
