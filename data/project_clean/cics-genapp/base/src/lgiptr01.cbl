       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIPTR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IPT-PARM-FILE ASSIGN TO IPTPARM
              ORGANIZATION IS SEQUENTIAL.
           SELECT RECEIPT-FILE ASSIGN TO RECEIPTS
              ORGANIZATION IS SEQUENTIAL.
           SELECT IPT-REPORT ASSIGN TO IPTRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    Parameter: the return quarter as CCYYQ (zero for the
      *    calendar quarter before the run date).
      *
       FD  IPT-PARM-FILE
           RECORDING MODE IS F.
       01  IPT-PARM-RECORD.
           03 IPF-QUARTER              PIC 9(5).
           03 FILLER                   PIC X(75).
      *
      *    The bank receipts files fed to LGBILL01 during the
      *    quarter, concatenated; receipts for premiums due outside
      *    the quarter are counted and skipped.
      *
       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       01  RECEIPT-RECORD.
           03 RCP-POLICY-NUM                  PIC 9(10).
           03 RCP-DUE-DATE                    PIC X(10).
           03 RCP-AMOUNT                      PIC 9(8).
           03 FILLER                          PIC X(52).
       FD  IPT-REPORT
           RECORDING MODE IS F.
       01  IPT-REPORT-LINE             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGIPTR01------WS'.
       01  WS-RUN-DATE.
           03 WS-RUN-YY                PIC 99.
           03 WS-RUN-MM                PIC 99.
           03 WS-RUN-DD                PIC 99.
       01  WS-QUARTER-YYYY             PIC 9999.
       01  WS-QUARTER-Q                PIC 9.
       01  WS-START-MM                 PIC 99.
       01  WS-END-MM                   PIC 99.
       01  WS-END-DD                   PIC 99.
       01  WS-START-ISO                PIC X(10).
       01  WS-END-ISO                  PIC X(10).
       01  DB2-LEDGER-ROW.
           03 DB2-IL-POLICYTYPE        PIC X.
           03 DB2-IL-GROSS-PREMIUM     PIC S9(9) COMP.
           03 DB2-IL-TAX               PIC S9(9)V99 COMP-3.
       01  DB2-PREMSCHD-ROW.
           03 DB2-PS-POLICYNUM         PIC S9(9) COMP.
           03 DB2-PS-POLICYTYPE        PIC X.
           03 DB2-PS-DUE-DATE          PIC X(10).
           03 DB2-PS-AMOUNT            PIC S9(9) COMP.
           03 DB2-PS-STATUS            PIC X.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  WS-SQLCODE-DISP             PIC +9(5) USAGE DISPLAY.
       01  WS-EXIT-SW                  PIC X VALUE 'N'.
           88 NO-MORE-ROWS                  VALUE 'Y'.
       01  WS-RCP-EXIT-SW              PIC X VALUE 'N'.
           88 NO-MORE-RECEIPTS              VALUE 'Y'.
      *
      *    Return totals by policy type. Written is premium and
      *    tax put on the ledger in the quarter for new business,
      *    renewals and additional premiums; returned is the
      *    negative ledger entries for refunds and return
      *    premiums; collected is premium instalments paid with a
      *    due date in the quarter.
      *
       01  WS-TYPE-TABLE.
           03 WS-TYPE-COUNT            PIC S9(4) COMP VALUE 0.
           03 WS-TYPE-ENTRY OCCURS 10.
              05 WS-TYPE-CODE          PIC X.
              05 WS-TYPE-WRITTEN-PREM  PIC S9(11)V99.
              05 WS-TYPE-WRITTEN-TAX   PIC S9(11)V99.
              05 WS-TYPE-RETURNED-PREM PIC S9(11)V99.
              05 WS-TYPE-RETURNED-TAX  PIC S9(11)V99.
              05 WS-TYPE-COLL-PREM     PIC S9(11)V99.
              05 WS-TYPE-COLL-TAX      PIC S9(11)V99.
       01  WS-TYPE-SUB                 PIC S9(4) COMP.
       01  WS-TYPE-SLOT                PIC S9(4) COMP.
       01  WS-TYPE-FOUND-SW            PIC X.
           88 WS-TYPE-FOUND                 VALUE 'Y'.
       01  WS-CURRENT-TYPE             PIC X.
       01  WS-TOTAL-WRITTEN-PREM       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-WRITTEN-TAX        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-RETURNED-PREM      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-RETURNED-TAX       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-COLL-PREM          PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-COLL-TAX           PIC S9(11)V99 VALUE 0.
       01  WS-NET-TAX-DUE              PIC S9(11)V99 VALUE 0.
       01  WS-NET-COLL-TAX             PIC S9(11)V99 VALUE 0.
       01  WS-RCP-IN-COUNT             PIC 9(8) VALUE 0.
       01  WS-RCP-IN-AMOUNT            PIC S9(11)V99 VALUE 0.
       01  WS-RCP-IN-TAX               PIC S9(11)V99 VALUE 0.
       01  WS-RCP-MATCHED-COUNT        PIC 9(8) VALUE 0.
       01  WS-RCP-MATCHED-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-COLL-COUNT               PIC 9(8) VALUE 0.
       01  WS-DIFF-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  WS-DIFF-TAX                 PIC S9(11)V99 VALUE 0.
       01  LEDGER-ROWS-READ            PIC 9(8) VALUE 0.
       01  RECEIPTS-READ               PIC 9(8) VALUE 0.
       01  RECEIPTS-OUT-OF-PERIOD      PIC 9(8) VALUE 0.
       01  RECEIPTS-UNRECONCILED       PIC 9(8) VALUE 0.
       01  WS-TEXT-LINE                PIC X(100).
       01  WS-POLICY-DISP              PIC 9(10).
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-PREM-EDIT                PIC -(10)9.99.
       01  WS-TAX-EDIT                 PIC -(10)9.99.
       01  WS-RCP-REASON               PIC X(20).
      *
      *    Parameter area for LGIPTX01, the insurance premium tax
      *    routine.
      *
       01  IPT-PARMS.
           03 IPT-FUNCTION             PIC X.
           03 IPT-RETURN-CODE          PIC 9(2).
           03 IPT-EVENT                PIC X.
           03 IPT-POLICY-NUM           PIC S9(9) COMP.
           03 IPT-POLICY-TYPE          PIC X.
           03 IPT-EVENT-DATE           PIC X(10).
           03 IPT-GROSS-PREMIUM        PIC S9(9) COMP.
           03 IPT-RATE-PCT             PIC S9(3)V99 COMP-3.
           03 IPT-TAX                  PIC S9(9)V99 COMP-3.
           03 IPT-NET-PREMIUM          PIC S9(9)V99 COMP-3.
           03 IPT-SQLCODE              PIC S9(9) COMP.
           EXEC SQL
             DECLARE Ledger_Cursor Cursor For
             SELECT PolicyType,
                    GrossPremium,
                    TaxAmount
             FROM   IPTLEDGER
             WHERE  EventDate >= :WS-START-ISO
             AND    EventDate <= :WS-END-ISO
           END-EXEC.
           EXEC SQL
             DECLARE Coll_Cursor Cursor For
             SELECT S.PolicyNumber,
                    P.PolicyType,
                    S.DueDate,
                    S.Amount
             FROM   PREMSCHD S,
                    POLICY P
             WHERE  P.PolicyNumber = S.PolicyNumber
             AND    S.Status = 'P'
             AND    S.Amount > 0
             AND    S.DueDate >= :WS-START-ISO
             AND    S.DueDate <= :WS-END-ISO
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM READ-PARAMETERS.
           PERFORM COMPUTE-RETURN-QUARTER.
           PERFORM ACCUMULATE-LEDGER.
           PERFORM ACCUMULATE-COLLECTIONS.
           OPEN OUTPUT IPT-REPORT.
           PERFORM WRITE-TAX-RETURN.
           PERFORM RECONCILE-RECEIPTS.
           PERFORM WRITE-RECONCILIATION.
           CLOSE IPT-REPORT.
           DISPLAY 'LGIPTR01 RETURN FOR ' WS-START-ISO
              ' TO ' WS-END-ISO.
           DISPLAY 'LGIPTR01 LEDGER ROWS READ:     '
              LEDGER-ROWS-READ.
           DISPLAY 'LGIPTR01 PREMIUMS COLLECTED:   '
              WS-COLL-COUNT.
           DISPLAY 'LGIPTR01 RECEIPTS READ:        '
              RECEIPTS-READ.
           DISPLAY 'LGIPTR01 RECEIPTS OTHER QTRS:  '
              RECEIPTS-OUT-OF-PERIOD.
           DISPLAY 'LGIPTR01 RECEIPTS UNRECONCILED:'
              RECEIPTS-UNRECONCILED.
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

       READ-PARAMETERS SECTION.
       RP010.
           MOVE 0 TO WS-QUARTER-YYYY.
           MOVE 0 TO WS-QUARTER-Q.
           OPEN INPUT IPT-PARM-FILE.
           READ IPT-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF IPF-QUARTER NUMERIC
                 AND IPF-QUARTER > 0
                    MOVE IPF-QUARTER(1:4) TO WS-QUARTER-YYYY
                    MOVE IPF-QUARTER(5:1) TO WS-QUARTER-Q
                    IF WS-QUARTER-Q < 1 OR WS-QUARTER-Q > 4
                       DISPLAY 'LGIPTR01 INVALID QUARTER '
                          IPF-QUARTER
                          ' - PREVIOUS QUARTER REPORTED'
                       MOVE 0 TO WS-QUARTER-YYYY
                       MOVE 0 TO WS-QUARTER-Q
                    END-IF
                 END-IF
           END-READ.
           CLOSE IPT-PARM-FILE.
       RP999.
           EXIT.

       COMPUTE-RETURN-QUARTER SECTION.
       CRQ010.
      *
      *    The return covers a calendar quarter, by default the
      *    quarter before the run date.
      *
           IF WS-QUARTER-Q = 0
              COMPUTE WS-QUARTER-YYYY = 2000 + WS-RUN-YY
              COMPUTE WS-QUARTER-Q = (WS-RUN-MM - 1) / 3 + 1
              IF WS-QUARTER-Q = 1
                 MOVE 4 TO WS-QUARTER-Q
                 SUBTRACT 1 FROM WS-QUARTER-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-QUARTER-Q
              END-IF
           END-IF.
           COMPUTE WS-START-MM = (WS-QUARTER-Q - 1) * 3 + 1.
           COMPUTE WS-END-MM = WS-QUARTER-Q * 3.
           IF WS-END-MM = 6 OR WS-END-MM = 9
              MOVE 30 TO WS-END-DD
           ELSE
              MOVE 31 TO WS-END-DD
           END-IF.
           MOVE SPACES TO WS-START-ISO.
           STRING WS-QUARTER-YYYY '-' WS-START-MM '-01'
              DELIMITED BY SIZE INTO WS-START-ISO
           END-STRING.
           MOVE SPACES TO WS-END-ISO.
           STRING WS-QUARTER-YYYY '-' WS-END-MM '-' WS-END-DD
              DELIMITED BY SIZE INTO WS-END-ISO
           END-STRING.
       CRQ999.
           EXIT.

       ACCUMULATE-LEDGER SECTION.
       AL010.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Ledger_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ADD-ONE-LEDGER-ROW UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Ledger_Cursor
           END-EXEC.
       AL999.
           EXIT.

       ADD-ONE-LEDGER-ROW SECTION.
       AOLR010.
           EXEC SQL FETCH Ledger_Cursor
             INTO :DB2-IL-POLICYTYPE,
                  :DB2-IL-GROSS-PREMIUM,
                  :DB2-IL-TAX
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO AOLR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO LEDGER-ROWS-READ.
           MOVE DB2-IL-POLICYTYPE TO WS-CURRENT-TYPE.
           PERFORM FIND-TYPE-SLOT.
           IF WS-TYPE-SLOT = 0
              GO TO AOLR999
           END-IF.
           IF DB2-IL-GROSS-PREMIUM < 0
              ADD DB2-IL-GROSS-PREMIUM
                 TO WS-TYPE-RETURNED-PREM(WS-TYPE-SLOT)
              ADD DB2-IL-TAX TO WS-TYPE-RETURNED-TAX(WS-TYPE-SLOT)
           ELSE
              ADD DB2-IL-GROSS-PREMIUM
                 TO WS-TYPE-WRITTEN-PREM(WS-TYPE-SLOT)
              ADD DB2-IL-TAX TO WS-TYPE-WRITTEN-TAX(WS-TYPE-SLOT)
           END-IF.
       AOLR999.
           EXIT.

       ACCUMULATE-COLLECTIONS SECTION.
       AC010.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN Coll_Cursor
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ADD-ONE-COLLECTION UNTIL NO-MORE-ROWS.
           EXEC SQL CLOSE Coll_Cursor
           END-EXEC.
       AC999.
           EXIT.

       ADD-ONE-COLLECTION SECTION.
       AOC010.
           EXEC SQL FETCH Coll_Cursor
             INTO :DB2-PS-POLICYNUM,
                  :DB2-PS-POLICYTYPE,
                  :DB2-PS-DUE-DATE,
                  :DB2-PS-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO AOC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-COLL-COUNT.
           PERFORM CALCULATE-SCHEDULE-TAX.
           MOVE DB2-PS-POLICYTYPE TO WS-CURRENT-TYPE.
           PERFORM FIND-TYPE-SLOT.
           IF WS-TYPE-SLOT = 0
              GO TO AOC999
           END-IF.
           ADD DB2-PS-AMOUNT TO WS-TYPE-COLL-PREM(WS-TYPE-SLOT).
           ADD IPT-TAX TO WS-TYPE-COLL-TAX(WS-TYPE-SLOT).
       AOC999.
           EXIT.

       CALCULATE-SCHEDULE-TAX SECTION.
       CST010.
      *
      *    An instalment carries tax at the rate in force on the
      *    date it fell due.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'Q' TO IPT-FUNCTION.
           MOVE DB2-PS-POLICYNUM TO IPT-POLICY-NUM.
           MOVE DB2-PS-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE DB2-PS-DUE-DATE TO IPT-EVENT-DATE.
           MOVE DB2-PS-AMOUNT TO IPT-GROSS-PREMIUM.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '90'
              MOVE IPT-SQLCODE TO SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       CST999.
           EXIT.

       FIND-TYPE-SLOT SECTION.
       FTS010.
           MOVE 0 TO WS-TYPE-SLOT.
           MOVE 'N' TO WS-TYPE-FOUND-SW.
           PERFORM MATCH-ONE-TYPE
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                 OR WS-TYPE-FOUND.
           IF NOT WS-TYPE-FOUND
              IF WS-TYPE-COUNT < 10
                 ADD 1 TO WS-TYPE-COUNT
                 MOVE WS-TYPE-COUNT TO WS-TYPE-SLOT
                 INITIALIZE WS-TYPE-ENTRY(WS-TYPE-SLOT)
                 MOVE WS-CURRENT-TYPE TO WS-TYPE-CODE(WS-TYPE-SLOT)
              ELSE
                 DISPLAY 'LGIPTR01 TOO MANY POLICY TYPES - TYPE '
                    WS-CURRENT-TYPE ' NOT REPORTED'
              END-IF
           END-IF.
       FTS999.
           EXIT.

       MATCH-ONE-TYPE SECTION.
       MOT010.
           IF WS-TYPE-CODE(WS-TYPE-SUB) = WS-CURRENT-TYPE
              MOVE WS-TYPE-SUB TO WS-TYPE-SLOT
              MOVE 'Y' TO WS-TYPE-FOUND-SW
           END-IF.
       MOT999.
           EXIT.

       WRITE-TAX-RETURN SECTION.
       WTR010.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'INSURANCE PREMIUM TAX RETURN  QUARTER '
              WS-QUARTER-YYYY '/' WS-QUARTER-Q
              '  ' WS-START-ISO ' TO ' WS-END-ISO
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE 'TYPE BASIS     GROSS PREMIUM            TAX'
              TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           PERFORM WRITE-ONE-TYPE
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-TOTAL-WRITTEN-PREM TO WS-PREM-EDIT.
           MOVE WS-TOTAL-WRITTEN-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'TAX ON PREMIUMS WRITTEN    ' WS-PREM-EDIT
              ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-TOTAL-COLL-PREM TO WS-PREM-EDIT.
           MOVE WS-TOTAL-COLL-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'TAX ON PREMIUMS COLLECTED  ' WS-PREM-EDIT
              ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-TOTAL-RETURNED-PREM TO WS-PREM-EDIT.
           MOVE WS-TOTAL-RETURNED-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'LESS TAX ON RETURNED PREM  ' WS-PREM-EDIT
              ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
      *
      *    Tax falls due on premiums written; the collected figure
      *    is shown alongside as the cash-basis check.
      *
           COMPUTE WS-NET-TAX-DUE =
              WS-TOTAL-WRITTEN-TAX + WS-TOTAL-RETURNED-TAX.
           COMPUTE WS-NET-COLL-TAX =
              WS-TOTAL-COLL-TAX + WS-TOTAL-RETURNED-TAX.
           MOVE WS-NET-TAX-DUE TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'NET TAX DUE (WRITTEN BASIS)               '
              WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-NET-COLL-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'NET TAX (COLLECTED BASIS)                 '
              WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
       WTR999.
           EXIT.

       WRITE-ONE-TYPE SECTION.
       WOT010.
           ADD WS-TYPE-WRITTEN-PREM(WS-TYPE-SUB)
              TO WS-TOTAL-WRITTEN-PREM.
           ADD WS-TYPE-WRITTEN-TAX(WS-TYPE-SUB)
              TO WS-TOTAL-WRITTEN-TAX.
           ADD WS-TYPE-RETURNED-PREM(WS-TYPE-SUB)
              TO WS-TOTAL-RETURNED-PREM.
           ADD WS-TYPE-RETURNED-TAX(WS-TYPE-SUB)
              TO WS-TOTAL-RETURNED-TAX.
           ADD WS-TYPE-COLL-PREM(WS-TYPE-SUB)
              TO WS-TOTAL-COLL-PREM.
           ADD WS-TYPE-COLL-TAX(WS-TYPE-SUB)
              TO WS-TOTAL-COLL-TAX.
           MOVE WS-TYPE-WRITTEN-PREM(WS-TYPE-SUB) TO WS-PREM-EDIT.
           MOVE WS-TYPE-WRITTEN-TAX(WS-TYPE-SUB) TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  ' WS-TYPE-CODE(WS-TYPE-SUB) '  WRITTEN  '
              WS-PREM-EDIT ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-TYPE-COLL-PREM(WS-TYPE-SUB) TO WS-PREM-EDIT.
           MOVE WS-TYPE-COLL-TAX(WS-TYPE-SUB) TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '     COLLECTED'
              WS-PREM-EDIT ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-TYPE-RETURNED-PREM(WS-TYPE-SUB) TO WS-PREM-EDIT.
           MOVE WS-TYPE-RETURNED-TAX(WS-TYPE-SUB) TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '     RETURNED '
              WS-PREM-EDIT ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
       WOT999.
           EXIT.

       RECONCILE-RECEIPTS SECTION.
       RR010.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE 'RECONCILIATION TO BANK RECEIPTS' TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE '  UNRECONCILED RECEIPTS' TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           OPEN INPUT RECEIPT-FILE.
           MOVE 'N' TO WS-RCP-EXIT-SW.
           PERFORM RECONCILE-ONE-RECEIPT UNTIL NO-MORE-RECEIPTS.
           CLOSE RECEIPT-FILE.
       RR999.
           EXIT.

       RECONCILE-ONE-RECEIPT SECTION.
       ROR010.
           READ RECEIPT-FILE
              AT END
                 MOVE 'Y' TO WS-RCP-EXIT-SW
                 GO TO ROR999
           END-READ.
           ADD 1 TO RECEIPTS-READ.
           IF RCP-DUE-DATE < WS-START-ISO
           OR RCP-DUE-DATE > WS-END-ISO
              ADD 1 TO RECEIPTS-OUT-OF-PERIOD
              GO TO ROR999
           END-IF.
           ADD 1 TO WS-RCP-IN-COUNT.
           ADD RCP-AMOUNT TO WS-RCP-IN-AMOUNT.
           MOVE RCP-POLICY-NUM TO DB2-PS-POLICYNUM.
           MOVE RCP-DUE-DATE TO DB2-PS-DUE-DATE.
           EXEC SQL
             SELECT S.Amount,
                    S.Status,
                    P.PolicyType
             INTO  :DB2-PS-AMOUNT,
                   :DB2-PS-STATUS,
                   :DB2-PS-POLICYTYPE
             FROM  PREMSCHD S,
                   POLICY P
             WHERE P.PolicyNumber = S.PolicyNumber
             AND   S.PolicyNumber = :DB2-PS-POLICYNUM
             AND   S.DueDate = :DB2-PS-DUE-DATE
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'NO PREMIUM DUE' TO WS-RCP-REASON
               PERFORM WRITE-UNRECONCILED-RECEIPT
               GO TO ROR999
             WHEN OTHER
               PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           MOVE SPACES TO WS-RCP-REASON.
           IF DB2-PS-AMOUNT NOT = RCP-AMOUNT
              MOVE 'AMOUNT DIFFERS' TO WS-RCP-REASON
           END-IF.
           IF DB2-PS-STATUS NOT = 'P'
              MOVE 'PREMIUM NOT PAID' TO WS-RCP-REASON
           END-IF.
      *
      *    The tax in the receipt is taken at the rate in force on
      *    the due date, on the amount the bank actually received.
      *
           MOVE RCP-AMOUNT TO DB2-PS-AMOUNT.
           PERFORM CALCULATE-SCHEDULE-TAX.
           ADD IPT-TAX TO WS-RCP-IN-TAX.
           IF WS-RCP-REASON NOT = SPACES
              PERFORM WRITE-UNRECONCILED-RECEIPT
              GO TO ROR999
           END-IF.
           ADD 1 TO WS-RCP-MATCHED-COUNT.
           ADD RCP-AMOUNT TO WS-RCP-MATCHED-AMOUNT.
       ROR999.
           EXIT.

       WRITE-UNRECONCILED-RECEIPT SECTION.
       WUR010.
           ADD 1 TO RECEIPTS-UNRECONCILED.
           MOVE RCP-POLICY-NUM TO WS-POLICY-DISP.
           MOVE RCP-AMOUNT TO WS-PREM-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  ' WS-POLICY-DISP ' ' RCP-DUE-DATE
              ' ' WS-PREM-EDIT '  ' WS-RCP-REASON
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
       WUR999.
           EXIT.

       WRITE-RECONCILIATION SECTION.
       WRC010.
           MOVE SPACES TO WS-TEXT-LINE.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE '                         COUNT GROSS PREMIUM'
              TO WS-TEXT-LINE.
           MOVE '           TAX' TO WS-TEXT-LINE(46:14).
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-RCP-IN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RCP-IN-AMOUNT TO WS-PREM-EDIT.
           MOVE WS-RCP-IN-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  RECEIPTS IN QUARTER ' WS-COUNT-EDIT
              WS-PREM-EDIT ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-COLL-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-COLL-PREM TO WS-PREM-EDIT.
           MOVE WS-TOTAL-COLL-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  PREMIUMS COLLECTED  ' WS-COUNT-EDIT
              WS-PREM-EDIT ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE WS-RCP-MATCHED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RCP-MATCHED-AMOUNT TO WS-PREM-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  RECEIPTS MATCHED    ' WS-COUNT-EDIT
              WS-PREM-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE RECEIPTS-UNRECONCILED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  RECEIPTS UNMATCHED  ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           COMPUTE WS-DIFF-AMOUNT =
              WS-RCP-IN-AMOUNT - WS-TOTAL-COLL-PREM.
           COMPUTE WS-DIFF-TAX =
              WS-RCP-IN-TAX - WS-TOTAL-COLL-TAX.
           MOVE WS-DIFF-AMOUNT TO WS-PREM-EDIT.
           MOVE WS-DIFF-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  DIFFERENCE                  '
              WS-PREM-EDIT ' ' WS-TAX-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
           IF WS-DIFF-AMOUNT = 0 AND RECEIPTS-UNRECONCILED = 0
              MOVE '  RECEIPTS RECONCILE TO PREMIUMS COLLECTED'
                 TO WS-TEXT-LINE
           ELSE
              MOVE '  *** RECEIPTS DO NOT RECONCILE ***'
                 TO WS-TEXT-LINE
           END-IF.
           WRITE IPT-REPORT-LINE FROM WS-TEXT-LINE.
       WRC999.
           EXIT.

       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'LGIPTR01 UNRECOVERABLE DB2 ERROR SQLCODE='
              WS-SQLCODE-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
