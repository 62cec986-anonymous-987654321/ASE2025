       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCPOSN.
       AUTHOR. Jon Collett.
      *
      *    Foreign currency cash position for the branch. For each
      *    currency held in the tellers' tills over the last eight
      *    weeks it reports the notes held at the last count, their
      *    sterling value at the cash buy rate, the average weekly
      *    net outflow of notes and today's counter deals from
      *    FXCDEAL. As CASHFCST does for sterling, it writes an order
      *    or return instruction per currency for the cash-in-transit
      *    provider: order when holdings are below a week's demand
      *    plus the CONTROL <sortcode>-CASH-BUFFER-PCT buffer, return
      *    the excess when they are more than twice that.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXC-ORDER-FILE ASSIGN TO FXCORDER
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FXC-ORDER-FILE
           RECORDING MODE IS F.
       01  FXC-ORDER-RECORD.
           03 FXO-SORTCODE                    PIC X(6).
           03 FXO-CCY                         PIC X(3).
           03 FXO-ACTION                      PIC X.
              88 FXO-NOTE-ORDER                  VALUE 'O'.
              88 FXO-EXCESS-RETURN               VALUE 'R'.
              88 FXO-NO-ACTION                   VALUE 'N'.
           03 FXO-AMOUNT                      PIC 9(11)V99.
           03 FXO-DELIVERY-DATE               PIC 9(8).
           03 FXO-FORECAST-DEMAND             PIC 9(11)V99.
           03 FXO-CURRENT-HOLDING             PIC 9(11)V99.
           03 FILLER                          PIC X(23).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
      *
      *    The same eight weeks of history and order buffer as the
      *    sterling forecast.
      *
       77 WS-HISTORY-DAYS                   PIC 9(3) VALUE 56.
       77 WS-BUFFER-PCT                     PIC 9(3) VALUE 20.
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-HISTORY-START                  PIC S9(8).
       01 HV-TODAY                          PIC S9(8).
       01 HV-CCY                            PIC X(3).
       01 HV-NET-OUT                        PIC S9(13)V99.
       01 HV-NET-OUT-IND                    PIC S9(4) COMP.
       01 HV-LATEST-DATE                    PIC S9(8).
       01 HV-LATEST-DATE-IND                PIC S9(4) COMP.
       01 HV-HOLDING-BAL                    PIC S9(13)V99.
       01 HV-HOLDING-BAL-IND                PIC S9(4) COMP.
       01 HV-FX-RATE                        PIC S9(3)V9(6).
       01 HOST-DEAL-TOTALS.
          03 HV-DEALS                       PIC S9(9) COMP.
          03 HV-NOTES-SOLD                  PIC S9(13)V99.
          03 HV-NOTES-BOUGHT                PIC S9(13)V99.
          03 HV-COMMISSION                  PIC S9(13)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-CCYS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-WORK-DATE                      PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP.
       01 WS-DELIVERY-DATE                  PIC 9(8).
       01 WS-WEEK-DEMAND                    PIC S9(13)V99.
       01 WS-TARGET-HOLDING                 PIC S9(13)V99.
       01 WS-ORDER-AMOUNT                   PIC S9(13)V99.
       01 WS-STERLING-VALUE                 PIC S9(13)V99.
       01 CURRENCIES-REPORTED               PIC 9(8) VALUE 0.
       01 ORDERS-RAISED                     PIC 9(8) VALUE 0.
       01 RETURNS-RAISED                    PIC 9(8) VALUE 0.
       01 BRANCH-STERLING-VALUE             PIC S9(13)V99 VALUE 0.
           EXEC SQL
              DECLARE CCY-CURSOR CURSOR FOR
                 SELECT DISTINCT TILLFX_CCY
                 FROM TILLFX
                 WHERE TILLFX_SORTCODE = :HV-OUR-SORTCODE
                 AND TILLFX_DATE >= :HV-HISTORY-START
                 ORDER BY TILLFX_CCY
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           PERFORM GET-BUFFER-CONFIG.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-TODAY.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
              - WS-HISTORY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-WORK-DATE.
           MOVE WS-WORK-DATE TO HV-HISTORY-START.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-DELIVERY-DATE.
           DISPLAY 'FXCPOSN - FOREIGN CASH POSITION FOR BRANCH '
              SORTCODE ' ON ' HV-TODAY.
           OPEN OUTPUT FXC-ORDER-FILE.
           EXEC SQL OPEN CCY-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPORT-ONE-CURRENCY UNTIL WS-NO-MORE-CCYS.
           EXEC SQL CLOSE CCY-CURSOR
           END-EXEC.
           CLOSE FXC-ORDER-FILE.
           IF CURRENCIES-REPORTED = 0
              DISPLAY 'FXCPOSN -   NO FOREIGN NOTES HELD'
           END-IF.
           DISPLAY 'FXCPOSN - CURRENCIES REPORTED:  '
              CURRENCIES-REPORTED.
           DISPLAY 'FXCPOSN - NOTE ORDERS RAISED:   ' ORDERS-RAISED.
           DISPLAY 'FXCPOSN - RETURNS RAISED:       ' RETURNS-RAISED.
           DISPLAY 'FXCPOSN - STERLING VALUE HELD:  '
              BRANCH-STERLING-VALUE.
           STOP RUN.
       P999.
           EXIT.
       REPORT-ONE-CURRENCY SECTION.
       ROC010.
           EXEC SQL FETCH CCY-CURSOR
              INTO :HV-CCY
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROC999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO CURRENCIES-REPORTED.
           PERFORM FORECAST-CURRENCY-DEMAND.
           PERFORM GET-CURRENCY-HOLDING.
           PERFORM GET-TODAYS-DEALS.
           DISPLAY 'FXCPOSN - ' HV-CCY
              ' HELD ' HV-HOLDING-BAL
              ' AT ' HV-LATEST-DATE
              ' STERLING VALUE ' WS-STERLING-VALUE.
           DISPLAY 'FXCPOSN - ' HV-CCY
              ' WEEK DEMAND ' WS-WEEK-DEMAND
              ' DEALS TODAY ' HV-DEALS
              ' SOLD ' HV-NOTES-SOLD
              ' BOUGHT ' HV-NOTES-BOUGHT
              ' COMMISSION ' HV-COMMISSION.
           PERFORM WRITE-NOTE-INSTRUCTION.
       ROC999.
           EXIT.
       FORECAST-CURRENCY-DEMAND SECTION.
       FCD010.
      *
      *    Foreign notes move too thinly for day-of-week patterns,
      *    so demand is simply the net notes paid out over the
      *    history, scaled to one week.
      *
           MOVE 0 TO HV-NET-OUT.
           MOVE 0 TO HV-NET-OUT-IND.
           EXEC SQL
              SELECT SUM(TILLFX_OPEN_BAL - TILLFX_CALC_BAL)
              INTO :HV-NET-OUT :HV-NET-OUT-IND
              FROM TILLFX
              WHERE TILLFX_SORTCODE = :HV-OUR-SORTCODE
              AND TILLFX_CCY = :HV-CCY
              AND TILLFX_DATE >= :HV-HISTORY-START
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-NET-OUT-IND < 0
              MOVE 0 TO HV-NET-OUT
           END-IF.
           COMPUTE WS-WEEK-DEMAND ROUNDED =
              HV-NET-OUT * 7 / WS-HISTORY-DAYS.
           IF WS-WEEK-DEMAND < 0
              MOVE 0 TO WS-WEEK-DEMAND
           END-IF.
       FCD999.
           EXIT.
       GET-CURRENCY-HOLDING SECTION.
       GCH010.
           MOVE 0 TO HV-LATEST-DATE.
           MOVE 0 TO HV-LATEST-DATE-IND.
           MOVE 0 TO HV-HOLDING-BAL.
           MOVE 0 TO WS-STERLING-VALUE.
           EXEC SQL
              SELECT MAX(TILLFX_DATE)
              INTO :HV-LATEST-DATE :HV-LATEST-DATE-IND
              FROM TILLFX
              WHERE TILLFX_SORTCODE = :HV-OUR-SORTCODE
              AND TILLFX_CCY = :HV-CCY
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-LATEST-DATE-IND < 0
              MOVE 0 TO HV-LATEST-DATE
              GO TO GCH999
           END-IF
           MOVE 0 TO HV-HOLDING-BAL-IND.
           EXEC SQL
              SELECT SUM(TILLFX_COUNTED_BAL)
              INTO :HV-HOLDING-BAL :HV-HOLDING-BAL-IND
              FROM TILLFX
              WHERE TILLFX_SORTCODE = :HV-OUR-SORTCODE
              AND TILLFX_CCY = :HV-CCY
              AND TILLFX_DATE = :HV-LATEST-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-HOLDING-BAL-IND < 0
              MOVE 0 TO HV-HOLDING-BAL
           END-IF.
           MOVE 0 TO HV-FX-RATE.
           EXEC SQL
              SELECT COALESCE(NULLIF(FXRATE_CASH_BUY, 0),
                              FXRATE_BUY)
              INTO :HV-FX-RATE
              FROM FXRATE
              WHERE FXRATE_CCY = :HV-CCY
              AND FXRATE_EFF_DATE =
                 (SELECT MAX(FXRATE_EFF_DATE)
                  FROM FXRATE
                  WHERE FXRATE_CCY = :HV-CCY
                  AND FXRATE_EFF_DATE <= :HV-TODAY)
           END-EXEC.
           IF SQLCODE = 0 AND HV-FX-RATE > 0
              COMPUTE WS-STERLING-VALUE ROUNDED =
                 HV-HOLDING-BAL / HV-FX-RATE
              ADD WS-STERLING-VALUE TO BRANCH-STERLING-VALUE
           ELSE
              DISPLAY 'FXCPOSN - NO EXCHANGE RATE ON FILE FOR '
                 HV-CCY
           END-IF.
       GCH999.
           EXIT.
       GET-TODAYS-DEALS SECTION.
       GTD010.
           MOVE 0 TO HV-DEALS.
           MOVE 0 TO HV-NOTES-SOLD.
           MOVE 0 TO HV-NOTES-BOUGHT.
           MOVE 0 TO HV-COMMISSION.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN FXCDEAL_TYPE = 'S'
                              THEN FXCDEAL_FX_AMOUNT ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN FXCDEAL_TYPE = 'B'
                              THEN FXCDEAL_FX_AMOUNT ELSE 0 END), 0),
                     COALESCE(SUM(FXCDEAL_COMMISSION), 0)
              INTO :HV-DEALS, :HV-NOTES-SOLD,
                   :HV-NOTES-BOUGHT, :HV-COMMISSION
              FROM FXCDEAL
              WHERE FXCDEAL_SORTCODE = :HV-OUR-SORTCODE
              AND FXCDEAL_CCY = :HV-CCY
              AND FXCDEAL_DATE = :HV-TODAY
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       GTD999.
           EXIT.
       WRITE-NOTE-INSTRUCTION SECTION.
       WNI010.
           COMPUTE WS-TARGET-HOLDING ROUNDED =
              WS-WEEK-DEMAND * (100 + WS-BUFFER-PCT) / 100.
           MOVE SPACES TO FXC-ORDER-RECORD.
           MOVE HV-OUR-SORTCODE TO FXO-SORTCODE.
           MOVE HV-CCY TO FXO-CCY.
           MOVE WS-WEEK-DEMAND TO FXO-FORECAST-DEMAND.
           MOVE HV-HOLDING-BAL TO FXO-CURRENT-HOLDING.
           MOVE WS-DELIVERY-DATE TO FXO-DELIVERY-DATE.
           EVALUATE TRUE
              WHEN HV-HOLDING-BAL < WS-TARGET-HOLDING
                 MOVE 'O' TO FXO-ACTION
                 COMPUTE WS-ORDER-AMOUNT =
                    WS-TARGET-HOLDING - HV-HOLDING-BAL
                 MOVE WS-ORDER-AMOUNT TO FXO-AMOUNT
                 ADD 1 TO ORDERS-RAISED
                 DISPLAY 'FXCPOSN - ' HV-CCY
                    ' NOTE ORDER RAISED FOR ' WS-ORDER-AMOUNT
              WHEN HV-HOLDING-BAL >
                 (WS-TARGET-HOLDING + WS-TARGET-HOLDING)
                 MOVE 'R' TO FXO-ACTION
                 COMPUTE WS-ORDER-AMOUNT =
                    HV-HOLDING-BAL - WS-TARGET-HOLDING
                 MOVE WS-ORDER-AMOUNT TO FXO-AMOUNT
                 ADD 1 TO RETURNS-RAISED
                 DISPLAY 'FXCPOSN - ' HV-CCY
                    ' EXCESS RETURN RAISED FOR ' WS-ORDER-AMOUNT
              WHEN OTHER
                 MOVE 'N' TO FXO-ACTION
                 MOVE 0 TO FXO-AMOUNT
           END-EVALUATE.
           WRITE FXC-ORDER-RECORD.
       WNI999.
           EXIT.
       GET-BUFFER-CONFIG SECTION.
       GBC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CASH-BUFFER-PCT' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-BUFFER-PCT
           END-IF.
       GBC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'FXCPOSN - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
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
