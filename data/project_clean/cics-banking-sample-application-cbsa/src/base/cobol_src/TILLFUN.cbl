          03 HV-TILL-COUNTED-BAL        PIC S9(10)V99.
          03 HV-TILL-OVER-SHORT         PIC S9(10)V99.
          03 HV-TILL-STATUS             PIC X.
       01 HOST-TILLFX-ROW.
          03 HV-TILLFX-CCY              PIC X(3).
          03 HV-TILLFX-OPEN-BAL         PIC S9(10)V99.
          03 HV-TILLFX-CALC-BAL         PIC S9(10)V99.
          03 HV-TILLFX-COUNTED-BAL      PIC S9(10)V99.
          03 HV-TILLFX-OVER-SHORT       PIC S9(10)V99.
          03 HV-TILLFX-STATUS           PIC X.
       01 HOST-FXRATE-KEYS.
          03 HV-FX-CCY                  PIC X(3).
          03 HV-FX-RATE                 PIC S9(3)V9(6).
          03 HV-FX-TODAY                PIC S9(8).
       01 HV-POST-AMOUNT                PIC S9(10)V99.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER     PIC X(4).
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
       01 WS-EIBTASKN12                 PIC 9(12) VALUE 0.
       01 WS-SUSPENSE-NUM               PIC 9(8) VALUE 0.
       01 WS-SUSPENSE-ACCOUNT           PIC X(8) VALUE SPACES.
       01 WS-TILL-CCY                   PIC X(3) VALUE 'GBP'.
          88 WS-STERLING-TILL                VALUE 'GBP'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-TELLER              PIC X(8).
          03 COMM-OVER-SHORT          PIC S9(10)V99.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
      *
      *    Optional extension: a currency code opens or closes the
      *    teller's position in that currency's notes instead of
      *    the sterling till. Callers passing the 59-byte commarea
      *    always work on the sterling till. Balances in and out
      *    are then in the currency named.
      *
          03 COMM-CCY                 PIC X(3).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           END-IF.
           MOVE COMM-TELLER TO HV-TILL-TELLER.
           MOVE WS-TODAY-YYYYMMDD TO HV-TILL-DATE.
           MOVE 'GBP' TO WS-TILL-CCY.
           IF EIBCALEN >= 62
              IF COMM-CCY NOT = SPACES AND COMM-CCY NOT = LOW-VALUES
                 MOVE COMM-CCY TO WS-TILL-CCY
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN COMM-OPEN-TILL AND NOT WS-STERLING-TILL
                 PERFORM OPEN-CURRENCY-POSITION
              WHEN COMM-CLOSE-TILL AND NOT WS-STERLING-TILL
                 PERFORM CLOSE-AND-BALANCE-CURRENCY
              WHEN COMM-OPEN-TILL
                 PERFORM OPEN-TILL
              WHEN COMM-CLOSE-TILL
           MOVE HV-TILL-CALC-BAL TO COMM-CALC-BALANCE.
           MOVE HV-TILL-OVER-SHORT TO COMM-OVER-SHORT.
           IF HV-TILL-OVER-SHORT NOT = 0
              MOVE HV-TILL-OVER-SHORT TO HV-POST-AMOUNT
              PERFORM POST-OVER-SHORT-ENTRY
           END-IF.
           MOVE 'Y' TO COMM-SUCCESS.
       CBT999.
           EXIT.
       OPEN-CURRENCY-POSITION SECTION.
       OCP010.
      *
      *    Foreign notes are held alongside the sterling till, so
      *    that till must already be open today. A currency with
      *    no rate on FXRATE is not one the branch can deal in.
      *
           EXEC SQL
              SELECT TILL_STATUS
              INTO :HV-TILL-STATUS
              FROM TILL
              WHERE TILL_SORTCODE = :HV-TILL-SORTCODE
              AND TILL_TELLER = :HV-TILL-TELLER
              AND TILL_DATE = :HV-TILL-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              IF SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
              ELSE
                 MOVE '2' TO COMM-FAIL-CODE
              END-IF
              GO TO OCP999
           END-IF.
           IF HV-TILL-STATUS NOT = 'O'
              MOVE '4' TO COMM-FAIL-CODE
              GO TO OCP999
           END-IF.
           MOVE WS-TILL-CCY TO HV-FX-CCY.
           PERFORM GET-CASH-BUY-RATE.
           IF COMM-FAIL-CODE = 'X'
              GO TO OCP999
           END-IF.
           MOVE WS-TILL-CCY TO HV-TILLFX-CCY.
           MOVE COMM-OPEN-BALANCE TO HV-TILLFX-OPEN-BAL.
           MOVE COMM-OPEN-BALANCE TO HV-TILLFX-CALC-BAL.
           MOVE 0 TO HV-TILLFX-COUNTED-BAL.
           MOVE 0 TO HV-TILLFX-OVER-SHORT.
           MOVE 'O' TO HV-TILLFX-STATUS.
           EXEC SQL
              INSERT INTO TILLFX
                     (
                      TILLFX_SORTCODE,
                      TILLFX_TELLER,
                      TILLFX_DATE,
                      TILLFX_CCY,
                      TILLFX_OPEN_BAL,
                      TILLFX_CALC_BAL,
                      TILLFX_COUNTED_BAL,
                      TILLFX_OVER_SHORT,
                      TILLFX_STATUS
                     )
              VALUES
                     (
                      :HV-TILL-SORTCODE,
                      :HV-TILL-TELLER,
                      :HV-TILL-DATE,
                      :HV-TILLFX-CCY,
                      :HV-TILLFX-OPEN-BAL,
                      :HV-TILLFX-CALC-BAL,
                      :HV-TILLFX-COUNTED-BAL,
                      :HV-TILLFX-OVER-SHORT,
                      :HV-TILLFX-STATUS
                     )
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO COMM-SUCCESS
              WHEN SQLCODE = -803
                 MOVE '6' TO COMM-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'TILLFUN - UNABLE TO OPEN ' WS-TILL-CCY
                    ' POSITION. SQLCODE=' SQLCODE-DISPLAY
                 MOVE '2' TO COMM-FAIL-CODE
           END-EVALUATE.
       OCP999.
           EXIT.
       CLOSE-AND-BALANCE-CURRENCY SECTION.
       CBC010.
           MOVE WS-TILL-CCY TO HV-TILLFX-CCY.
           EXEC SQL
              SELECT TILLFX_CALC_BAL, TILLFX_STATUS
              INTO :HV-TILLFX-CALC-BAL, :HV-TILLFX-STATUS
              FROM TILLFX
              WHERE TILLFX_SORTCODE = :HV-TILL-SORTCODE
              AND TILLFX_TELLER = :HV-TILL-TELLER
              AND TILLFX_DATE = :HV-TILL-DATE
              AND TILLFX_CCY = :HV-TILLFX-CCY
           END-EXEC.
           IF SQLCODE NOT = 0
              IF SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
              ELSE
                 MOVE '2' TO COMM-FAIL-CODE
              END-IF
              GO TO CBC999
           END-IF.
           IF HV-TILLFX-STATUS NOT = 'O'
              MOVE '4' TO COMM-FAIL-CODE
              GO TO CBC999
           END-IF.
           MOVE COMM-COUNTED-BALANCE TO HV-TILLFX-COUNTED-BAL.
           COMPUTE HV-TILLFX-OVER-SHORT =
              COMM-COUNTED-BALANCE - HV-TILLFX-CALC-BAL.
           MOVE 'C' TO HV-TILLFX-STATUS.
           EXEC SQL
              UPDATE TILLFX
              SET TILLFX_COUNTED_BAL = :HV-TILLFX-COUNTED-BAL,
                  TILLFX_OVER_SHORT = :HV-TILLFX-OVER-SHORT,
                  TILLFX_STATUS = :HV-TILLFX-STATUS
              WHERE TILLFX_SORTCODE = :HV-TILL-SORTCODE
              AND TILLFX_TELLER = :HV-TILL-TELLER
              AND TILLFX_DATE = :HV-TILL-DATE
              AND TILLFX_CCY = :HV-TILLFX-CCY
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CBC999
           END-IF.
           MOVE HV-TILLFX-CALC-BAL TO COMM-CALC-BALANCE.
           MOVE HV-TILLFX-OVER-SHORT TO COMM-OVER-SHORT.
           MOVE 'Y' TO COMM-SUCCESS.
      *
      *    The suspense account is sterling, so a difference in
      *    foreign notes is posted at the cash buy rate - what the
      *    bank would pay for the notes over the counter.
      *
           IF HV-TILLFX-OVER-SHORT = 0
              GO TO CBC999
           END-IF.
           MOVE WS-TILL-CCY TO HV-FX-CCY.
           PERFORM GET-CASH-BUY-RATE.
           IF COMM-FAIL-CODE = 'X'
              MOVE '0' TO COMM-FAIL-CODE
              DISPLAY 'TILLFUN - ' WS-TILL-CCY ' OVER/SHORT RECORDED '
                 'ON TILL ONLY'
              GO TO CBC999
           END-IF.
           COMPUTE HV-POST-AMOUNT ROUNDED =
              HV-TILLFX-OVER-SHORT / HV-FX-RATE.
           IF HV-POST-AMOUNT NOT = 0
              PERFORM POST-OVER-SHORT-ENTRY
           END-IF.
       CBC999.
           EXIT.
       GET-CASH-BUY-RATE SECTION.
       GCBR010.
      *
      *    The cash rate is used where one has been set for the
      *    currency, otherwise the standard buy rate.
      *
           MOVE WS-TODAY-YYYYMMDD TO HV-FX-TODAY.
           MOVE 0 TO HV-FX-RATE.
           EXEC SQL
              SELECT COALESCE(NULLIF(FXRATE_CASH_BUY, 0),
                              FXRATE_BUY)
              INTO :HV-FX-RATE
              FROM FXRATE
              WHERE FXRATE_CCY = :HV-FX-CCY
              AND FXRATE_EFF_DATE =
                 (SELECT MAX(FXRATE_EFF_DATE)
                  FROM FXRATE
                  WHERE FXRATE_CCY = :HV-FX-CCY
                  AND FXRATE_EFF_DATE <= :HV-FX-TODAY)
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-FX-RATE = 0
              DISPLAY 'TILLFUN - NO EXCHANGE RATE ON FILE FOR '
                 HV-FX-CCY
              MOVE 'X' TO COMM-FAIL-CODE
           END-IF.
       GCBR999.
           EXIT.
       POST-OVER-SHORT-ENTRY SECTION.
       POSE010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-PROCTRAN-REF.
           MOVE 'OSH' TO HV-PROCTRAN-TYPE.
           IF WS-STERLING-TILL
              STRING 'TILL OVER/SHORT TELLER ' DELIMITED BY SIZE,
                     COMM-TELLER DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
           ELSE
              STRING 'TILL OVER/SHORT ' DELIMITED BY SIZE,
                     WS-TILL-CCY DELIMITED BY SIZE,
                     ' TELLER ' DELIMITED BY SIZE,
                     COMM-TELLER DELIMITED BY SIZE
                     INTO HV-PROCTRAN-DESC
              END-STRING
           END-IF.
           MOVE HV-POST-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           EXEC SQL
              INSERT INTO PROCTRAN
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-POST-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-POST-AMOUNT
              WHERE ACCOUNT_SORTCODE = :HV-PROCTRAN-SORT-CODE
              AND ACCOUNT_NUMBER = :HV-PROCTRAN-ACC-NUMBER
           END-EXEC.
