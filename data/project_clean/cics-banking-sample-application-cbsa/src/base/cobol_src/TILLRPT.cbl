          03 HV-TILL-COUNTED-BAL        PIC S9(10)V99.
          03 HV-TILL-OVER-SHORT         PIC S9(10)V99.
          03 HV-TILL-STATUS             PIC X.
       01 HOST-TILLFX-ROW.
          03 HV-TILLFX-CCY              PIC X(3).
          03 HV-TILLFX-TELLER           PIC X(8).
          03 HV-TILLFX-OPEN-BAL         PIC S9(10)V99.
          03 HV-TILLFX-CALC-BAL         PIC S9(10)V99.
          03 HV-TILLFX-COUNTED-BAL      PIC S9(10)V99.
          03 HV-TILLFX-OVER-SHORT       PIC S9(10)V99.
          03 HV-TILLFX-STATUS           PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 BRANCH-CALC-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 BRANCH-COUNTED-TOTAL              PIC S9(13)V99 VALUE 0.
       01 BRANCH-OVER-SHORT                 PIC S9(13)V99 VALUE 0.
       01 WS-CURRENT-CCY                    PIC X(3) VALUE SPACES.
       01 POSITIONS-REPORTED                PIC 9(8) VALUE 0.
       01 CCY-TILLS-OPEN                    PIC 9(8) VALUE 0.
       01 CCY-CALC-TOTAL                    PIC S9(13)V99 VALUE 0.
       01 CCY-COUNTED-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 CCY-OVER-SHORT                    PIC S9(13)V99 VALUE 0.
           EXEC SQL
              DECLARE TILL-CURSOR CURSOR FOR
                 SELECT TILL_TELLER, TILL_OPEN_BAL, TILL_CALC_BAL,
                 ORDER BY TILL_TELLER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE TILLFX-CURSOR CURSOR FOR
                 SELECT TILLFX_CCY, TILLFX_TELLER, TILLFX_OPEN_BAL,
                        TILLFX_CALC_BAL, TILLFX_COUNTED_BAL,
                        TILLFX_OVER_SHORT, TILLFX_STATUS
                 FROM TILLFX
                 WHERE TILLFX_SORTCODE = :HV-OUR-SORTCODE
                 AND TILLFX_DATE = :HV-REPORT-DATE
                 ORDER BY TILLFX_CCY, TILLFX_TELLER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
              BRANCH-COUNTED-TOTAL.
           DISPLAY 'TILLRPT - BRANCH OVER/SHORT:    '
              BRANCH-OVER-SHORT.
      *
      *    Foreign notes are balanced per currency; the amounts
      *    below are in the currency shown, never added to sterling.
      *
           DISPLAY 'TILLRPT - FOREIGN CURRENCY POSITIONS'.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN TILLFX-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPORT-ONE-POSITION UNTIL WS-NO-MORE-TILLS.
           EXEC SQL CLOSE TILLFX-CURSOR
           END-EXEC.
           IF POSITIONS-REPORTED = 0
              DISPLAY 'TILLRPT -   NONE'
           ELSE
              PERFORM REPORT-CURRENCY-TOTALS
           END-IF.
           STOP RUN.
       P999.
           EXIT.
              ' OVER/SHORT ' HV-TILL-OVER-SHORT.
       ROT999.
           EXIT.
       REPORT-ONE-POSITION SECTION.
       ROP010.
           EXEC SQL FETCH TILLFX-CURSOR
              INTO :HV-TILLFX-CCY, :HV-TILLFX-TELLER,
                   :HV-TILLFX-OPEN-BAL, :HV-TILLFX-CALC-BAL,
                   :HV-TILLFX-COUNTED-BAL, :HV-TILLFX-OVER-SHORT,
                   :HV-TILLFX-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROP999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-TILLFX-CCY NOT = WS-CURRENT-CCY
              IF POSITIONS-REPORTED > 0
                 PERFORM REPORT-CURRENCY-TOTALS
              END-IF
              MOVE HV-TILLFX-CCY TO WS-CURRENT-CCY
              MOVE 0 TO CCY-TILLS-OPEN
              MOVE 0 TO CCY-CALC-TOTAL
              MOVE 0 TO CCY-COUNTED-TOTAL
              MOVE 0 TO CCY-OVER-SHORT
           END-IF.
           ADD 1 TO POSITIONS-REPORTED.
           IF HV-TILLFX-STATUS = 'O'
              ADD 1 TO CCY-TILLS-OPEN
           END-IF
           ADD HV-TILLFX-CALC-BAL TO CCY-CALC-TOTAL.
           ADD HV-TILLFX-COUNTED-BAL TO CCY-COUNTED-TOTAL.
           ADD HV-TILLFX-OVER-SHORT TO CCY-OVER-SHORT.
           DISPLAY 'TILLRPT - ' HV-TILLFX-CCY
              ' TELLER ' HV-TILLFX-TELLER
              ' STATUS ' HV-TILLFX-STATUS
              ' OPEN ' HV-TILLFX-OPEN-BAL
              ' CALC ' HV-TILLFX-CALC-BAL
              ' COUNTED ' HV-TILLFX-COUNTED-BAL
              ' OVER/SHORT ' HV-TILLFX-OVER-SHORT.
       ROP999.
           EXIT.
       REPORT-CURRENCY-TOTALS SECTION.
       RCT010.
           DISPLAY 'TILLRPT - ' WS-CURRENT-CCY
              ' POSITIONS STILL OPEN: ' CCY-TILLS-OPEN.
           DISPLAY 'TILLRPT - ' WS-CURRENT-CCY
              ' CALC TOTAL:    ' CCY-CALC-TOTAL.
           DISPLAY 'TILLRPT - ' WS-CURRENT-CCY
              ' COUNTED TOTAL: ' CCY-COUNTED-TOTAL.
           DISPLAY 'TILLRPT - ' WS-CURRENT-CCY
              ' OVER/SHORT:    ' CCY-OVER-SHORT.
       RCT999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
