              VALUE 'TERM EXCEEDS SCHEDULE CAPACITY'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'FEES NOT LESS THAN PRINCIPLE AMOUNT'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'NEGATIVE FEE OR CHARGE'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(80)
              VALUE ' '.
           03 WS-PERIOD-INTEREST     PIC S9(7)V99  COMP-3.
           03 WS-PERIOD-PRINCIPAL    PIC S9(7)V99  COMP-3.
           03 WS-SCHED-DONE-IND      PIC X.
           03 WS-NET-ADVANCE         PIC S9(9)V99  COMP-3.
           03 WS-APRC-ITERATION      PIC S9(4)     COMP.
           03 WS-APRC-LOW            COMP-2.
           03 WS-APRC-HIGH           COMP-2.
           03 WS-APRC-MID            COMP-2.
           03 WS-APRC-FACTOR         COMP-2.
           03 WS-APRC-DISCOUNT       COMP-2.
           03 WS-APRC-NPV            COMP-2.
       01  Loan             Pic 9(9)V99.
       01  Payment          Pic 9(9)V99.
       01  Interest         Pic 9(9)V9999.
           03 EPSPDATA-EXTRA-MONTHLY    PIC S9(7)V99 COMP-3.
           03 EPSPDATA-LUMP-SUM         PIC S9(7)V99 COMP-3.
           03 EPSPDATA-LUMP-MONTH       PIC S9(4)    COMP.
      *    Credit charges for the APRC disclosure: fees paid when
      *    the loan is drawn (arrangement, broker and mandatory
      *    charges together) and any mandatory charge payable with
      *    each monthly payment. Total amount payable, total cost
      *    of credit and the APRC are returned with the schedule.
           03 EPSPDATA-UPFRONT-FEES     PIC S9(7)V99 COMP-3.
           03 EPSPDATA-MONTHLY-CHARGE   PIC S9(5)V99 COMP-3.
           03 EPSPDATA-TOTAL-PAYABLE    PIC S9(9)V99 COMP-3.
           03 EPSPDATA-COST-OF-CREDIT   PIC S9(9)V99 COMP-3.
           03 EPSPDATA-RETURN-APRC      PIC S9(4)V9(4) COMP-3.
       PROCEDURE DIVISION USING EPSPDATA.
       A000-MAINLINE.
           MOVE 0 TO VALIDATION-INDICATOR.
           MOVE 0 TO WS-NUMBER-OF-MONTHS.
           MOVE 0 TO EPSPDATA-TOTAL-PAYABLE.
           MOVE 0 TO EPSPDATA-COST-OF-CREDIT.
           MOVE 0 TO EPSPDATA-RETURN-APRC.
           PERFORM A100-VALIDATE-INPUT.
           IF VALIDATION-INDICATOR = 0
              PERFORM A200-CALULATE-MONTH-PAYMENT
              IF EPSPDATA-SCHEDULE-IND = 'Y'
                 PERFORM A400-BUILD-SCHEDULE
                 PERFORM A500-TOTAL-COST-OF-CREDIT
                 PERFORM A600-SOLVE-APRC
              END-IF
           ELSE
              PERFORM A999-RETURN-ERROR-TEXT
              END-IF
           END-IF
           .
           IF VALIDATION-INDICATOR = 0
              IF EPSPDATA-UPFRONT-FEES < 0
                 OR EPSPDATA-MONTHLY-CHARGE < 0
                 MOVE 8 TO VALIDATION-INDICATOR
              ELSE
                 IF EPSPDATA-UPFRONT-FEES >= EPSPDATA-PRINCIPLE-DATA
                    MOVE 7 TO VALIDATION-INDICATOR
                 END-IF
              END-IF
           END-IF
           .
           COMPUTE WS-CALC-INTEREST =
                              (EPSPDATA-QUOTED-INTEREST-RATE / 100) / 12
           .
           MOVE WS-SCHEDULE-BALANCE TO
                   EPSPDATA-SCH-BALANCE (WS-PERIOD-SUB).
           ADD 1 TO EPSPDATA-SCHEDULE-COUNT.
      *    Total amount payable is every payment the borrower makes:
      *    the scheduled payments (with any prepayments), the
      *    monthly charges and the fees paid at drawdown.
       A500-TOTAL-COST-OF-CREDIT.
           MOVE EPSPDATA-UPFRONT-FEES TO EPSPDATA-TOTAL-PAYABLE.
           PERFORM A510-ADD-ONE-PAYMENT
              VARYING WS-PERIOD-SUB FROM 1 BY 1
              UNTIL WS-PERIOD-SUB > EPSPDATA-SCHEDULE-COUNT.
           COMPUTE EPSPDATA-COST-OF-CREDIT =
                      EPSPDATA-TOTAL-PAYABLE - EPSPDATA-PRINCIPLE-DATA
           .
       A510-ADD-ONE-PAYMENT.
           ADD EPSPDATA-SCH-PAYMENT (WS-PERIOD-SUB)
               EPSPDATA-MONTHLY-CHARGE TO EPSPDATA-TOTAL-PAYABLE
           .
      *    The APRC is the annual rate at which the present value of
      *    the borrower's payments equals the amount actually
      *    advanced (principle less the fees paid at drawdown).
      *    The monthly rate is found by bisection between 0 and 25
      *    per cent a month, then annualised: APRC = (1 + i)**12 - 1.
       A600-SOLVE-APRC.
           COMPUTE WS-NET-ADVANCE =
                      EPSPDATA-PRINCIPLE-DATA - EPSPDATA-UPFRONT-FEES.
           MOVE 0 TO WS-APRC-LOW.
           MOVE 0.25 TO WS-APRC-HIGH.
           PERFORM A610-BISECT-ONCE
              VARYING WS-APRC-ITERATION FROM 1 BY 1
              UNTIL WS-APRC-ITERATION > 60.
           COMPUTE WS-APRC-MID = (WS-APRC-LOW + WS-APRC-HIGH) / 2.
           COMPUTE EPSPDATA-RETURN-APRC ROUNDED =
                      ((1 + WS-APRC-MID) ** 12 - 1) * 100
           .
       A610-BISECT-ONCE.
           COMPUTE WS-APRC-MID = (WS-APRC-LOW + WS-APRC-HIGH) / 2.
           COMPUTE WS-APRC-FACTOR = 1 + WS-APRC-MID.
           DIVIDE WS-APRC-FACTOR INTO 1 GIVING WS-APRC-FACTOR.
           MOVE 1 TO WS-APRC-DISCOUNT.
           COMPUTE WS-APRC-NPV = 0 - WS-NET-ADVANCE.
           PERFORM A620-DISCOUNT-ONE-PERIOD
              VARYING WS-PERIOD-SUB FROM 1 BY 1
              UNTIL WS-PERIOD-SUB > EPSPDATA-SCHEDULE-COUNT.
           IF WS-APRC-NPV > 0
              MOVE WS-APRC-MID TO WS-APRC-LOW
           ELSE
              MOVE WS-APRC-MID TO WS-APRC-HIGH
           END-IF
           .
       A620-DISCOUNT-ONE-PERIOD.
           COMPUTE WS-APRC-DISCOUNT = WS-APRC-DISCOUNT * WS-APRC-FACTOR.
           COMPUTE WS-APRC-NPV = WS-APRC-NPV +
                      (EPSPDATA-SCH-PAYMENT (WS-PERIOD-SUB) +
                       EPSPDATA-MONTHLY-CHARGE) * WS-APRC-DISCOUNT
           .
       A999-RETURN-ERROR-TEXT.
           MOVE ERROR-TEXT(VALIDATION-INDICATOR) TO
                                                 EPSPDATA-RETURN-ERROR
