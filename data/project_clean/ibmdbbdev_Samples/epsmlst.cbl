           03 LR-EXTRA-MONTHLY       PIC 9(7)V99.
           03 LR-LUMP-SUM            PIC 9(7)V99.
           03 LR-LUMP-MONTH          PIC 9(4).
           03 LR-ARRANGEMENT-FEE     PIC 9(5)V99.
           03 LR-BROKER-FEE          PIC 9(5)V99.
           03 LR-OTHER-CHARGES       PIC 9(5)V99.
           03 LR-MONTHLY-CHARGE      PIC 9(3)V99.
           03 FILLER                 PIC X(7).
       FD  SCHEDULE-REPORT
           RECORDING MODE IS F.
       01  SCHEDULE-REPORT-RECORD    PIC X(80).
           03 WS-INTEREST-SAVED      PIC S9(9)V99 COMP-3.
           03 WS-MONTHS-CUT          PIC S9(4)    COMP.
       01  WS-SCHEDULE-SUB           PIC S9(4) COMP.
       01  WS-APRC-ONE-PLACE         PIC S9(4)V9  COMP-3.
       01  EPSPDATA.
           03 EPSPDATA-PRINCIPLE-DATA   PIC S9(9)V99 COMP.
           03 EPSPDATA-NUMBER-OF-YEARS  PIC S9(4)    COMP.
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
       01  LOAN-HEADER-1.
           03 FILLER                 PIC X(15) VALUE ' LOAN PRINCIPLE'.
           03 FILLER                 PIC X     VALUE SPACE.
                                     VALUE ' MONTHLY PAYMENT '.
           03 LH2-PAYMENT            PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(50) VALUE SPACES.
       01  LOAN-HEADER-3.
           03 FILLER                 PIC X(14)
                                     VALUE ' UPFRONT FEES '.
           03 LH3-FEES               PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(17)
                                     VALUE '  MONTHLY CHARGE '.
           03 LH3-MONTHLY            PIC ZZ,ZZ9.99.
           03 FILLER                 PIC X(28) VALUE SPACES.
       01  SCHEDULE-HEADER.
           03 FILLER                 PIC X(7)  VALUE ' PERIOD'.
           03 FILLER                 PIC X(7)  VALUE SPACES.
                                     VALUE '  INTEREST '.
           03 TL-INTEREST            PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(32) VALUE SPACES.
       01  CREDIT-COST-LINE.
           03 FILLER                 PIC X(22)
                                     VALUE ' TOTAL AMOUNT PAYABLE '.
           03 CCL-PAYABLE            PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(23)
                                     VALUE '  TOTAL COST OF CREDIT '.
           03 CCL-COST               PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(7)  VALUE SPACES.
       01  APRC-LINE.
           03 FILLER                 PIC X(6)  VALUE ' APRC '.
           03 AL-APRC                PIC ZZZ9.9.
           03 FILLER                 PIC X     VALUE '%'.
           03 FILLER                 PIC X(67) VALUE SPACES.
       01  WHATIF-HEADER.
           03 FILLER                 PIC X(34)
              VALUE ' PREPAYMENT WHAT-IF: EXTRA/MONTH '.
           MOVE 0 TO EPSPDATA-EXTRA-MONTHLY.
           MOVE 0 TO EPSPDATA-LUMP-SUM.
           MOVE 0 TO EPSPDATA-LUMP-MONTH.
           COMPUTE EPSPDATA-UPFRONT-FEES = LR-ARRANGEMENT-FEE +
                      LR-BROKER-FEE + LR-OTHER-CHARGES.
           MOVE LR-MONTHLY-CHARGE   TO EPSPDATA-MONTHLY-CHARGE.
           CALL 'EPSMPMT' USING EPSPDATA.
           IF EPSPDATA-RETURN-ERROR = SPACES
              PERFORM A300-PRINT-SCHEDULE
           WRITE SCHEDULE-REPORT-RECORD FROM BLANK-REPORT-LINE.
           WRITE SCHEDULE-REPORT-RECORD FROM LOAN-HEADER-1.
           WRITE SCHEDULE-REPORT-RECORD FROM LOAN-HEADER-2.
           MOVE EPSPDATA-UPFRONT-FEES   TO LH3-FEES.
           MOVE EPSPDATA-MONTHLY-CHARGE TO LH3-MONTHLY.
           WRITE SCHEDULE-REPORT-RECORD FROM LOAN-HEADER-3.
           WRITE SCHEDULE-REPORT-RECORD FROM BLANK-REPORT-LINE.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-HEADER.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE WS-TOTAL-PAID     TO TL-PAID.
           MOVE WS-TOTAL-INTEREST TO TL-INTEREST.
           WRITE SCHEDULE-REPORT-RECORD FROM BLANK-REPORT-LINE.
           WRITE SCHEDULE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE EPSPDATA-TOTAL-PAYABLE  TO CCL-PAYABLE.
           MOVE EPSPDATA-COST-OF-CREDIT TO CCL-COST.
           COMPUTE WS-APRC-ONE-PLACE ROUNDED = EPSPDATA-RETURN-APRC.
           MOVE WS-APRC-ONE-PLACE       TO AL-APRC.
           WRITE SCHEDULE-REPORT-RECORD FROM CREDIT-COST-LINE.
           WRITE SCHEDULE-REPORT-RECORD FROM APRC-LINE
           .
       A500-PREPAYMENT-WHAT-IF.
           MOVE WS-TOTAL-INTEREST TO WS-BASE-INTEREST.
