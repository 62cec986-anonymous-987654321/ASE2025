               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS YTD-EMP-NUM
               FILE STATUS  IS YTD-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DED-EMP-NUM
               FILE STATUS  IS DED-STATUS.
           SELECT PAYSLIP-FILE  ASSIGN TO PAYSLIP.
           SELECT BANK-FILE     ASSIGN TO BANKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BNK-EMP-NUM
               FILE STATUS  IS BANK-STATUS.
           SELECT PAYMENT-FILE  ASSIGN TO PAYOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           05  YTD-EMP-NAME           PIC X(15).
           05  YTD-EMP-REGION         PIC 9.
           05  YTD-LAST-YYMM          PIC 9(4).
           05  YTD-LAST-FIELDS REDEFINES YTD-LAST-YYMM.
               10  YTD-LAST-YY        PIC 99.
               10  YTD-LAST-MM        PIC 99.
           05  YTD-GROSS              PIC 9(7)V99.
           05  YTD-OVERTIME           PIC 9(7)V99.
           05  YTD-BONUS              PIC 9(7)V99.
           05  YTD-TAX-PAID           PIC 9(7)V99  COMP-3.
           05  YTD-NI-PAID            PIC 9(7)V99  COMP-3.
           05  YTD-PENSION            PIC 9(7)V99  COMP-3.
           05  YTD-UNION-DUES         PIC 9(5)V99  COMP-3.
           05  YTD-OTHER-DEDS         PIC 9(5)V99  COMP-3.
       FD  DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEDUCTION-RECORD.
           05  DED-EMP-NUM            PIC 9(5).
           05  DED-PENSION-PCT        PIC 9(2)V99.
           05  DED-UNION-DUES         PIC 9(3)V99.
           05  DED-OTHER-AMOUNT       PIC 9(5)V99.
           05  DED-OTHER-DESC         PIC X(12).
           05  FILLER                 PIC X(47).
       FD  PAYSLIP-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PAYSLIP-RECORD             PIC X(80).
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-RECORD.
           05  BNK-EMP-NUM            PIC 9(5).
           05  BNK-SORTCODE           PIC 9(6).
           05  BNK-ACCOUNT            PIC 9(8).
           05  BNK-ACCOUNT-NAME       PIC X(18).
           05  FILLER                 PIC X(43).
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  PMT-RECORD-TYPE        PIC X.
               88  PMT-HEADER                      VALUE 'H'.
               88  PMT-DETAIL                      VALUE 'D'.
               88  PMT-TRAILER                     VALUE 'T'.
           05  PMT-DEST-SORTCODE      PIC 9(6).
           05  PMT-DEST-ACCOUNT       PIC 9(8).
           05  PMT-AMOUNT             PIC 9(10)V99.
           05  PMT-REFERENCE          PIC X(18).
           05  FILLER                 PIC X(35).
       01  PAYMENT-CONTROL-RECORD.
           05  FILLER                 PIC X.
           05  PMT-CTL-SORTCODE       PIC 9(6).
           05  PMT-CTL-ACCOUNT        PIC 9(8).
           05  PMT-CTL-BATCH-REF      PIC X(12).
           05  PMT-CTL-COUNT          PIC 9(8).
           05  PMT-CTL-TOTAL          PIC 9(13)V99.
           05  FILLER                 PIC X(30).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  JUMP-SW                PIC X        VALUE 'N'.
               88  REPROCESS-MODE                  VALUE 'Y'.
           05  SUSPEND-SW             PIC X        VALUE 'N'.
               88  RECORD-SUSPENDED                VALUE 'Y'.
           05  DED-FILE-SW            PIC X        VALUE 'N'.
               88  DEDUCTIONS-AVAILABLE            VALUE 'Y'.
           05  BANK-FILE-SW           PIC X        VALUE 'N'.
               88  BANK-FILE-OPEN                  VALUE 'Y'.
           05  BANK-FOUND-SW          PIC X        VALUE 'N'.
               88  BANK-FOUND                      VALUE 'Y'.
           05  PMT-EOF-SW             PIC X        VALUE 'N'.
               88  END-OF-PAYMENT-FILE             VALUE 'Y'.
           05  TAX-BASIS-SW           PIC X        VALUE 'C'.
               88  TAX-CUMULATIVE                  VALUE 'C'.
               88  TAX-BASIC-RATE                  VALUE 'B'.
               88  TAX-NONE                        VALUE 'N'.
       01  COUNTERS.
           05  PAGE-COUNT             PIC 9(3)     VALUE 1.
           05  EMP-LINE-COUNT         PIC S99      VALUE +56.
               10  WA-EMP-HIRE-YY    PIC 9(2).
               10  WA-EMP-HIRE-MM    PIC 9(2).
               10  WA-EMP-HIRE-DD    PIC 9(2).
           05  WA-EMP-TAX-CODE       PIC X(5).
               88  TAX-CODE-BR       VALUE 'BR   '.
               88  TAX-CODE-NT       VALUE 'NT   '.
           05  WA-TAX-CODE-PARTS     REDEFINES WA-EMP-TAX-CODE.
               10  WA-TAX-CODE-NUMBER PIC 9(4).
               10  WA-TAX-CODE-LETTER PIC X.
       01  EMPLOYEE-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
           05  MGMT-GRAND-TOTAL   PIC ZZZZZZ9.99.
           05  FILLER             PIC X(8)      VALUE SPACES.
       01  YTD-STATUS             PIC XX       VALUE '00'.
       01  DED-STATUS             PIC XX       VALUE '00'.
       01  BANK-STATUS            PIC XX       VALUE '00'.
       01  YTD-WORK-FIELDS.
           05  RUN-YYMM               PIC 9(4).
           05  RUN-YYMM-FIELDS REDEFINES RUN-YYMM.
               10  REGION-YTD-BONUS   PIC 9(7)V99.
       01  REGION-MGR-NUMBERS.
           05  REGION-MGR-NUM     PIC 9(5)  OCCURS 4 TIMES.
       01  REGION-MGR-TAX-CODES.
           05  REGION-MGR-TAX-CODE PIC X(5) OCCURS 4 TIMES.
       01  REGION-MGR-BANK-DETAILS.
           05  REGION-MGR-BANK    OCCURS 4 TIMES.
               10  REGION-MGR-SORTCODE  PIC 9(6).
               10  REGION-MGR-ACCOUNT   PIC 9(8).
       01  YTD-HDR1.
           05  FILLER      PIC X(25)     VALUE SPACES.
           05  FILLER      PIC X(30)
           05  FILLER             PIC X(11)  VALUE ' SKIPPED = '.
           05  RECON-SKIPPED      PIC ZZZZ9.
           05  RECON-FLAG         PIC X(11)  VALUE SPACES.
       01  RATE-BAND-VALUES.
           05  FILLER            PIC X(11)   VALUE 'T0037700200'.
           05  FILLER            PIC X(11)   VALUE 'T0125140400'.
           05  FILLER            PIC X(11)   VALUE 'T9999999450'.
           05  FILLER            PIC X(11)   VALUE 'N0012570000'.
           05  FILLER            PIC X(11)   VALUE 'N0050270080'.
           05  FILLER            PIC X(11)   VALUE 'N9999999020'.
       01  RATE-BAND-TABLE  REDEFINES RATE-BAND-VALUES.
           05  RATE-BAND         OCCURS 6 TIMES.
               10  RB-TYPE           PIC X.
               10  RB-UPPER-LIMIT    PIC 9(7).
               10  RB-RATE           PIC V999.
       01  PAY-WORK-FIELDS.
           05  PERIOD-NO             PIC 99         VALUE 0.
           05  TAX-ALLOWANCE         PIC 9(6)       VALUE 0.
           05  PENSION-PCT           PIC 9(2)V99    VALUE 0.
           05  OTHER-DESC            PIC X(12)      VALUE SPACES.
           05  PERIOD-GROSS          PIC 9(5)V99    COMP-3.
           05  PERIOD-PENSION        PIC 9(5)V99    COMP-3.
           05  PERIOD-TAX            PIC S9(5)V99   COMP-3.
           05  PERIOD-NI             PIC 9(5)V99    COMP-3.
           05  PERIOD-UNION          PIC 9(3)V99    COMP-3.
           05  PERIOD-OTHER          PIC 9(5)V99    COMP-3.
           05  PERIOD-NET            PIC S9(5)V99   COMP-3.
           05  CUM-TAXABLE           PIC S9(7)V99   COMP-3.
           05  CUM-TAX-DUE           PIC 9(7)V99    COMP-3.
           05  CUM-GROSS-PAY         PIC 9(7)V99    COMP-3.
           05  CUM-NET-PAY           PIC S9(7)V99   COMP-3.
           05  PAY-SORTCODE          PIC 9(6)       VALUE 0.
           05  PAY-ACCOUNT           PIC 9(8)       VALUE 0.
       01  BAND-WORK-FIELDS.
           05  BAND-SUB              PIC 9          VALUE 0.
           05  BAND-TYPE             PIC X.
           05  BAND-PERIODS          PIC 99.
           05  BAND-INCOME           PIC S9(7)V99   COMP-3.
           05  BAND-LOWER            PIC 9(7)V99    COMP-3.
           05  BAND-UPPER            PIC 9(7)V99    COMP-3.
           05  BAND-PORTION          PIC 9(7)V99    COMP-3.
           05  BAND-TAX              PIC 9(7)V99    COMP-3.
       01  PAYROLL-TOTAL-FIELDS.
           05  TOTAL-PAYSLIPS        PIC 9(5)              VALUE 0.
           05  TOTAL-GROSS-PAY       PIC 9(7)V99   COMP-3  VALUE 0.
           05  TOTAL-TAX             PIC S9(7)V99  COMP-3  VALUE 0.
           05  TOTAL-NI              PIC 9(7)V99   COMP-3  VALUE 0.
           05  TOTAL-VOLUNTARY       PIC 9(7)V99   COMP-3  VALUE 0.
           05  TOTAL-NET-PAY         PIC S9(7)V99  COMP-3  VALUE 0.
       01  PAYSLIP-HDR1.
           05  FILLER            PIC X         VALUE SPACES.
           05  FILLER            PIC X(7)      VALUE 'PAYSLIP'.
           05  FILLER            PIC X(3)      VALUE SPACES.
           05  FILLER            PIC X(7)      VALUE 'PERIOD '.
           05  PS-PERIOD-MM      PIC 99.
           05  FILLER            PIC X         VALUE '/'.
           05  PS-PERIOD-YY      PIC 99.
           05  FILLER            PIC X(3)      VALUE SPACES.
           05  FILLER            PIC X(9)      VALUE 'EMPLOYEE '.
           05  PS-EMP-NUM        PIC 9(5).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  PS-EMP-NAME       PIC X(15).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  PS-EMP-REGION     PIC X(5).
           05  FILLER            PIC X(16)     VALUE SPACES.
       01  PAYSLIP-HDR2.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  FILLER            PIC X(9)      VALUE 'TAX CODE '.
           05  PS-TAX-CODE       PIC X(5).
           05  FILLER            PIC X(19)     VALUE SPACES.
           05  FILLER            PIC X(11)     VALUE 'THIS PERIOD'.
           05  FILLER            PIC X(5)      VALUE SPACES.
           05  FILLER            PIC X(12)     VALUE 'YEAR TO DATE'.
           05  FILLER            PIC X(15)     VALUE SPACES.
       01  PAYSLIP-LINE.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  PS-LABEL          PIC X(25)     VALUE SPACES.
           05  PS-LABEL-PARTS    REDEFINES PS-LABEL.
               10  PS-LABEL-TEXT     PIC X(17).
               10  PS-LABEL-PCT      PIC ZZ9.99.
               10  PS-LABEL-PCT-SIGN PIC X(2).
           05  FILLER            PIC X(9)      VALUE SPACES.
           05  PS-PERIOD-AMT     PIC -ZZZZZ9.99.
           05  FILLER            PIC X(6)      VALUE SPACES.
           05  PS-YTD-AMT        PIC -ZZZZZZ9.99.
           05  FILLER            PIC X(15)     VALUE SPACES.
       01  PAYROLL-TOTAL-LINE1.
           05  FILLER            PIC X(11)  VALUE 'PAYSLIPS = '.
           05  PT-PAYSLIPS       PIC ZZZZ9.
           05  FILLER            PIC X(9)   VALUE ' GROSS = '.
           05  PT-GROSS          PIC ZZZZZZ9.99.
           05  FILLER            PIC X(11)  VALUE ' NET PAY = '.
           05  PT-NET            PIC -ZZZZZZ9.99.
           05  FILLER            PIC X(23)  VALUE SPACES.
       01  PAYROLL-TOTAL-LINE2.
           05  FILLER            PIC X(6)   VALUE 'TAX = '.
           05  PT-TAX            PIC -ZZZZZZ9.99.
           05  FILLER            PIC X(11)  VALUE ' SOC INS = '.
           05  PT-NI             PIC ZZZZZZ9.99.
           05  FILLER            PIC X(13)  VALUE ' VOLUNTARY = '.
           05  PT-VOLUNTARY      PIC ZZZZZZ9.99.
           05  FILLER            PIC X(19)  VALUE SPACES.
       01  PAYROLL-BANK-ACCOUNT.
           05  PAYROLL-SORTCODE      PIC 9(6)       VALUE 987654.
           05  PAYROLL-ACCOUNT-NUM   PIC 9(8)       VALUE 00010001.
       01  PAYMENT-BATCH-REF.
           05  FILLER                PIC X(3)       VALUE 'PAY'.
           05  PBR-YY                PIC 99.
           05  PBR-MM                PIC 99.
           05  PBR-DD                PIC 99.
           05  PBR-MODE              PIC X          VALUE 'M'.
           05  FILLER                PIC X(2)       VALUE SPACES.
       01  PAYMENT-REFERENCE.
           05  FILLER                PIC X(7)       VALUE 'SALARY '.
           05  PRF-MM                PIC 99.
           05  FILLER                PIC X          VALUE '/'.
           05  PRF-YY                PIC 99.
           05  FILLER                PIC X          VALUE SPACES.
           05  PRF-EMP-NUM           PIC 9(5).
       01  PAYMENT-TABLE.
           05  PAYMENT-LINE      OCCURS 100 TIMES.
               10  PL-SORTCODE       PIC 9(6).
               10  PL-ACCOUNT        PIC 9(8).
               10  PL-AMOUNT         PIC 9(5)V99.
               10  PL-REFERENCE      PIC X(18).
       01  PAYMENT-COUNTERS.
           05  PAYMENT-COUNT         PIC 9(5)              VALUE 0.
           05  PAYMENT-MAX           PIC 9(5)              VALUE 100.
           05  PAYMENT-SUB           PIC 9(5)              VALUE 0.
           05  PAYMENT-TOTAL         PIC 9(13)V99          VALUE 0.
           05  UNPAID-COUNT          PIC 9(5)              VALUE 0.
           05  UNPAID-TOTAL          PIC S9(7)V99  COMP-3  VALUE 0.
           05  EXPECTED-COUNT        PIC S9(8)             VALUE 0.
           05  EXPECTED-TOTAL        PIC S9(13)V99         VALUE 0.
           05  PROVE-COUNT           PIC 9(8)              VALUE 0.
           05  PROVE-TOTAL           PIC 9(13)V99          VALUE 0.
           05  TRAILER-COUNT         PIC 9(8)              VALUE 0.
           05  TRAILER-TOTAL         PIC 9(13)V99          VALUE 0.
       01  PAYMENT-RECON-HDR.
           05  FILLER            PIC X(4)   VALUE SPACES.
           05  FILLER            PIC X(34)
                    VALUE 'SALARY PAYMENT FILE RECONCILIATION'.
           05  FILLER            PIC X(42)  VALUE SPACES.
       01  PAYMENT-RECON-LINE.
           05  FILLER            PIC X(4)   VALUE SPACES.
           05  PR-LABEL          PIC X(30).
           05  PR-COUNT          PIC -ZZZZZZ9.
           05  FILLER            PIC X(3)   VALUE SPACES.
           05  PR-AMOUNT         PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER            PIC X(18)  VALUE SPACES.
       01  BLANK-LINE             PIC X(80)   VALUE SPACES.
       LINKAGE SECTION.
       01  PARMINFO.
                        UNTIL REGION-SUB > 4.
           IF GOOD-PARM AND END-OF-MONTH
              PERFORM 7500-PRINT-YTD-SUMMARY.
           IF GOOD-PARM
              PERFORM 7950-PRINT-PAYROLL-TOTALS
              PERFORM 8900-WRITE-PAYMENT-FILE
              PERFORM 8950-PROVE-PAYMENT-FILE
              PERFORM 7960-PRINT-PAYMENT-RECON.
           PERFORM 9900-CLOSE.
           GOBACK.
       1000-PROCESS-DATA.
               MOVE 'BADREGN ' TO SUSP-REASON
               PERFORM 1100-SUSPEND-RECORD
           ELSE
               PERFORM 1200-CHECK-BANK-DETAILS
               IF RECORD-SUSPENDED
                   NEXT SENTENCE
               ELSE
               IF HOURLY
                   PERFORM 2000-PROCESS-HOURLY
               ELSE
           MOVE ' RECORD SUSPENDED - SEE SUSPENSE FILE '
               TO ERROR-LINE.
           WRITE REPORT-RECORD FROM ERROR-LINE.
       1200-CHECK-BANK-DETAILS.
           IF HOURLY OR SALES OR MANAGEMENT
               MOVE 'N' TO BANK-FOUND-SW
               MOVE WA-EMP-NUM TO BNK-EMP-NUM
               READ BANK-FILE
                   INVALID KEY MOVE 'N' TO BANK-FOUND-SW
                   NOT INVALID KEY MOVE 'Y' TO BANK-FOUND-SW
               END-READ
               IF BANK-FOUND
                   IF BNK-SORTCODE NOT NUMERIC OR BNK-SORTCODE = 0
                   OR BNK-ACCOUNT NOT NUMERIC OR BNK-ACCOUNT = 0
                       MOVE 'N' TO BANK-FOUND-SW
                   END-IF
               END-IF
               IF BANK-FOUND
                   MOVE BNK-SORTCODE TO PAY-SORTCODE
                   MOVE BNK-ACCOUNT  TO PAY-ACCOUNT
               ELSE
                   MOVE 'BADBANK ' TO SUSP-REASON
                   PERFORM 1100-SUSPEND-RECORD.
       2000-PROCESS-HOURLY.
           MOVE ZERO TO OT-AMOUNT.
           IF WA-EMP-HOURS GREATER THAN 40
           MOVE WA-EMP-NAME    TO REGION-MANAGER (WA-EMP-REGION).
           MOVE WA-MGMT-SALARY TO REGION-SALARY (WA-EMP-REGION).
           MOVE WA-EMP-NUM     TO REGION-MGR-NUM (WA-EMP-REGION).
           MOVE WA-EMP-TAX-CODE
                               TO REGION-MGR-TAX-CODE (WA-EMP-REGION).
           MOVE PAY-SORTCODE   TO REGION-MGR-SORTCODE (WA-EMP-REGION).
           MOVE PAY-ACCOUNT    TO REGION-MGR-ACCOUNT (WA-EMP-REGION).
       5000-STORE-EMPLOYEE-DETAIL.
           PERFORM 5100-SET-INDEX.
           IF VALID-REGION
               MOVE REGION-MGR-NUM (REGION-SUB) TO WA-EMP-NUM
               MOVE REGION-MANAGER (REGION-SUB) TO WA-EMP-NAME
               MOVE REGION-SUB                  TO WA-EMP-REGION
               MOVE REGION-MGR-TAX-CODE (REGION-SUB)
                                                TO WA-EMP-TAX-CODE
               MOVE REGION-MGR-SORTCODE (REGION-SUB) TO PAY-SORTCODE
               MOVE REGION-MGR-ACCOUNT (REGION-SUB)  TO PAY-ACCOUNT
               MOVE REGION-SALARY (REGION-SUB)  TO YTD-APPLY-GROSS
               MOVE ZERO                        TO YTD-APPLY-OT
               MOVE CALC-COMMISSION             TO YTD-APPLY-BONUS
               MOVE ZEROS         TO YTD-GROSS
                                     YTD-OVERTIME
                                     YTD-BONUS
                                     YTD-TAX-PAID
                                     YTD-NI-PAID
                                     YTD-PENSION
                                     YTD-UNION-DUES
                                     YTD-OTHER-DEDS
               MOVE ZEROS         TO YTD-LAST-YYMM.
           IF YTD-SEQUENCE-ERROR AND REPROCESS-MODE
               MOVE ' ALREADY APPLIED - REPROCESS SKIPPED '
               WRITE REPORT-RECORD FROM ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF YTD-FOUND
                   PERFORM 8520-CHECK-TAX-YEAR
               END-IF
               PERFORM 8600-CALCULATE-NET-PAY
               ADD YTD-APPLY-GROSS TO YTD-GROSS
               ADD YTD-APPLY-OT    TO YTD-OVERTIME
               ADD YTD-APPLY-BONUS TO YTD-BONUS
               ADD PERIOD-TAX      TO YTD-TAX-PAID
               ADD PERIOD-NI       TO YTD-NI-PAID
               ADD PERIOD-PENSION  TO YTD-PENSION
               ADD PERIOD-UNION    TO YTD-UNION-DUES
               ADD PERIOD-OTHER    TO YTD-OTHER-DEDS
               MOVE RUN-YYMM       TO YTD-LAST-YYMM
               PERFORM 8700-WRITE-PAYSLIP
               PERFORM 8800-ADD-PAYMENT
               IF YTD-FOUND
                   REWRITE YTD-RECORD
                       INVALID KEY
                   MOVE 'Y' TO YTD-SEQ-ERROR-SW
                   MOVE ' YTD MONTH SEQUENCE GAP FOR EMPLOYEE '
                       TO ERROR-LINE.
       8520-CHECK-TAX-YEAR.
           IF YTD-TAX-PAID   NOT NUMERIC
           OR YTD-NI-PAID    NOT NUMERIC
           OR YTD-PENSION    NOT NUMERIC
           OR YTD-UNION-DUES NOT NUMERIC
           OR YTD-OTHER-DEDS NOT NUMERIC
               MOVE ZEROS TO YTD-TAX-PAID
                             YTD-NI-PAID
                             YTD-PENSION
                             YTD-UNION-DUES
                             YTD-OTHER-DEDS.
           IF YTD-LAST-YY NOT = RUN-YY
               MOVE ZEROS TO YTD-GROSS
                             YTD-OVERTIME
                             YTD-BONUS
                             YTD-TAX-PAID
                             YTD-NI-PAID
                             YTD-PENSION
                             YTD-UNION-DUES
                             YTD-OTHER-DEDS.
       8600-CALCULATE-NET-PAY.
           COMPUTE PERIOD-GROSS = YTD-APPLY-GROSS + YTD-APPLY-OT
                                + YTD-APPLY-BONUS.
           MOVE RUN-MM TO PERIOD-NO.
           PERFORM 8610-READ-DEDUCTIONS.
           COMPUTE PERIOD-PENSION ROUNDED =
                   PERIOD-GROSS * PENSION-PCT / 100.
           PERFORM 8620-SET-TAX-BASIS.
           PERFORM 8630-CALCULATE-TAX.
           MOVE 'N'          TO BAND-TYPE.
           MOVE 1            TO BAND-PERIODS.
           MOVE PERIOD-GROSS TO BAND-INCOME.
           PERFORM 8650-APPLY-RATE-BANDS.
           MOVE BAND-TAX     TO PERIOD-NI.
           COMPUTE PERIOD-NET = PERIOD-GROSS - PERIOD-TAX - PERIOD-NI
                              - PERIOD-PENSION - PERIOD-UNION
                              - PERIOD-OTHER.
       8610-READ-DEDUCTIONS.
           MOVE ZEROS  TO PENSION-PCT
                          PERIOD-UNION
                          PERIOD-OTHER.
           MOVE SPACES TO OTHER-DESC.
           IF DEDUCTIONS-AVAILABLE
               MOVE WA-EMP-NUM TO DED-EMP-NUM
               READ DEDUCTION-FILE
                   INVALID KEY
                       MOVE SPACES TO OTHER-DESC
                   NOT INVALID KEY
                       MOVE DED-PENSION-PCT  TO PENSION-PCT
                       MOVE DED-UNION-DUES   TO PERIOD-UNION
                       MOVE DED-OTHER-AMOUNT TO PERIOD-OTHER
                       MOVE DED-OTHER-DESC   TO OTHER-DESC.
       8620-SET-TAX-BASIS.
           MOVE ZERO TO TAX-ALLOWANCE.
           IF TAX-CODE-NT
               MOVE 'N' TO TAX-BASIS-SW
           ELSE
               IF TAX-CODE-BR
                   MOVE 'B' TO TAX-BASIS-SW
               ELSE
                   MOVE 'C' TO TAX-BASIS-SW
                   IF WA-TAX-CODE-NUMBER IS NUMERIC
                       COMPUTE TAX-ALLOWANCE =
                               WA-TAX-CODE-NUMBER * 10.
       8630-CALCULATE-TAX.
           MOVE ZERO TO PERIOD-TAX.
           IF TAX-BASIC-RATE
               COMPUTE PERIOD-TAX ROUNDED =
                   (PERIOD-GROSS - PERIOD-PENSION) * RB-RATE (1).
           IF TAX-CUMULATIVE
               COMPUTE CUM-TAXABLE = YTD-GROSS + YTD-OVERTIME
                                   + YTD-BONUS + PERIOD-GROSS
                                   - YTD-PENSION - PERIOD-PENSION
                                   - TAX-ALLOWANCE * PERIOD-NO / 12
               IF CUM-TAXABLE < ZERO
                   MOVE ZERO TO CUM-TAXABLE
               END-IF
               MOVE 'T'         TO BAND-TYPE
               MOVE PERIOD-NO   TO BAND-PERIODS
               MOVE CUM-TAXABLE TO BAND-INCOME
               PERFORM 8650-APPLY-RATE-BANDS
               MOVE BAND-TAX    TO CUM-TAX-DUE
               COMPUTE PERIOD-TAX = CUM-TAX-DUE - YTD-TAX-PAID.
       8650-APPLY-RATE-BANDS.
           MOVE ZERO TO BAND-LOWER
                        BAND-TAX.
           PERFORM 8660-APPLY-ONE-BAND
                 VARYING BAND-SUB FROM 1 BY 1
                 UNTIL BAND-SUB > 6.
       8660-APPLY-ONE-BAND.
           IF RB-TYPE (BAND-SUB) = BAND-TYPE
               COMPUTE BAND-UPPER ROUNDED =
                       RB-UPPER-LIMIT (BAND-SUB) * BAND-PERIODS / 12
               IF BAND-INCOME > BAND-LOWER
                   IF BAND-INCOME > BAND-UPPER
                       COMPUTE BAND-PORTION = BAND-UPPER - BAND-LOWER
                   ELSE
                       COMPUTE BAND-PORTION = BAND-INCOME - BAND-LOWER
                   END-IF
                   COMPUTE BAND-TAX ROUNDED =
                           BAND-TAX + BAND-PORTION * RB-RATE (BAND-SUB)
               END-IF
               MOVE BAND-UPPER TO BAND-LOWER.
       8700-WRITE-PAYSLIP.
           MOVE RUN-MM                  TO PS-PERIOD-MM.
           MOVE RUN-YY                  TO PS-PERIOD-YY.
           MOVE WA-EMP-NUM              TO PS-EMP-NUM.
           MOVE WA-EMP-NAME             TO PS-EMP-NAME.
           MOVE REGION-ID (WA-EMP-REGION) TO PS-EMP-REGION.
           MOVE WA-EMP-TAX-CODE         TO PS-TAX-CODE.
           WRITE PAYSLIP-RECORD FROM PAYSLIP-HDR1
             AFTER ADVANCING PAGE.
           WRITE PAYSLIP-RECORD FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           WRITE PAYSLIP-RECORD FROM PAYSLIP-HDR2
             AFTER ADVANCING 1 LINE.
           WRITE PAYSLIP-RECORD FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'BASIC PAY'        TO PS-LABEL.
           MOVE YTD-APPLY-GROSS    TO PS-PERIOD-AMT.
           MOVE YTD-GROSS          TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           MOVE 'OVERTIME'         TO PS-LABEL.
           MOVE YTD-APPLY-OT       TO PS-PERIOD-AMT.
           MOVE YTD-OVERTIME       TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           MOVE 'COMMISSION'       TO PS-LABEL.
           MOVE YTD-APPLY-BONUS    TO PS-PERIOD-AMT.
           MOVE YTD-BONUS          TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           COMPUTE CUM-GROSS-PAY = YTD-GROSS + YTD-OVERTIME
                                 + YTD-BONUS.
           MOVE 'GROSS PAY'        TO PS-LABEL.
           MOVE PERIOD-GROSS       TO PS-PERIOD-AMT.
           MOVE CUM-GROSS-PAY      TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           WRITE PAYSLIP-RECORD FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'INCOME TAX'       TO PS-LABEL.
           MOVE PERIOD-TAX         TO PS-PERIOD-AMT.
           MOVE YTD-TAX-PAID       TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           MOVE 'SOCIAL INSURANCE' TO PS-LABEL.
           MOVE PERIOD-NI          TO PS-PERIOD-AMT.
           MOVE YTD-NI-PAID        TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           IF PERIOD-PENSION > 0 OR YTD-PENSION > 0
               MOVE 'PENSION'      TO PS-LABEL-TEXT
               MOVE PENSION-PCT    TO PS-LABEL-PCT
               MOVE '%'            TO PS-LABEL-PCT-SIGN
               MOVE PERIOD-PENSION TO PS-PERIOD-AMT
               MOVE YTD-PENSION    TO PS-YTD-AMT
               PERFORM 8710-WRITE-PAYSLIP-LINE.
           IF PERIOD-UNION > 0 OR YTD-UNION-DUES > 0
               MOVE 'UNION DUES'   TO PS-LABEL
               MOVE PERIOD-UNION   TO PS-PERIOD-AMT
               MOVE YTD-UNION-DUES TO PS-YTD-AMT
               PERFORM 8710-WRITE-PAYSLIP-LINE.
           IF PERIOD-OTHER > 0 OR YTD-OTHER-DEDS > 0
               IF OTHER-DESC = SPACES
                   MOVE 'OTHER DEDUCTIONS' TO PS-LABEL
               ELSE
                   MOVE OTHER-DESC     TO PS-LABEL
               END-IF
               MOVE PERIOD-OTHER   TO PS-PERIOD-AMT
               MOVE YTD-OTHER-DEDS TO PS-YTD-AMT
               PERFORM 8710-WRITE-PAYSLIP-LINE.
           WRITE PAYSLIP-RECORD FROM BLANK-LINE
             AFTER ADVANCING 1 LINE.
           COMPUTE CUM-NET-PAY = CUM-GROSS-PAY - YTD-TAX-PAID
                               - YTD-NI-PAID - YTD-PENSION
                               - YTD-UNION-DUES - YTD-OTHER-DEDS.
           MOVE 'NET PAY'          TO PS-LABEL.
           MOVE PERIOD-NET         TO PS-PERIOD-AMT.
           MOVE CUM-NET-PAY        TO PS-YTD-AMT.
           PERFORM 8710-WRITE-PAYSLIP-LINE.
           ADD 1              TO TOTAL-PAYSLIPS.
           ADD PERIOD-GROSS   TO TOTAL-GROSS-PAY.
           ADD PERIOD-TAX     TO TOTAL-TAX.
           ADD PERIOD-NI      TO TOTAL-NI.
           ADD PERIOD-PENSION
               PERIOD-UNION
               PERIOD-OTHER   TO TOTAL-VOLUNTARY.
           ADD PERIOD-NET     TO TOTAL-NET-PAY.
       8710-WRITE-PAYSLIP-LINE.
           WRITE PAYSLIP-RECORD FROM PAYSLIP-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PS-LABEL.
       8800-ADD-PAYMENT.
           IF PERIOD-NET NOT > ZERO
               ADD 1          TO UNPAID-COUNT
               ADD PERIOD-NET TO UNPAID-TOTAL
               MOVE ' NET PAY NOT ABOVE ZERO - NO PAYMENT MADE '
                   TO ERROR-LINE
               WRITE REPORT-RECORD FROM ERROR-LINE
           ELSE
           IF PAYMENT-COUNT NOT < PAYMENT-MAX
               ADD 1          TO UNPAID-COUNT
               ADD PERIOD-NET TO UNPAID-TOTAL
               MOVE ' PAYMENT TABLE FULL - NET PAY NOT PAID '
                   TO ERROR-LINE
               WRITE REPORT-RECORD FROM ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1              TO PAYMENT-COUNT
               ADD PERIOD-NET     TO PAYMENT-TOTAL
               MOVE RUN-MM        TO PRF-MM
               MOVE RUN-YY        TO PRF-YY
               MOVE WA-EMP-NUM    TO PRF-EMP-NUM
               MOVE PAY-SORTCODE  TO PL-SORTCODE (PAYMENT-COUNT)
               MOVE PAY-ACCOUNT   TO PL-ACCOUNT (PAYMENT-COUNT)
               MOVE PERIOD-NET    TO PL-AMOUNT (PAYMENT-COUNT)
               MOVE PAYMENT-REFERENCE
                                  TO PL-REFERENCE (PAYMENT-COUNT).
       8900-WRITE-PAYMENT-FILE.
           MOVE DATE-YY TO PBR-YY.
           MOVE DATE-MM TO PBR-MM.
           MOVE DATE-DD TO PBR-DD.
           IF REPROCESS-MODE
               MOVE 'R' TO PBR-MODE.
           OPEN OUTPUT PAYMENT-FILE.
           IF PAYMENT-COUNT > 0
               MOVE 'H' TO PMT-RECORD-TYPE
               PERFORM 8920-SET-PAYMENT-CONTROLS
               WRITE PAYMENT-RECORD
               PERFORM 8910-WRITE-PAYMENT-DETAIL
                     VARYING PAYMENT-SUB FROM 1 BY 1
                     UNTIL PAYMENT-SUB > PAYMENT-COUNT
               MOVE 'T' TO PMT-RECORD-TYPE
               PERFORM 8920-SET-PAYMENT-CONTROLS
               WRITE PAYMENT-RECORD.
           CLOSE PAYMENT-FILE.
       8910-WRITE-PAYMENT-DETAIL.
           MOVE SPACES                      TO PAYMENT-RECORD.
           MOVE 'D'                         TO PMT-RECORD-TYPE.
           MOVE PL-SORTCODE (PAYMENT-SUB)   TO PMT-DEST-SORTCODE.
           MOVE PL-ACCOUNT (PAYMENT-SUB)    TO PMT-DEST-ACCOUNT.
           MOVE PL-AMOUNT (PAYMENT-SUB)     TO PMT-AMOUNT.
           MOVE PL-REFERENCE (PAYMENT-SUB)  TO PMT-REFERENCE.
           WRITE PAYMENT-RECORD.
       8920-SET-PAYMENT-CONTROLS.
           MOVE SPACES              TO PAYMENT-CONTROL-RECORD (2:79).
           MOVE PAYROLL-SORTCODE    TO PMT-CTL-SORTCODE.
           MOVE PAYROLL-ACCOUNT-NUM TO PMT-CTL-ACCOUNT.
           MOVE PAYMENT-BATCH-REF   TO PMT-CTL-BATCH-REF.
           MOVE PAYMENT-COUNT       TO PMT-CTL-COUNT.
           MOVE PAYMENT-TOTAL       TO PMT-CTL-TOTAL.
       8950-PROVE-PAYMENT-FILE.
           MOVE ZERO TO PROVE-COUNT
                        PROVE-TOTAL
                        TRAILER-COUNT
                        TRAILER-TOTAL.
           MOVE 'N' TO PMT-EOF-SW.
           OPEN INPUT PAYMENT-FILE.
           PERFORM 8960-READ-PAYMENT
               UNTIL END-OF-PAYMENT-FILE.
           CLOSE PAYMENT-FILE.
       8960-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END MOVE 'Y' TO PMT-EOF-SW.
           IF NOT END-OF-PAYMENT-FILE
               IF PMT-DETAIL
                   ADD 1          TO PROVE-COUNT
                   ADD PMT-AMOUNT TO PROVE-TOTAL
               ELSE
                   IF PMT-TRAILER
                       MOVE PMT-CTL-COUNT TO TRAILER-COUNT
                       MOVE PMT-CTL-TOTAL TO TRAILER-TOTAL.
       7900-PRINT-RECONCILIATION.
           MOVE RECORDS-IN        TO RECON-IN.
           MOVE RECORDS-ACCEPTED  TO RECON-ACCEPTED.
               MOVE 8 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM RECON-LINE.
       7950-PRINT-PAYROLL-TOTALS.
           MOVE TOTAL-PAYSLIPS    TO PT-PAYSLIPS.
           MOVE TOTAL-GROSS-PAY   TO PT-GROSS.
           MOVE TOTAL-NET-PAY     TO PT-NET.
           MOVE TOTAL-TAX         TO PT-TAX.
           MOVE TOTAL-NI          TO PT-NI.
           MOVE TOTAL-VOLUNTARY   TO PT-VOLUNTARY.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM PAYROLL-TOTAL-LINE1.
           WRITE REPORT-RECORD FROM PAYROLL-TOTAL-LINE2.
       7960-PRINT-PAYMENT-RECON.
           COMPUTE EXPECTED-COUNT = TOTAL-PAYSLIPS - UNPAID-COUNT.
           COMPUTE EXPECTED-TOTAL = TOTAL-NET-PAY - UNPAID-TOTAL.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM PAYMENT-RECON-HDR.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE 'NET PAY ON PAYROLL REGISTER'    TO PR-LABEL.
           MOVE TOTAL-PAYSLIPS                   TO PR-COUNT.
           MOVE TOTAL-NET-PAY                    TO PR-AMOUNT.
           WRITE REPORT-RECORD FROM PAYMENT-RECON-LINE.
           MOVE 'LESS NET PAY NOT PAID'          TO PR-LABEL.
           MOVE UNPAID-COUNT                     TO PR-COUNT.
           MOVE UNPAID-TOTAL                     TO PR-AMOUNT.
           WRITE REPORT-RECORD FROM PAYMENT-RECON-LINE.
           MOVE 'NET PAY TO BE PAID'             TO PR-LABEL.
           MOVE EXPECTED-COUNT                   TO PR-COUNT.
           MOVE EXPECTED-TOTAL                   TO PR-AMOUNT.
           WRITE REPORT-RECORD FROM PAYMENT-RECON-LINE.
           MOVE 'PAYMENT FILE DETAILS'           TO PR-LABEL.
           MOVE PROVE-COUNT                      TO PR-COUNT.
           MOVE PROVE-TOTAL                      TO PR-AMOUNT.
           WRITE REPORT-RECORD FROM PAYMENT-RECON-LINE.
           MOVE 'PAYMENT FILE TRAILER'           TO PR-LABEL.
           MOVE TRAILER-COUNT                    TO PR-COUNT.
           MOVE TRAILER-TOTAL                    TO PR-AMOUNT.
           WRITE REPORT-RECORD FROM PAYMENT-RECON-LINE.
           IF PROVE-COUNT = EXPECTED-COUNT
           AND PROVE-COUNT = TRAILER-COUNT
           AND PROVE-TOTAL = EXPECTED-TOTAL
           AND PROVE-TOTAL = TRAILER-TOTAL
               MOVE ' PAYMENT FILE IN BALANCE WITH PAYROLL REGISTER '
                   TO ERROR-LINE
           ELSE
               MOVE ' ** PAYMENT FILE OUT OF BALANCE ** '
                   TO ERROR-LINE
               MOVE 8 TO RETURN-CODE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM ERROR-LINE.
       9000-OPEN.
           IF REPROCESS-MODE
               OPEN INPUT SUSPIN-FILE
                   TO ERROR-LINE
               WRITE REPORT-RECORD FROM ERROR-LINE
               MOVE 8 TO RETURN-CODE.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN INPUT  DEDUCTION-FILE.
           IF DED-STATUS = '00'
               MOVE 'Y' TO DED-FILE-SW
           ELSE
               IF DED-STATUS = '35'
                   MOVE ' DEDUCTIONS FILE NOT FOUND - NONE TAKEN '
                       TO ERROR-LINE
                   WRITE REPORT-RECORD FROM ERROR-LINE
               ELSE
                   MOVE 'Y' TO PARM-ERROR-SW
                   MOVE '   DEDUCTIONS FILE COULD NOT BE OPENED   '
                       TO ERROR-LINE
                   WRITE REPORT-RECORD FROM ERROR-LINE
                   MOVE 8 TO RETURN-CODE.
           OPEN INPUT  BANK-FILE.
           IF BANK-STATUS = '00'
               MOVE 'Y' TO BANK-FILE-SW
           ELSE
               MOVE 'Y' TO PARM-ERROR-SW
               MOVE '   BANK DETAILS FILE COULD NOT BE OPENED   '
                   TO ERROR-LINE
               WRITE REPORT-RECORD FROM ERROR-LINE
               MOVE 8 TO RETURN-CODE.
       9100-CHECK-PARM.
           IF PARM-LTH = 5
               IF PARM-DATA IS NUMERIC
           MOVE 0 TO REGION-YTD-OT (REGION-SUB).
           MOVE 0 TO REGION-YTD-BONUS (REGION-SUB).
           MOVE 0 TO REGION-MGR-NUM (REGION-SUB).
           MOVE SPACES TO REGION-MGR-TAX-CODE (REGION-SUB).
           MOVE 0 TO REGION-MGR-SORTCODE (REGION-SUB).
           MOVE 0 TO REGION-MGR-ACCOUNT (REGION-SUB).
           ADD 1 TO REGION-SUB.
       9800-BAD-PARM.
           MOVE 'Y' TO PARM-ERROR-SW.
           CLOSE REPORT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE YTD-FILE.
           CLOSE PAYSLIP-FILE.
           IF DEDUCTIONS-AVAILABLE
               CLOSE DEDUCTION-FILE.
           IF BANK-FILE-OPEN
               CLOSE BANK-FILE.
       9999-RIP.
           DISPLAY '    ************    '.
           DISPLAY '   *            *   '.
