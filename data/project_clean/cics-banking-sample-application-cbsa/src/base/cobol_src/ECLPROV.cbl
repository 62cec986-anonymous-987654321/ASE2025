       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECLPROV.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISION-REPORT ASSIGN TO ECLRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVISION-REPORT
           RECORDING MODE IS F.
       01  PROVISION-LINE                     PIC X(100).
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-EYECATCHER             PIC X(4).
           05 CUSTOMER-KEY.
              07 CUSTOMER-SORTCODE            PIC 9(6) DISPLAY.
              07 CUSTOMER-NUMBER              PIC 9(10) DISPLAY.
           05 CUSTOMER-NAME                   PIC X(60).
           05 CUSTOMER-ADDRESS                PIC X(160).
           05 CUSTOMER-DATE-OF-BIRTH          PIC 9(8).
           05 CUSTOMER-CREDIT-SCORE           PIC 999.
           05 CUSTOMER-CS-REVIEW-DATE         PIC 9(8).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
      *
      *    Staging thresholds. An exposure more than 30 days past
      *    due, under a forbearance arrangement, or whose customer
      *    has lost 100 or more credit score points since the
      *    exposure was first provisioned shows a significant
      *    increase in credit risk (stage 2). Beyond 90 days past
      *    due it is credit-impaired (stage 3). Each threshold can
      *    be overridden on the CONTROL table.
      *
       77 WS-STAGE2-DPD                     PIC 9(4) VALUE 30.
       77 WS-STAGE3-DPD                     PIC 9(4) VALUE 90.
       77 WS-SCORE-DROP                     PIC 9(3) VALUE 100.
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-PERIOD-END                     PIC S9(8).
       01 HV-PRIOR-PERIOD                   PIC S9(8).
       01 HV-PRIOR-PERIOD-IND               PIC S9(4) COMP.
       01 HV-TODAY                          PIC S9(8).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99.
       01 HV-OLDEST-DUE                     PIC S9(8).
       01 HV-OLDEST-DUE-IND                 PIC S9(4) COMP.
       01 HV-ODEX-DAYS                      PIC S9(4) COMP.
       01 HV-FORBEAR-COUNT                  PIC S9(9) COMP.
       01 HOST-ECLPROV-ROW.
          03 HV-ECL-SORTCODE                PIC X(6).
          03 HV-ECL-ACC-NO                  PIC X(8).
          03 HV-ECL-PERIOD                  PIC S9(8).
          03 HV-ECL-PRODUCT                 PIC X(8).
          03 HV-ECL-CUSTOMER                PIC X(10).
          03 HV-ECL-STAGE                   PIC X.
          03 HV-ECL-DPD                     PIC S9(4) COMP.
          03 HV-ECL-FORBORNE                PIC X.
          03 HV-ECL-ORIG-SCORE              PIC S9(4) COMP.
          03 HV-ECL-SCORE                   PIC S9(4) COMP.
          03 HV-ECL-EXPOSURE                PIC S9(10)V99.
          03 HV-ECL-RATE                    PIC S9(3)V99.
          03 HV-ECL-PROVISION               PIC S9(10)V99.
       01 HV-PRIOR-STAGE                    PIC X.
       01 HV-PRIOR-ORIG-SCORE               PIC S9(4) COMP.
       01 HOST-EXIT-ROW.
          03 HV-EXIT-PRODUCT                PIC X(8).
          03 HV-EXIT-STAGE                  PIC X.
          03 HV-EXIT-COUNT                  PIC S9(9) COMP.
       01 HV-PRIOR-TOTAL                    PIC S9(13)V99.
       01 HV-PRIOR-TOTAL-IND                PIC S9(4) COMP.
       01 HOST-GLRULE-ROW.
          03 HV-GLRULE-TRAN-TYPE            PIC X(3).
          03 HV-GLRULE-DR-ACCOUNT           PIC X(8).
          03 HV-GLRULE-CR-ACCOUNT           PIC X(8).
       01 HOST-GLJRNL-ROW.
          03 HV-GLJRNL-DATE                 PIC S9(8).
          03 HV-GLJRNL-SEQ                  PIC S9(9) COMP.
          03 HV-GLJRNL-GL-ACCOUNT           PIC X(8).
          03 HV-GLJRNL-DR-CR                PIC X.
          03 HV-GLJRNL-AMOUNT               PIC S9(13)V99.
          03 HV-GLJRNL-TRAN-TYPE            PIC X(3).
       01 HV-GLBAL-ACCOUNT                  PIC X(8).
       01 HV-GLBAL-DELTA                    PIC S9(13)V99.
       01 HV-MAX-SEQ                        PIC S9(9) COMP VALUE 0.
       01 HV-MAX-SEQ-IND                    PIC S9(4) COMP VALUE 0.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01 WS-EXIT-ROW-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-EXITS                    VALUE 'Y'.
       01 WS-PRIOR-FOUND-SW                 PIC X VALUE 'N'.
          88 WS-PRIOR-FOUND                      VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-PERIOD-YYYY                    PIC 9999.
       01 WS-PERIOD-MM                      PIC 99.
       01 WS-PERIOD-LAST-DAY                PIC 99.
       01 WS-LEAP-REM                       PIC 9(4).
       01 WS-OLDEST-UNSIGNED                PIC 9(8).
       01 WS-DPD                            PIC S9(5) COMP.
       01 WS-SCORE-FALL                     PIC S9(4) COMP.
       01 WS-PROD-SUB                       PIC S9(4) COMP.
       01 WS-STAGE-SUB                      PIC S9(4) COMP.
       01 WS-FROM-SUB                       PIC S9(4) COMP.
       01 WS-TO-SUB                         PIC S9(4) COMP.
       01 WS-STAGE-DIGIT                    PIC 9.
       01 WS-JOURNAL-SEQ                    PIC S9(9) COMP VALUE 0.
       01 WS-MOVEMENT                       PIC S9(13)V99.
       01 WS-ABS-MOVEMENT                   PIC S9(13)V99.
       01 WS-PROD-TOTAL                     PIC S9(13)V99.
      *
      *    Coverage rates by product and stage. CONTROL holds them
      *    as percent times one hundred (150 = 1.50 PCT) under the
      *    name <sortcode>-ECL-<account type>-S<stage>. Each product
      *    posts its provision movement through its own GLRULE
      *    transaction type.
      *
       01 WS-PRODUCT-TABLE.
          03 WS-PRODUCT-ENTRY OCCURS 3.
             05 WS-PROD-TYPE                PIC X(8).
             05 WS-PROD-GL-TYPE             PIC X(3).
             05 WS-PROD-RATE                PIC S9(3)V99 OCCURS 3.
             05 WS-PROD-PRIOR-TOTAL         PIC S9(13)V99.
             05 WS-PROD-STAGE-COUNT         PIC 9(8) OCCURS 3.
             05 WS-PROD-STAGE-EXPOSURE      PIC S9(13)V99 OCCURS 3.
             05 WS-PROD-STAGE-PROVISION     PIC S9(13)V99 OCCURS 3.
      *          rows: 1 = new, 2-4 = prior stage 1-3
      *          columns: 1-3 = stage 1-3 this period, 4 = exited
             05 WS-PROD-MIGRATION OCCURS 4.
                07 WS-PROD-MIG-COUNT        PIC 9(8) OCCURS 4.
       01 ACCOUNTS-STAGED                   PIC 9(8) VALUE 0.
       01 ACCOUNTS-NO-SCORE                 PIC 9(8) VALUE 0.
       01 JOURNALS-POSTED                   PIC 9(8) VALUE 0.
       01 TOTAL-PROVISION                   PIC S9(13)V99 VALUE 0.
       01 TOTAL-MOVEMENT                    PIC S9(13)V99 VALUE 0.
       01 WS-RUN-STEP                       PIC X(8) VALUE 'ECLPROV '.
       01 HV-RUN-STATUS                     PIC X.
       01 HV-RUN-BUSDATE                    PIC S9(8) VALUE 0.
       01 HV-RUN-TIME                       PIC 9(6) VALUE 0.
       01 HV-RUN-COUNT1                     PIC S9(9) COMP VALUE 0.
       01 HV-RUN-COUNT2                     PIC S9(9) COMP VALUE 0.
       01 WS-BR-TIME                        PIC 9(6) VALUE 0.
       01 WS-TEXT-LINE                      PIC X(100).
       01 WS-AMOUNT-EDIT                    PIC -(12)9.99.
       01 WS-AMOUNT-EDIT2                   PIC -(12)9.99.
       01 WS-COUNT-EDIT                     PIC Z(7)9.
       01 WS-RATE-EDIT                      PIC ZZ9.99.
       01 WS-STAGE-LABEL                    PIC X(12).
       01 WS-MIGRATION-LINE.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WML-FROM                       PIC X(14).
          03 WML-COUNT OCCURS 4.
             05 FILLER                      PIC X(3).
             05 WML-COUNT-EDIT              PIC Z(7)9.
          03 FILLER                         PIC X(40) VALUE SPACES.
       01 WS-STAGE-LINE.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WSL-STAGE                      PIC X(12).
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WSL-COUNT                      PIC Z(7)9.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WSL-EXPOSURE                   PIC -(12)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WSL-RATE                       PIC ZZ9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 WSL-PROVISION                  PIC -(12)9.99.
          03 FILLER                         PIC X(17) VALUE SPACES.
           EXEC SQL
              DECLARE ECL-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_TYPE,
                        ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_ACTUAL_BALANCE
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND ACCOUNT_TYPE IN ('LOAN    ', 'MORTGAGE',
                                      'CURRENT ')
                 AND ACCOUNT_ACTUAL_BALANCE < 0
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
      *
      *    Exposures provisioned last period with no row this period
      *    have been repaid or brought back into credit.
      *
           EXEC SQL
              DECLARE EXIT-CURSOR CURSOR FOR
                 SELECT P.ECLPROV_PRODUCT, P.ECLPROV_STAGE,
                        COUNT(*)
                 FROM ECLPROV P
                 WHERE P.ECLPROV_SORTCODE = :HV-OUR-SORTCODE
                 AND P.ECLPROV_PERIOD = :HV-PRIOR-PERIOD
                 AND NOT EXISTS
                    (SELECT 1 FROM ECLPROV C
                     WHERE C.ECLPROV_SORTCODE = P.ECLPROV_SORTCODE
                     AND C.ECLPROV_NUMBER = P.ECLPROV_NUMBER
                     AND C.ECLPROV_PERIOD = :HV-PERIOD-END)
                 GROUP BY P.ECLPROV_PRODUCT, P.ECLPROV_STAGE
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-RUN-DATE-X =
              WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-TODAY.
           PERFORM COMPUTE-PERIOD-END.
           MOVE HV-PERIOD-END TO HV-RUN-BUSDATE.
           PERFORM REGISTER-RUN-START.
           PERFORM INITIALISE-PRODUCT-TABLE.
           PERFORM GET-STAGING-CONFIG.
           PERFORM FIND-PRIOR-PERIOD.
           PERFORM CLEAR-PERIOD-ROWS.
           DISPLAY 'ECLPROV - ECL PROVISIONING FOR PERIOD ENDING '
              HV-PERIOD-END ' PRIOR PERIOD ' HV-PRIOR-PERIOD.
           OPEN OUTPUT PROVISION-REPORT.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'ECLPROV - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL OPEN ECL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM STAGE-ONE-EXPOSURE UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE ECL-CURSOR
           END-EXEC.
           CLOSE CUSTOMER-FILE.
           PERFORM COUNT-EXITED-EXPOSURES.
           PERFORM SEED-JOURNAL-SEQUENCE.
           PERFORM POST-PRODUCT-MOVEMENT
              VARYING WS-PROD-SUB FROM 1 BY 1
              UNTIL WS-PROD-SUB > 3.
           PERFORM WRITE-MIGRATION-REPORT.
           CLOSE PROVISION-REPORT.
           DISPLAY 'ECLPROV - EXPOSURES STAGED:     ' ACCOUNTS-STAGED.
           DISPLAY 'ECLPROV - NO CREDIT SCORE:      '
              ACCOUNTS-NO-SCORE.
           DISPLAY 'ECLPROV - TOTAL PROVISION:      ' TOTAL-PROVISION.
           DISPLAY 'ECLPROV - MOVEMENT ON PRIOR:    ' TOTAL-MOVEMENT.
           DISPLAY 'ECLPROV - GL JOURNALS POSTED:   ' JOURNALS-POSTED.
           PERFORM REGISTER-RUN-END.
           STOP RUN.
       P999.
           EXIT.
       COMPUTE-PERIOD-END SECTION.
       CPE010.
      *
      *    The provision is struck as at the last day of the month
      *    before the run date, so the run is made in the first
      *    days of the new month once month-end EOD has completed.
      *
           MOVE WS-RUN-DATE-CCYY TO WS-PERIOD-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-PERIOD-MM.
           IF WS-PERIOD-MM = 1
              MOVE 12 TO WS-PERIOD-MM
              SUBTRACT 1 FROM WS-PERIOD-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MM
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
           COMPUTE HV-PERIOD-END =
              WS-PERIOD-YYYY * 10000 + WS-PERIOD-MM * 100
              + WS-PERIOD-LAST-DAY.
       CPE999.
           EXIT.
       INITIALISE-PRODUCT-TABLE SECTION.
       IPT010.
           INITIALIZE WS-PRODUCT-TABLE.
           MOVE 'LOAN    ' TO WS-PROD-TYPE(1).
           MOVE 'ECL' TO WS-PROD-GL-TYPE(1).
           MOVE 1.00 TO WS-PROD-RATE(1, 1).
           MOVE 5.00 TO WS-PROD-RATE(1, 2).
           MOVE 45.00 TO WS-PROD-RATE(1, 3).
           MOVE 'MORTGAGE' TO WS-PROD-TYPE(2).
           MOVE 'ECM' TO WS-PROD-GL-TYPE(2).
           MOVE 0.25 TO WS-PROD-RATE(2, 1).
           MOVE 2.50 TO WS-PROD-RATE(2, 2).
           MOVE 20.00 TO WS-PROD-RATE(2, 3).
           MOVE 'CURRENT ' TO WS-PROD-TYPE(3).
           MOVE 'ECO' TO WS-PROD-GL-TYPE(3).
           MOVE 2.00 TO WS-PROD-RATE(3, 1).
           MOVE 10.00 TO WS-PROD-RATE(3, 2).
           MOVE 60.00 TO WS-PROD-RATE(3, 3).
           PERFORM GET-COVERAGE-CONFIG
              VARYING WS-PROD-SUB FROM 1 BY 1
              UNTIL WS-PROD-SUB > 3
              AFTER WS-STAGE-SUB FROM 1 BY 1
              UNTIL WS-STAGE-SUB > 3.
       IPT999.
           EXIT.
       GET-COVERAGE-CONFIG SECTION.
       GCC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           MOVE WS-STAGE-SUB TO WS-STAGE-DIGIT.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ECL-' DELIMITED BY SIZE,
                  WS-PROD-TYPE(WS-PROD-SUB) DELIMITED BY SPACE,
                  '-S' DELIMITED BY SIZE,
                  WS-STAGE-DIGIT DELIMITED BY SIZE
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
              COMPUTE WS-PROD-RATE(WS-PROD-SUB, WS-STAGE-SUB) =
                 HV-CONTROL-VALUE-NUM / 100
           END-IF.
       GCC999.
           EXIT.
       GET-STAGING-CONFIG SECTION.
       GSTC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ECL-STAGE2-DPD' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-STAGE2-DPD
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ECL-STAGE3-DPD' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-STAGE3-DPD
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ECL-SCORE-DROP' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-SCORE-DROP
           END-IF.
       GSTC999.
           EXIT.
       READ-CONTROL-ROW SECTION.
       RCR010.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
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
       RCR999.
           EXIT.
       FIND-PRIOR-PERIOD SECTION.
       FPP010.
           MOVE 0 TO HV-PRIOR-PERIOD.
           MOVE 0 TO HV-PRIOR-PERIOD-IND.
           EXEC SQL
              SELECT MAX(ECLPROV_PERIOD)
              INTO :HV-PRIOR-PERIOD :HV-PRIOR-PERIOD-IND
              FROM ECLPROV
              WHERE ECLPROV_SORTCODE = :HV-OUR-SORTCODE
              AND ECLPROV_PERIOD < :HV-PERIOD-END
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-PRIOR-PERIOD-IND < 0
              MOVE 0 TO HV-PRIOR-PERIOD
           END-IF.
           PERFORM GET-PRIOR-TOTAL
              VARYING WS-PROD-SUB FROM 1 BY 1
              UNTIL WS-PROD-SUB > 3.
       FPP999.
           EXIT.
       GET-PRIOR-TOTAL SECTION.
       GPT010.
           MOVE 0 TO HV-PRIOR-TOTAL.
           MOVE 0 TO HV-PRIOR-TOTAL-IND.
           MOVE WS-PROD-TYPE(WS-PROD-SUB) TO HV-ECL-PRODUCT.
           EXEC SQL
              SELECT SUM(ECLPROV_PROVISION)
              INTO :HV-PRIOR-TOTAL :HV-PRIOR-TOTAL-IND
              FROM ECLPROV
              WHERE ECLPROV_SORTCODE = :HV-OUR-SORTCODE
              AND ECLPROV_PERIOD = :HV-PRIOR-PERIOD
              AND ECLPROV_PRODUCT = :HV-ECL-PRODUCT
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-PRIOR-TOTAL-IND < 0
              MOVE 0 TO HV-PRIOR-TOTAL
           END-IF.
           MOVE HV-PRIOR-TOTAL TO WS-PROD-PRIOR-TOTAL(WS-PROD-SUB).
       GPT999.
           EXIT.
       CLEAR-PERIOD-ROWS SECTION.
       CPR010.
      *
      *    A run that failed part way through is simply run again;
      *    anything it left behind for the period is discarded.
      *
           EXEC SQL
              DELETE FROM ECLPROV
              WHERE ECLPROV_SORTCODE = :HV-OUR-SORTCODE
              AND ECLPROV_PERIOD = :HV-PERIOD-END
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
       CPR999.
           EXIT.
       STAGE-ONE-EXPOSURE SECTION.
       SOE010.
           EXEC SQL FETCH ECL-CURSOR
              INTO :HV-ACCOUNT-ACC-NO, :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO SOE999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EVALUATE HV-ACCOUNT-ACC-TYPE
              WHEN 'LOAN    '
                 MOVE 1 TO WS-PROD-SUB
              WHEN 'MORTGAGE'
                 MOVE 2 TO WS-PROD-SUB
              WHEN OTHER
                 MOVE 3 TO WS-PROD-SUB
           END-EVALUATE.
           INITIALIZE HOST-ECLPROV-ROW.
           MOVE HV-OUR-SORTCODE TO HV-ECL-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-ECL-ACC-NO.
           MOVE HV-PERIOD-END TO HV-ECL-PERIOD.
           MOVE HV-ACCOUNT-ACC-TYPE TO HV-ECL-PRODUCT.
           MOVE HV-ACCOUNT-CUST-NO TO HV-ECL-CUSTOMER.
           COMPUTE HV-ECL-EXPOSURE = 0 - HV-ACCOUNT-ACTUAL-BAL.
           PERFORM GET-DAYS-PAST-DUE.
           PERFORM GET-FORBEARANCE-STATUS.
           PERFORM GET-PRIOR-POSITION.
           PERFORM GET-CREDIT-SCORE.
           PERFORM ASSIGN-STAGE.
           MOVE HV-ECL-STAGE TO WS-STAGE-SUB.
           MOVE WS-PROD-RATE(WS-PROD-SUB, WS-STAGE-SUB)
              TO HV-ECL-RATE.
           COMPUTE HV-ECL-PROVISION ROUNDED =
              HV-ECL-EXPOSURE * HV-ECL-RATE / 100.
           PERFORM INSERT-PROVISION-ROW.
           ADD 1 TO WS-PROD-STAGE-COUNT(WS-PROD-SUB, WS-STAGE-SUB).
           ADD HV-ECL-EXPOSURE
              TO WS-PROD-STAGE-EXPOSURE(WS-PROD-SUB, WS-STAGE-SUB).
           ADD HV-ECL-PROVISION
              TO WS-PROD-STAGE-PROVISION(WS-PROD-SUB, WS-STAGE-SUB).
           IF WS-PRIOR-FOUND
              MOVE HV-PRIOR-STAGE TO WS-FROM-SUB
              ADD 1 TO WS-FROM-SUB
           ELSE
              MOVE 1 TO WS-FROM-SUB
           END-IF.
           ADD 1 TO WS-PROD-MIG-COUNT
                       (WS-PROD-SUB, WS-FROM-SUB, WS-STAGE-SUB).
           ADD HV-ECL-PROVISION TO TOTAL-PROVISION.
           ADD 1 TO ACCOUNTS-STAGED.
       SOE999.
           EXIT.
       GET-DAYS-PAST-DUE SECTION.
       GDPD010.
      *
      *    Loans are aged from their oldest missed instalment, as
      *    LOANARRS does; overdrafts from the number of days the
      *    account has been beyond its limit on the ODEXCESS queue.
      *
           MOVE 0 TO WS-DPD.
           IF WS-PROD-SUB = 3
              MOVE 0 TO HV-ODEX-DAYS
              EXEC SQL
                 SELECT ODEX_DAYS
                 INTO :HV-ODEX-DAYS
                 FROM ODEXCESS
                 WHERE ODEX_SORTCODE = :HV-OUR-SORTCODE
                 AND ODEX_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND ODEX_STATUS IN ('P', 'O')
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-ODEX-DAYS TO WS-DPD
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM ABEND-THIS-RUN
              END-IF
              GO TO GDPD090
           END-IF.
           MOVE 0 TO HV-OLDEST-DUE.
           MOVE 0 TO HV-OLDEST-DUE-IND.
           EXEC SQL
              SELECT MIN(LOANSCHD_DUE_DATE)
              INTO :HV-OLDEST-DUE :HV-OLDEST-DUE-IND
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-OUR-SORTCODE
              AND LOANSCHD_NUMBER = :HV-ACCOUNT-ACC-NO
              AND LOANSCHD_STATUS = 'M'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-OLDEST-DUE-IND >= 0 AND HV-OLDEST-DUE > 0
              MOVE HV-OLDEST-DUE TO WS-OLDEST-UNSIGNED
              COMPUTE WS-DPD =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
                 - FUNCTION INTEGER-OF-DATE(WS-OLDEST-UNSIGNED)
           END-IF.
       GDPD090.
           IF WS-DPD < 0
              MOVE 0 TO WS-DPD
           END-IF.
           IF WS-DPD > 9999
              MOVE 9999 TO WS-DPD
           END-IF.
           MOVE WS-DPD TO HV-ECL-DPD.
       GDPD999.
           EXIT.
       GET-FORBEARANCE-STATUS SECTION.
       GFS010.
           MOVE 'N' TO HV-ECL-FORBORNE.
           MOVE 0 TO HV-FORBEAR-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-FORBEAR-COUNT
              FROM FORBEAR
              WHERE FORBEAR_SORTCODE = :HV-OUR-SORTCODE
              AND FORBEAR_NUMBER = :HV-ACCOUNT-ACC-NO
              AND FORBEAR_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-FORBEAR-COUNT > 0
              MOVE 'Y' TO HV-ECL-FORBORNE
           END-IF.
       GFS999.
           EXIT.
       GET-PRIOR-POSITION SECTION.
       GPP010.
           MOVE 'N' TO WS-PRIOR-FOUND-SW.
           MOVE SPACE TO HV-PRIOR-STAGE.
           MOVE 0 TO HV-PRIOR-ORIG-SCORE.
           IF HV-PRIOR-PERIOD = 0
              GO TO GPP999
           END-IF.
           EXEC SQL
              SELECT ECLPROV_STAGE, ECLPROV_ORIG_SCORE
              INTO :HV-PRIOR-STAGE, :HV-PRIOR-ORIG-SCORE
              FROM ECLPROV
              WHERE ECLPROV_SORTCODE = :HV-OUR-SORTCODE
              AND ECLPROV_NUMBER = :HV-ACCOUNT-ACC-NO
              AND ECLPROV_PERIOD = :HV-PRIOR-PERIOD
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO WS-PRIOR-FOUND-SW
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
       GPP999.
           EXIT.
       GET-CREDIT-SCORE SECTION.
       GCS010.
           MOVE 0 TO HV-ECL-SCORE.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-ACCOUNT-CUST-NO TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS = '00'
              MOVE CUSTOMER-CREDIT-SCORE TO HV-ECL-SCORE
           ELSE
              ADD 1 TO ACCOUNTS-NO-SCORE
           END-IF.
      *
      *    The score at first provisioning is carried forward from
      *    period to period so deterioration is always measured
      *    against the same starting point.
      *
           IF WS-PRIOR-FOUND AND HV-PRIOR-ORIG-SCORE > 0
              MOVE HV-PRIOR-ORIG-SCORE TO HV-ECL-ORIG-SCORE
           ELSE
              MOVE HV-ECL-SCORE TO HV-ECL-ORIG-SCORE
           END-IF.
       GCS999.
           EXIT.
       ASSIGN-STAGE SECTION.
       AS010.
           MOVE 0 TO WS-SCORE-FALL.
           IF HV-ECL-SCORE > 0 AND HV-ECL-ORIG-SCORE > 0
              COMPUTE WS-SCORE-FALL =
                 HV-ECL-ORIG-SCORE - HV-ECL-SCORE
           END-IF.
           EVALUATE TRUE
              WHEN HV-ECL-DPD > WS-STAGE3-DPD
                 MOVE '3' TO HV-ECL-STAGE
              WHEN HV-ECL-DPD > WS-STAGE2-DPD
                 MOVE '2' TO HV-ECL-STAGE
              WHEN HV-ECL-FORBORNE = 'Y'
                 MOVE '2' TO HV-ECL-STAGE
              WHEN WS-SCORE-FALL >= WS-SCORE-DROP
                 MOVE '2' TO HV-ECL-STAGE
              WHEN OTHER
                 MOVE '1' TO HV-ECL-STAGE
           END-EVALUATE.
       AS999.
           EXIT.
       INSERT-PROVISION-ROW SECTION.
       IPR010.
           EXEC SQL
              INSERT INTO ECLPROV
                     (
                      ECLPROV_SORTCODE,
                      ECLPROV_NUMBER,
                      ECLPROV_PERIOD,
                      ECLPROV_PRODUCT,
                      ECLPROV_CUSTOMER,
                      ECLPROV_STAGE,
                      ECLPROV_DPD,
                      ECLPROV_FORBORNE,
                      ECLPROV_ORIG_SCORE,
                      ECLPROV_SCORE,
                      ECLPROV_EXPOSURE,
                      ECLPROV_RATE,
                      ECLPROV_PROVISION
                     )
              VALUES
                     (
                      :HV-ECL-SORTCODE,
                      :HV-ECL-ACC-NO,
                      :HV-ECL-PERIOD,
                      :HV-ECL-PRODUCT,
                      :HV-ECL-CUSTOMER,
                      :HV-ECL-STAGE,
                      :HV-ECL-DPD,
                      :HV-ECL-FORBORNE,
                      :HV-ECL-ORIG-SCORE,
                      :HV-ECL-SCORE,
                      :HV-ECL-EXPOSURE,
                      :HV-ECL-RATE,
                      :HV-ECL-PROVISION
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ECLPROV - ECLPROV INSERT FAILED FOR ACCOUNT '
                 HV-ACCOUNT-ACC-NO ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
       IPR999.
           EXIT.
       COUNT-EXITED-EXPOSURES SECTION.
       CEE010.
           IF HV-PRIOR-PERIOD = 0
              GO TO CEE999
           END-IF.
           EXEC SQL OPEN EXIT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE 'N' TO WS-EXIT-ROW-SW.
           PERFORM COUNT-ONE-EXIT-GROUP UNTIL WS-NO-MORE-EXITS.
           EXEC SQL CLOSE EXIT-CURSOR
           END-EXEC.
       CEE999.
           EXIT.
       COUNT-ONE-EXIT-GROUP SECTION.
       COEG010.
           EXEC SQL FETCH EXIT-CURSOR
              INTO :HV-EXIT-PRODUCT, :HV-EXIT-STAGE,
                   :HV-EXIT-COUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-ROW-SW
              GO TO COEG999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EVALUATE HV-EXIT-PRODUCT
              WHEN 'LOAN    '
                 MOVE 1 TO WS-PROD-SUB
              WHEN 'MORTGAGE'
                 MOVE 2 TO WS-PROD-SUB
              WHEN OTHER
                 MOVE 3 TO WS-PROD-SUB
           END-EVALUATE.
           MOVE HV-EXIT-STAGE TO WS-FROM-SUB.
           ADD 1 TO WS-FROM-SUB.
           ADD HV-EXIT-COUNT
              TO WS-PROD-MIG-COUNT(WS-PROD-SUB, WS-FROM-SUB, 4).
       COEG999.
           EXIT.
       SEED-JOURNAL-SEQUENCE SECTION.
       SJS010.
           MOVE HV-TODAY TO HV-GLJRNL-DATE.
           MOVE 0 TO HV-MAX-SEQ.
           MOVE 0 TO HV-MAX-SEQ-IND.
           EXEC SQL
              SELECT MAX(GLJRNL_SEQ)
              INTO :HV-MAX-SEQ :HV-MAX-SEQ-IND
              FROM GLJRNL
              WHERE GLJRNL_DATE = :HV-GLJRNL-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-MAX-SEQ-IND < 0
              MOVE 0 TO HV-MAX-SEQ
           END-IF.
           MOVE HV-MAX-SEQ TO WS-JOURNAL-SEQ.
       SJS999.
           EXIT.
       POST-PRODUCT-MOVEMENT SECTION.
       PPM010.
      *
      *    An increase in the provision is charged to the impairment
      *    account (GLRULE debit side) against the loss allowance
      *    (credit side); a release reverses the two.
      *
           COMPUTE WS-PROD-TOTAL =
              WS-PROD-STAGE-PROVISION(WS-PROD-SUB, 1)
              + WS-PROD-STAGE-PROVISION(WS-PROD-SUB, 2)
              + WS-PROD-STAGE-PROVISION(WS-PROD-SUB, 3).
           COMPUTE WS-MOVEMENT =
              WS-PROD-TOTAL - WS-PROD-PRIOR-TOTAL(WS-PROD-SUB).
           ADD WS-MOVEMENT TO TOTAL-MOVEMENT.
           IF WS-MOVEMENT = 0
              GO TO PPM999
           END-IF.
           MOVE WS-PROD-GL-TYPE(WS-PROD-SUB) TO HV-GLRULE-TRAN-TYPE.
           EXEC SQL
              SELECT GLRULE_DR_ACCOUNT, GLRULE_CR_ACCOUNT
              INTO :HV-GLRULE-DR-ACCOUNT, :HV-GLRULE-CR-ACCOUNT
              FROM GLRULE
              WHERE GLRULE_SORTCODE = :HV-OUR-SORTCODE
              AND GLRULE_TRAN_TYPE = :HV-GLRULE-TRAN-TYPE
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'ECLPROV - NO GL RULE MAPPED FOR TRANSACTION '
                 'TYPE ' HV-GLRULE-TRAN-TYPE ' - RUN ABANDONED'
              PERFORM ABEND-THIS-RUN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           IF WS-MOVEMENT < 0
              COMPUTE WS-ABS-MOVEMENT = 0 - WS-MOVEMENT
              MOVE HV-GLRULE-CR-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT
           ELSE
              MOVE WS-MOVEMENT TO WS-ABS-MOVEMENT
              MOVE HV-GLRULE-DR-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT
           END-IF
           MOVE 'D' TO HV-GLJRNL-DR-CR.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF WS-MOVEMENT < 0
              MOVE HV-GLRULE-DR-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT
           ELSE
              MOVE HV-GLRULE-CR-ACCOUNT TO HV-GLJRNL-GL-ACCOUNT
           END-IF
           MOVE 'C' TO HV-GLJRNL-DR-CR.
           PERFORM WRITE-JOURNAL-ENTRY.
       PPM999.
           EXIT.
       WRITE-JOURNAL-ENTRY SECTION.
       WJE010.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE HV-TODAY TO HV-GLJRNL-DATE.
           MOVE WS-JOURNAL-SEQ TO HV-GLJRNL-SEQ.
           MOVE WS-ABS-MOVEMENT TO HV-GLJRNL-AMOUNT.
           MOVE HV-GLRULE-TRAN-TYPE TO HV-GLJRNL-TRAN-TYPE.
           EXEC SQL
              INSERT INTO GLJRNL
                     (
                      GLJRNL_DATE,
                      GLJRNL_SEQ,
                      GLJRNL_GL_ACCOUNT,
                      GLJRNL_DR_CR,
                      GLJRNL_AMOUNT,
                      GLJRNL_TRAN_TYPE
                     )
              VALUES
                     (
                      :HV-GLJRNL-DATE,
                      :HV-GLJRNL-SEQ,
                      :HV-GLJRNL-GL-ACCOUNT,
                      :HV-GLJRNL-DR-CR,
                      :HV-GLJRNL-AMOUNT,
                      :HV-GLJRNL-TRAN-TYPE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ECLPROV - GLJRNL INSERT FAILED FOR TYPE '
                 HV-GLJRNL-TRAN-TYPE ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-GLJRNL-GL-ACCOUNT TO HV-GLBAL-ACCOUNT.
           IF HV-GLJRNL-DR-CR = 'D'
              MOVE WS-ABS-MOVEMENT TO HV-GLBAL-DELTA
           ELSE
              COMPUTE HV-GLBAL-DELTA = 0 - WS-ABS-MOVEMENT
           END-IF.
           EXEC SQL
              UPDATE GLBAL
              SET GLBAL_BALANCE = GLBAL_BALANCE + :HV-GLBAL-DELTA
              WHERE GLBAL_SORTCODE = :HV-OUR-SORTCODE
              AND GLBAL_GL_ACCOUNT = :HV-GLBAL-ACCOUNT
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO GLBAL
                        (GLBAL_SORTCODE, GLBAL_GL_ACCOUNT,
                         GLBAL_BALANCE)
                 VALUES
                        (:HV-OUR-SORTCODE, :HV-GLBAL-ACCOUNT,
                         :HV-GLBAL-DELTA)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'ECLPROV - GLBAL UPDATE FAILED FOR ACCOUNT '
                 HV-GLBAL-ACCOUNT ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO JOURNALS-POSTED.
       WJE999.
           EXIT.
       WRITE-MIGRATION-REPORT SECTION.
       WMR010.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'ECLPROV - EXPECTED CREDIT LOSS PROVISION  SORT CODE '
              HV-OUR-SORTCODE '  PERIOD END ' HV-PERIOD-END
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'PRIOR PERIOD ' HV-PRIOR-PERIOD
              '  STAGE 2 AFTER ' WS-STAGE2-DPD ' DPD, STAGE 3 AFTER '
              WS-STAGE3-DPD ' DPD, SCORE FALL ' WS-SCORE-DROP
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           PERFORM WRITE-PRODUCT-SECTION
              VARYING WS-PROD-SUB FROM 1 BY 1
              UNTIL WS-PROD-SUB > 3.
           MOVE ALL '-' TO WS-TEXT-LINE.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           MOVE TOTAL-PROVISION TO WS-AMOUNT-EDIT.
           MOVE TOTAL-MOVEMENT TO WS-AMOUNT-EDIT2.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'BRANCH TOTAL PROVISION ' WS-AMOUNT-EDIT
              '   MOVEMENT ' WS-AMOUNT-EDIT2
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
       WMR999.
           EXIT.
       WRITE-PRODUCT-SECTION SECTION.
       WPS010.
           MOVE ALL '-' TO WS-TEXT-LINE.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'PRODUCT ' WS-PROD-TYPE(WS-PROD-SUB)
              '  SORT CODE ' HV-OUR-SORTCODE
              '  GL TYPE ' WS-PROD-GL-TYPE(WS-PROD-SUB)
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  STAGE MIGRATION    '
              '  TO STAGE 1  TO STAGE 2  TO STAGE 3     EXITED'
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           PERFORM WRITE-MIGRATION-ROW
              VARYING WS-FROM-SUB FROM 1 BY 1
              UNTIL WS-FROM-SUB > 4.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  STAGE          ACCOUNTS          EXPOSURE'
              '    RATE         PROVISION'
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
           MOVE 0 TO WS-PROD-TOTAL.
           PERFORM WRITE-STAGE-ROW
              VARYING WS-STAGE-SUB FROM 1 BY 1
              UNTIL WS-STAGE-SUB > 3.
           COMPUTE WS-MOVEMENT =
              WS-PROD-TOTAL - WS-PROD-PRIOR-TOTAL(WS-PROD-SUB).
           MOVE WS-PROD-PRIOR-TOTAL(WS-PROD-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-MOVEMENT TO WS-AMOUNT-EDIT2.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '  PRIOR PROVISION ' WS-AMOUNT-EDIT
              '   MOVEMENT POSTED ' WS-AMOUNT-EDIT2
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE PROVISION-LINE FROM WS-TEXT-LINE.
       WPS999.
           EXIT.
       WRITE-MIGRATION-ROW SECTION.
       WMRW010.
           EVALUATE WS-FROM-SUB
              WHEN 1
                 MOVE 'FROM NEW' TO WML-FROM
              WHEN 2
                 MOVE 'FROM STAGE 1' TO WML-FROM
              WHEN 3
                 MOVE 'FROM STAGE 2' TO WML-FROM
              WHEN OTHER
                 MOVE 'FROM STAGE 3' TO WML-FROM
           END-EVALUATE.
           PERFORM EDIT-MIGRATION-COUNT
              VARYING WS-TO-SUB FROM 1 BY 1
              UNTIL WS-TO-SUB > 4.
           WRITE PROVISION-LINE FROM WS-MIGRATION-LINE.
       WMRW999.
           EXIT.
       EDIT-MIGRATION-COUNT SECTION.
       EMC010.
           MOVE SPACES TO WML-COUNT(WS-TO-SUB).
           MOVE WS-PROD-MIG-COUNT(WS-PROD-SUB, WS-FROM-SUB, WS-TO-SUB)
              TO WML-COUNT-EDIT(WS-TO-SUB).
       EMC999.
           EXIT.
       WRITE-STAGE-ROW SECTION.
       WSR010.
           MOVE SPACES TO WSL-STAGE.
           MOVE WS-STAGE-SUB TO WS-STAGE-DIGIT.
           STRING 'STAGE ' WS-STAGE-DIGIT
              DELIMITED BY SIZE INTO WSL-STAGE
           END-STRING.
           MOVE WS-PROD-STAGE-COUNT(WS-PROD-SUB, WS-STAGE-SUB)
              TO WSL-COUNT.
           MOVE WS-PROD-STAGE-EXPOSURE(WS-PROD-SUB, WS-STAGE-SUB)
              TO WSL-EXPOSURE.
           MOVE WS-PROD-RATE(WS-PROD-SUB, WS-STAGE-SUB) TO WSL-RATE.
           MOVE WS-PROD-STAGE-PROVISION(WS-PROD-SUB, WS-STAGE-SUB)
              TO WSL-PROVISION.
           ADD WS-PROD-STAGE-PROVISION(WS-PROD-SUB, WS-STAGE-SUB)
              TO WS-PROD-TOTAL.
           WRITE PROVISION-LINE FROM WS-STAGE-LINE.
       WSR999.
           EXIT.
       REGISTER-RUN-START SECTION.
       RRS010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE SPACE TO HV-RUN-STATUS.
           EXEC SQL
              SELECT BATCHRUN_STATUS
              INTO :HV-RUN-STATUS
              FROM BATCHRUN
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-RUN-STATUS = 'C'
                 DISPLAY 'ECLPROV - PROVISION ALREADY STRUCK FOR '
                    'PERIOD ' HV-RUN-BUSDATE
                    ' - RUN REFUSED'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
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
       RRS999.
           EXIT.
       REGISTER-RUN-END SECTION.
       RRE010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE WS-BR-TIME TO HV-RUN-TIME.
           MOVE ACCOUNTS-STAGED TO HV-RUN-COUNT1.
           MOVE JOURNALS-POSTED TO HV-RUN-COUNT2.
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
              DISPLAY 'ECLPROV - UNABLE TO CLOSE RUN-CONTROL ENTRY. '
                 'SQLCODE=' SQLCODE
           END-IF.
       RRE999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'ECLPROV - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'ECLPROV - EXPOSURES STAGED: ' ACCOUNTS-STAGED.
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
