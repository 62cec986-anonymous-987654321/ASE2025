       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-ACC-NO          PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE        PIC X(8).
          03 HV-ACCOUNT-CUST-NO         PIC X(10).
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99.
       01 HV-MISSED-COUNT               PIC S9(9) COMP.
       01 HV-ODEX-COUNT                 PIC S9(9) COMP.
       01 HOST-WRITEOFF-ROW.
          03 HV-WRTOFF-SORTCODE         PIC X(6).
          03 HV-WRTOFF-NUMBER           PIC X(8).
          03 HV-WRTOFF-DATE             PIC S9(8).
          03 HV-WRTOFF-PRODUCT          PIC X(8).
          03 HV-WRTOFF-CUSTOMER         PIC X(10).
          03 HV-WRTOFF-AMOUNT           PIC S9(10)V99.
          03 HV-WRTOFF-RECOVERED        PIC S9(10)V99.
          03 HV-WRTOFF-REF              PIC X(12).
          03 HV-WRTOFF-TELLER           PIC X(8).
          03 HV-WRTOFF-REASON           PIC X(40).
       01 HOST-WRTRECOV-ROW.
          03 HV-WRTREC-DATE             PIC S9(8).
          03 HV-WRTREC-AMOUNT           PIC S9(10)V99.
          03 HV-WRTREC-REF              PIC X(12).
          03 HV-WRTREC-TELLER           PIC X(8).
       01 HV-OP-USERID                  PIC X(8).
       01 HV-OVR-COUNT                  PIC S9(9) COMP.
       01 HV-OVR-USED-REF               PIC X(12).
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER     PIC X(4).
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99.
          03 HV-PROCTRAN-REL-SORTCODE   PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT    PIC X(8).
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY                      PIC S9(8).
       01 WS-EIBTASKN12                 PIC 9(12) VALUE 0.
       01 WS-WRITEOFF-AMOUNT            PIC S9(10)V99 VALUE 0.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-ACCNO               PIC X(8).
          03 COMM-SORTC               PIC 9(6).
          03 COMM-FUNCTION            PIC X.
             88 COMM-WRITE-OFF             VALUE 'W'.
             88 COMM-RECOVERY              VALUE 'R'.
          03 COMM-AMOUNT              PIC S9(10)V99.
          03 COMM-REASON              PIC X(40).
          03 COMM-WRITTEN-OFF         PIC S9(10)V99.
          03 COMM-RECOVERED           PIC S9(10)V99.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE SORTCODE TO COMM-SORTC.
           PERFORM POPULATE-TIME-DATE.
           MOVE SPACES TO HV-OP-USERID.
           EXEC CICS ASSIGN
              USERID(HV-OP-USERID)
           END-EXEC.
           EVALUATE TRUE
              WHEN COMM-WRITE-OFF
                 PERFORM WRITE-OFF-DEBT
              WHEN COMM-RECOVERY
                 PERFORM RECORD-RECOVERY
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       WRITE-OFF-DEBT SECTION.
       WOD010.
           PERFORM READ-DEBT-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO WOD999
           END-IF.
           PERFORM READ-WRITEOFF.
           IF SQLCODE = 0
              MOVE '8' TO COMM-FAIL-CODE
              GO TO WOD999
           END-IF.
           IF SQLCODE NOT = +100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO WOD999
           END-IF.
           PERFORM CHECK-IN-COLLECTIONS.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO WOD999
           END-IF.
           COMPUTE WS-WRITEOFF-AMOUNT = 0 - HV-ACCOUNT-ACTUAL-BAL.
           PERFORM CHECK-SUPERVISOR-OVERRIDE.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO WOD999
           END-IF.
      *
      *    The debt is cleared from the customer's account to the
      *    written-off ledger. Instalments still outstanding are
      *    closed so LOANCOLL stops collecting, and the overdraft
      *    excess entry is closed so ODEXSWP stops chasing it.
      *
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE = 0,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :WS-WRITEOFF-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-WORK
              MOVE '3' TO COMM-FAIL-CODE
              GO TO WOD999
           END-IF.
           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_STATUS = 'W'
              WHERE LOANSCHD_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND LOANSCHD_NUMBER = :HV-ACCOUNT-ACC-NO
              AND LOANSCHD_STATUS IN ('D', 'M')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
              GO TO WOD999
           END-IF.
           EXEC SQL
              UPDATE ODEXCESS
              SET ODEX_STATUS = 'W'
              WHERE ODEX_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ODEX_NUMBER = :HV-ACCOUNT-ACC-NO
              AND ODEX_STATUS IN ('P', 'O')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
              GO TO WOD999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           INITIALIZE HOST-WRITEOFF-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-WRTOFF-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-WRTOFF-NUMBER.
           MOVE WS-TODAY TO HV-WRTOFF-DATE.
           MOVE HV-ACCOUNT-ACC-TYPE TO HV-WRTOFF-PRODUCT.
           MOVE HV-ACCOUNT-CUST-NO TO HV-WRTOFF-CUSTOMER.
           MOVE WS-WRITEOFF-AMOUNT TO HV-WRTOFF-AMOUNT.
           MOVE 0 TO HV-WRTOFF-RECOVERED.
           MOVE WS-EIBTASKN12 TO HV-WRTOFF-REF.
           MOVE HV-OP-USERID TO HV-WRTOFF-TELLER.
           MOVE COMM-REASON TO HV-WRTOFF-REASON.
           EXEC SQL
              INSERT INTO WRITEOFF
                     (
                      WRTOFF_SORTCODE,
                      WRTOFF_NUMBER,
                      WRTOFF_DATE,
                      WRTOFF_PRODUCT,
                      WRTOFF_CUSTOMER,
                      WRTOFF_AMOUNT,
                      WRTOFF_RECOVERED,
                      WRTOFF_REF,
                      WRTOFF_TELLER,
                      WRTOFF_REASON
                     )
              VALUES
                     (
                      :HV-WRTOFF-SORTCODE,
                      :HV-WRTOFF-NUMBER,
                      :HV-WRTOFF-DATE,
                      :HV-WRTOFF-PRODUCT,
                      :HV-WRTOFF-CUSTOMER,
                      :HV-WRTOFF-AMOUNT,
                      :HV-WRTOFF-RECOVERED,
                      :HV-WRTOFF-REF,
                      :HV-WRTOFF-TELLER,
                      :HV-WRTOFF-REASON
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
              GO TO WOD999
           END-IF.
           MOVE 'WOF' TO HV-PROCTRAN-TYPE.
           MOVE 'DEBT WRITTEN OFF' TO HV-PROCTRAN-DESC.
           MOVE WS-WRITEOFF-AMOUNT TO HV-PROCTRAN-AMOUNT.
           PERFORM WRITE-WRITEOFF-PROCTRAN.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO WOD999
           END-IF.
           MOVE WS-WRITEOFF-AMOUNT TO COMM-WRITTEN-OFF.
           MOVE 0 TO COMM-RECOVERED.
           MOVE 'Y' TO COMM-SUCCESS.
       WOD999.
           EXIT.
       RECORD-RECOVERY SECTION.
       RR010.
      *
      *    Money received against a debt already written off is
      *    booked as a recovery against the original write-off.
      *    The account itself stays at nil.
      *
           IF COMM-AMOUNT NOT > 0
              MOVE '9' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           MOVE COMM-SORTC TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           PERFORM READ-WRITEOFF.
           IF SQLCODE = +100
              MOVE '8' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           IF HV-WRTOFF-RECOVERED + COMM-AMOUNT > HV-WRTOFF-AMOUNT
              MOVE '9' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-TODAY TO HV-WRTREC-DATE.
           MOVE COMM-AMOUNT TO HV-WRTREC-AMOUNT.
           MOVE WS-EIBTASKN12 TO HV-WRTREC-REF.
           MOVE HV-OP-USERID TO HV-WRTREC-TELLER.
           EXEC SQL
              INSERT INTO WRTRECOV
                     (
                      WRTREC_SORTCODE,
                      WRTREC_NUMBER,
                      WRTREC_WRTOFF_REF,
                      WRTREC_DATE,
                      WRTREC_AMOUNT,
                      WRTREC_REF,
                      WRTREC_TELLER
                     )
              VALUES
                     (
                      :HV-WRTOFF-SORTCODE,
                      :HV-WRTOFF-NUMBER,
                      :HV-WRTOFF-REF,
                      :HV-WRTREC-DATE,
                      :HV-WRTREC-AMOUNT,
                      :HV-WRTREC-REF,
                      :HV-WRTREC-TELLER
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           EXEC SQL
              UPDATE WRITEOFF
              SET WRTOFF_RECOVERED =
                     WRTOFF_RECOVERED + :HV-WRTREC-AMOUNT
              WHERE WRTOFF_SORTCODE = :HV-WRTOFF-SORTCODE
              AND WRTOFF_NUMBER = :HV-WRTOFF-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-WORK
              MOVE '3' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           MOVE 'WRR' TO HV-PROCTRAN-TYPE.
           MOVE 'RECOVERY ON WRITTEN-OFF DEBT' TO HV-PROCTRAN-DESC.
           MOVE COMM-AMOUNT TO HV-PROCTRAN-AMOUNT.
           PERFORM WRITE-WRITEOFF-PROCTRAN.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RR999
           END-IF.
           MOVE HV-WRTOFF-AMOUNT TO COMM-WRITTEN-OFF.
           COMPUTE COMM-RECOVERED = HV-WRTOFF-RECOVERED + COMM-AMOUNT.
           MOVE 'Y' TO COMM-SUCCESS.
       RR999.
           EXIT.
       READ-DEBT-ACCOUNT SECTION.
       RDA010.
           MOVE COMM-SORTC TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.
           IF SQLCODE NOT = 0
              IF SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
              ELSE
                 MOVE '2' TO COMM-FAIL-CODE
              END-IF
              GO TO RDA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE NOT = 'LOAN    '
              AND HV-ACCOUNT-ACC-TYPE NOT = 'MORTGAGE'
              AND HV-ACCOUNT-ACC-TYPE NOT = 'CURRENT '
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RDA999
           END-IF.
           IF HV-ACCOUNT-ACTUAL-BAL >= 0
              MOVE '6' TO COMM-FAIL-CODE
           END-IF.
       RDA999.
           EXIT.
       READ-WRITEOFF SECTION.
       RWO010.
           INITIALIZE HOST-WRITEOFF-ROW.
           EXEC SQL
              SELECT WRTOFF_SORTCODE,
                     WRTOFF_NUMBER,
                     WRTOFF_AMOUNT,
                     WRTOFF_RECOVERED,
                     WRTOFF_REF
              INTO :HV-WRTOFF-SORTCODE,
                   :HV-WRTOFF-NUMBER,
                   :HV-WRTOFF-AMOUNT,
                   :HV-WRTOFF-RECOVERED,
                   :HV-WRTOFF-REF
              FROM WRITEOFF
              WHERE WRTOFF_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND WRTOFF_NUMBER = :HV-ACCOUNT-ACC-NO
           END-EXEC.
       RWO999.
           EXIT.
       CHECK-IN-COLLECTIONS SECTION.
       CIC010.
      *
      *    Only a loan or mortgage in arrears, or an overdraft
      *    sitting on the ODEXCESS collections workqueue, can be
      *    written off.
      *
           IF HV-ACCOUNT-ACC-TYPE = 'LOAN    '
              OR HV-ACCOUNT-ACC-TYPE = 'MORTGAGE'
              MOVE 0 TO HV-MISSED-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-MISSED-COUNT
                 FROM LOANSCHD
                 WHERE LOANSCHD_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND LOANSCHD_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND LOANSCHD_STATUS = 'M'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO CIC999
              END-IF
              IF HV-MISSED-COUNT = 0
                 MOVE '4' TO COMM-FAIL-CODE
              END-IF
              GO TO CIC999
           END-IF.
           MOVE 0 TO HV-ODEX-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ODEX-COUNT
              FROM ODEXCESS
              WHERE ODEX_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND ODEX_NUMBER = :HV-ACCOUNT-ACC-NO
              AND ODEX_STATUS IN ('P', 'O')
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CIC999
           END-IF.
           IF HV-ODEX-COUNT = 0
              MOVE '4' TO COMM-FAIL-CODE
           END-IF.
       CIC999.
           EXIT.
       CHECK-SUPERVISOR-OVERRIDE SECTION.
       CSO010.
      *
      *    Every write-off needs a supervisor override for the full
      *    amount, raised through SUPOVRD, whatever the operator's
      *    own limits are.
      *
           MOVE 0 TO HV-OVR-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OVR-COUNT
              FROM OVERRIDE
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :HV-OP-USERID
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :WS-WRITEOFF-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-OVR-COUNT = 0
              MOVE '7' TO COMM-FAIL-CODE
              DISPLAY 'WRTOFF: No supervisor override on file for '
                 'write-off of account ' HV-ACCOUNT-ACC-NO
                 ' by operator ' HV-OP-USERID
              GO TO CSO999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-OVR-USED-REF.
           EXEC SQL
              UPDATE OVERRIDE
              SET OVERRIDE_STATUS = 'U',
                  OVERRIDE_USED_REF = :HV-OVR-USED-REF
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :HV-OP-USERID
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :WS-WRITEOFF-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '7' TO COMM-FAIL-CODE
           END-IF.
       CSO999.
           EXIT.
       WRITE-WRITEOFF-PROCTRAN SECTION.
       WWP010.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-ORIG-DATE TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-PROCTRAN-REF.
           MOVE SPACES TO HV-PROCTRAN-REL-SORTCODE.
           MOVE SPACES TO HV-PROCTRAN-REL-ACCOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_REL_SORTCODE,
                      PROCTRAN_REL_ACCOUNT,
                      PROCTRAN_CHANNEL_ID
                     )
              VALUES
                     (
                      :HV-PROCTRAN-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-PROCTRAN-DATE,
                      :HV-PROCTRAN-TIME,
                      :HV-PROCTRAN-REF,
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-REL-SORTCODE,
                      :HV-PROCTRAN-REL-ACCOUNT,
                      :HV-PROCTRAN-CHANNEL-ID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRTOFF - PROCTRAN INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       WWP999.
           EXIT.
       BACK-OUT-WORK SECTION.
       BOW010.
           EXEC CICS SYNCPOINT ROLLBACK
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.
       BOW999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP('.')
           END-EXEC.
           COMPUTE WS-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
       PTD999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
       GMOOH999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE 0 TO GETSCODE-SORTCODE.
           MOVE SPACE TO GETSCODE-SUCCESS.
           MOVE SPACE TO GETSCODE-FAIL-CD.
           EXEC CICS LINK PROGRAM(WS-GETSCODE-PGM)
                     COMMAREA(GETSCODE-COMMAREA)
                     RESP(WS-GSC-RESP)
                     RESP2(WS-GSC-RESP2)
           END-EXEC.
           IF WS-GSC-RESP = DFHRESP(NORMAL) AND GETSCODE-SUCCESS = 'Y'
              MOVE GETSCODE-SORTCODE TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
