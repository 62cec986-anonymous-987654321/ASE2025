       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCFUN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Foreign notes over the counter. The teller sells travel
      *    money to a customer (function S) or buys foreign notes
      *    back (function B), settled in sterling cash through the
      *    teller's till. The deal is priced at the FXRATE cash rate
      *    for the currency (the standard rate where no cash rate is
      *    set) plus the flat commission on FEESCHED for account
      *    type FXCASH, events FXCSELL and FXCBUY. Both the sterling
      *    till and the teller's position in the currency, opened
      *    through TILLFUN, must be open; neither may be taken below
      *    zero. The deal is logged on FXCDEAL and TILLMOVE, and the
      *    commission credited to the account on CONTROL
      *    <sortcode>-FX-COMMISSION-ACCOUNT when one is configured.
      *    The commission is posted as a type FXC transaction, kept
      *    apart from customer charges (CHG), which GLPOST maps
      *    through the GLRULE table to FX commission income; each
      *    branch taking foreign cash needs a GLRULE row for FXC.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-TILL-KEYS.
          03 HV-TILL-SORTCODE           PIC X(6).
          03 HV-TILL-TELLER             PIC X(8).
          03 HV-TILL-DATE               PIC S9(8).
          03 HV-TILL-CALC-BAL           PIC S9(10)V99.
          03 HV-TILL-STATUS             PIC X.
       01 HOST-TILLFX-ROW.
          03 HV-TILLFX-CCY              PIC X(3).
          03 HV-TILLFX-CALC-BAL         PIC S9(10)V99.
          03 HV-TILLFX-STATUS           PIC X.
       01 HOST-FXRATE-KEYS.
          03 HV-FX-CCY                  PIC X(3).
          03 HV-FX-RATE                 PIC S9(3)V9(6).
          03 HV-FX-TODAY                PIC S9(8).
       01 HV-FEE-ACC-TYPE               PIC X(8) VALUE 'FXCASH'.
       01 HV-FEE-EVENT                  PIC X(8).
       01 HV-FEESCHED-AMOUNT            PIC S9(10)V99.
       01 HOST-FXCDEAL-ROW.
          03 HV-FD-TIME                 PIC X(6).
          03 HV-FD-REF                  PIC X(12).
          03 HV-FD-TYPE                 PIC X.
          03 HV-FD-FX-AMOUNT            PIC S9(10)V99.
          03 HV-FD-GBP-AMOUNT           PIC S9(10)V99.
          03 HV-FD-COMMISSION           PIC S9(10)V99.
          03 HV-FD-GBP-TOTAL            PIC S9(10)V99.
       01 HOST-TILLMOVE-ROW.
          03 HV-TM-AMOUNT               PIC S9(10)V99.
          03 HV-TM-CCY-AMOUNT           PIC S9(10)V99.
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
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
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
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-EIBTASKN12                 PIC 9(12) VALUE 0.
       01 WS-COMMISSION-NUM             PIC 9(8) VALUE 0.
       01 WS-COMMISSION-ACCOUNT         PIC X(8) VALUE SPACES.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-TELLER              PIC X(8).
          03 COMM-FUNCTION            PIC X.
             88 COMM-SELL-NOTES            VALUE 'S'.
             88 COMM-BUY-NOTES             VALUE 'B'.
          03 COMM-CCY                 PIC X(3).
          03 COMM-FX-AMOUNT           PIC S9(10)V99.
          03 COMM-RATE                PIC 9(3)V9(6).
          03 COMM-GBP-AMOUNT          PIC S9(10)V99.
          03 COMM-COMMISSION          PIC S9(10)V99.
          03 COMM-GBP-TOTAL           PIC S9(10)V99.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE 0 TO COMM-RATE.
           MOVE 0 TO COMM-GBP-AMOUNT.
           MOVE 0 TO COMM-COMMISSION.
           MOVE 0 TO COMM-GBP-TOTAL.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           IF COMM-TELLER = SPACES
              EXEC CICS ASSIGN
                 USERID(COMM-TELLER)
              END-EXEC
           END-IF.
           IF (NOT COMM-SELL-NOTES AND NOT COMM-BUY-NOTES)
              OR COMM-CCY = SPACES OR COMM-CCY = 'GBP'
              OR COMM-FX-AMOUNT NOT > 0
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           MOVE SORTCODE TO HV-TILL-SORTCODE.
           MOVE COMM-TELLER TO HV-TILL-TELLER.
           MOVE WS-TODAY-YYYYMMDD TO HV-TILL-DATE.
           MOVE COMM-CCY TO HV-TILLFX-CCY.
           PERFORM PRICE-THE-DEAL.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-TILL-POSITIONS.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM MOVE-THE-CASH.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM BACK-OUT-DEAL
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POST-COMMISSION.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM BACK-OUT-DEAL
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           MOVE 'Y' TO COMM-SUCCESS.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       PRICE-THE-DEAL SECTION.
       PTD010.
      *
      *    Rates are held as units of the currency to the pound.
      *    The sterling value is the notes at the cash rate; the
      *    commission is added to what the customer pays for notes
      *    sold and taken from what the customer receives for notes
      *    bought.
      *
           MOVE COMM-CCY TO HV-FX-CCY.
           MOVE WS-TODAY-YYYYMMDD TO HV-FX-TODAY.
           MOVE 0 TO HV-FX-RATE.
           IF COMM-SELL-NOTES
              EXEC SQL
                 SELECT COALESCE(NULLIF(FXRATE_CASH_SELL, 0),
                                 FXRATE_SELL)
                 INTO :HV-FX-RATE
                 FROM FXRATE
                 WHERE FXRATE_CCY = :HV-FX-CCY
                 AND FXRATE_EFF_DATE =
                    (SELECT MAX(FXRATE_EFF_DATE)
                     FROM FXRATE
                     WHERE FXRATE_CCY = :HV-FX-CCY
                     AND FXRATE_EFF_DATE <= :HV-FX-TODAY)
              END-EXEC
              MOVE 'FXCSELL' TO HV-FEE-EVENT
           ELSE
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
              END-EXEC
              MOVE 'FXCBUY' TO HV-FEE-EVENT
           END-IF.
           IF SQLCODE NOT = 0 OR HV-FX-RATE = 0
              DISPLAY 'FXCFUN: No exchange rate on file for '
                 HV-FX-CCY ' - deal rejected.'
              MOVE 'X' TO COMM-FAIL-CODE
              GO TO PTD999
           END-IF.
           MOVE HV-FX-RATE TO COMM-RATE.
           COMPUTE COMM-GBP-AMOUNT ROUNDED =
              COMM-FX-AMOUNT / HV-FX-RATE.
           MOVE 0 TO HV-FEESCHED-AMOUNT.
           EXEC SQL
              SELECT FEESCHED_AMOUNT
              INTO :HV-FEESCHED-AMOUNT
              FROM FEESCHED
              WHERE FEESCHED_SORTCODE = :HV-TILL-SORTCODE
                AND FEESCHED_ACC_TYPE = :HV-FEE-ACC-TYPE
                AND FEESCHED_EVENT = :HV-FEE-EVENT
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-FEESCHED-AMOUNT < 0
              MOVE 0 TO HV-FEESCHED-AMOUNT
           END-IF.
           MOVE HV-FEESCHED-AMOUNT TO COMM-COMMISSION.
           IF COMM-SELL-NOTES
              COMPUTE COMM-GBP-TOTAL =
                 COMM-GBP-AMOUNT + COMM-COMMISSION
           ELSE
              COMPUTE COMM-GBP-TOTAL =
                 COMM-GBP-AMOUNT - COMM-COMMISSION
           END-IF.
      *
      *    Notes worth less than the commission are not bought.
      *
           IF COMM-GBP-TOTAL NOT > 0
              MOVE '4' TO COMM-FAIL-CODE
           END-IF.
       PTD999.
           EXIT.
       CHECK-TILL-POSITIONS SECTION.
       CTP010.
           EXEC SQL
              SELECT TILL_CALC_BAL, TILL_STATUS
              INTO :HV-TILL-CALC-BAL, :HV-TILL-STATUS
              FROM TILL
              WHERE TILL_SORTCODE = :HV-TILL-SORTCODE
              AND TILL_TELLER = :HV-TILL-TELLER
              AND TILL_DATE = :HV-TILL-DATE
           END-EXEC.
           IF SQLCODE = +100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO CTP999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CTP999
           END-IF.
           IF HV-TILL-STATUS NOT = 'O'
              MOVE '1' TO COMM-FAIL-CODE
              GO TO CTP999
           END-IF.
           EXEC SQL
              SELECT TILLFX_CALC_BAL, TILLFX_STATUS
              INTO :HV-TILLFX-CALC-BAL, :HV-TILLFX-STATUS
              FROM TILLFX
              WHERE TILLFX_SORTCODE = :HV-TILL-SORTCODE
              AND TILLFX_TELLER = :HV-TILL-TELLER
              AND TILLFX_DATE = :HV-TILL-DATE
              AND TILLFX_CCY = :HV-TILLFX-CCY
           END-EXEC.
           IF SQLCODE = +100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO CTP999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CTP999
           END-IF.
           IF HV-TILLFX-STATUS NOT = 'O'
              MOVE '1' TO COMM-FAIL-CODE
              GO TO CTP999
           END-IF.
      *
      *    The teller cannot hand over notes or sterling the till
      *    does not hold.
      *
           IF COMM-SELL-NOTES
              IF HV-TILLFX-CALC-BAL < COMM-FX-AMOUNT
                 MOVE '3' TO COMM-FAIL-CODE
              END-IF
           ELSE
              IF HV-TILL-CALC-BAL < COMM-GBP-TOTAL
                 MOVE '3' TO COMM-FAIL-CODE
              END-IF
           END-IF.
       CTP999.
           EXIT.
       MOVE-THE-CASH SECTION.
       MTC010.
           IF COMM-SELL-NOTES
              COMPUTE HV-TM-AMOUNT = COMM-GBP-TOTAL
              COMPUTE HV-TM-CCY-AMOUNT = 0 - COMM-FX-AMOUNT
              MOVE 'S' TO HV-FD-TYPE
           ELSE
              COMPUTE HV-TM-AMOUNT = 0 - COMM-GBP-TOTAL
              COMPUTE HV-TM-CCY-AMOUNT = COMM-FX-AMOUNT
              MOVE 'B' TO HV-FD-TYPE
           END-IF.
           EXEC SQL
              UPDATE TILL
              SET TILL_CALC_BAL = TILL_CALC_BAL + :HV-TM-AMOUNT
              WHERE TILL_SORTCODE = :HV-TILL-SORTCODE
              AND TILL_TELLER = :HV-TILL-TELLER
              AND TILL_DATE = :HV-TILL-DATE
              AND TILL_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN: TILL UPDATE FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO MTC999
           END-IF.
           EXEC SQL
              UPDATE TILLFX
              SET TILLFX_CALC_BAL =
                     TILLFX_CALC_BAL + :HV-TM-CCY-AMOUNT
              WHERE TILLFX_SORTCODE = :HV-TILL-SORTCODE
              AND TILLFX_TELLER = :HV-TILL-TELLER
              AND TILLFX_DATE = :HV-TILL-DATE
              AND TILLFX_CCY = :HV-TILLFX-CCY
              AND TILLFX_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN: TILLFX UPDATE FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO MTC999
           END-IF.
           MOVE WS-TIME-NOW TO HV-FD-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-FD-REF.
           EXEC SQL
              INSERT INTO TILLMOVE
                     (TILLMOVE_SORTCODE, TILLMOVE_TELLER,
                      TILLMOVE_DATE, TILLMOVE_TIME,
                      TILLMOVE_REF, TILLMOVE_AMOUNT,
                      TILLMOVE_CCY, TILLMOVE_CCY_AMOUNT)
              VALUES
                     (:HV-TILL-SORTCODE, :HV-TILL-TELLER,
                      :HV-TILL-DATE, :HV-FD-TIME,
                      :HV-FD-REF, :HV-TM-AMOUNT,
                      :HV-TILLFX-CCY, :HV-TM-CCY-AMOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN: TILLMOVE INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO MTC999
           END-IF.
           MOVE COMM-FX-AMOUNT TO HV-FD-FX-AMOUNT.
           MOVE COMM-GBP-AMOUNT TO HV-FD-GBP-AMOUNT.
           MOVE COMM-COMMISSION TO HV-FD-COMMISSION.
           MOVE COMM-GBP-TOTAL TO HV-FD-GBP-TOTAL.
           EXEC SQL
              INSERT INTO FXCDEAL
                     (
                      FXCDEAL_SORTCODE,
                      FXCDEAL_TELLER,
                      FXCDEAL_DATE,
                      FXCDEAL_TIME,
                      FXCDEAL_REF,
                      FXCDEAL_TYPE,
                      FXCDEAL_CCY,
                      FXCDEAL_FX_AMOUNT,
                      FXCDEAL_RATE,
                      FXCDEAL_GBP_AMOUNT,
                      FXCDEAL_COMMISSION,
                      FXCDEAL_GBP_TOTAL
                     )
              VALUES
                     (
                      :HV-TILL-SORTCODE,
                      :HV-TILL-TELLER,
                      :HV-TILL-DATE,
                      :HV-FD-TIME,
                      :HV-FD-REF,
                      :HV-FD-TYPE,
                      :HV-TILLFX-CCY,
                      :HV-FD-FX-AMOUNT,
                      :HV-FX-RATE,
                      :HV-FD-GBP-AMOUNT,
                      :HV-FD-COMMISSION,
                      :HV-FD-GBP-TOTAL
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN: FXCDEAL INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       MTC999.
           EXIT.
       BACK-OUT-DEAL SECTION.
       BOD010.
      *
      *    The two till positions, the deal log and the commission
      *    posting must move together, so any failure backs the
      *    whole deal out.
      *
           EXEC CICS SYNCPOINT ROLLBACK
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.
       BOD999.
           EXIT.
       POST-COMMISSION SECTION.
       PCM010.
           IF COMM-COMMISSION = 0
              GO TO PCM999
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-FX-COMMISSION-ACCOUNT' DELIMITED BY SIZE
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
           IF SQLCODE NOT = 0 OR HV-CONTROL-VALUE-NUM = 0
              DISPLAY 'FXCFUN - NO FX COMMISSION ACCOUNT '
                 'CONFIGURED - COMMISSION RECORDED ON FXCDEAL ONLY'
              GO TO PCM999
           END-IF.
           MOVE HV-CONTROL-VALUE-NUM TO WS-COMMISSION-NUM.
           MOVE WS-COMMISSION-NUM TO WS-COMMISSION-ACCOUNT.
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE WS-COMMISSION-ACCOUNT TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-ORIG-DATE TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           MOVE HV-FD-REF TO HV-PROCTRAN-REF.
           MOVE 'FXC' TO HV-PROCTRAN-TYPE.
           STRING 'FX CASH COMMISSION ' DELIMITED BY SIZE,
                  COMM-CCY DELIMITED BY SIZE,
                  ' TELLER ' DELIMITED BY SIZE,
                  COMM-TELLER DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.
           MOVE COMM-COMMISSION TO HV-PROCTRAN-AMOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-PROCTRAN-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-PROCTRAN-AMOUNT
              WHERE ACCOUNT_SORTCODE = :HV-PROCTRAN-SORT-CODE
              AND ACCOUNT_NUMBER = :HV-PROCTRAN-ACC-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN - COMMISSION ACCOUNT BALANCE UPDATE '
                 'FAILED. SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PCM999
           END-IF.
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
                      :HV-PROCTRAN-CHANNEL-ID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN - COMMISSION PROCTRAN INSERT FAILED. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       PCM999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTDT010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP('.')
           END-EXEC.
       PTDT999.
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
