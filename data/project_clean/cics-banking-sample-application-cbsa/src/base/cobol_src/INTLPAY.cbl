       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTLPAY.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Outbound international payment instructions. Capture
      *    checks the beneficiary's IBAN check digits and the shape
      *    of the BIC, converts the instructed amount at the FXRATE
      *    sell rate, prices the payment from FEESCHED according to
      *    who bears the charges (OUR, SHA or BEN) and screens the
      *    beneficiary against the denied-party list. A clear
      *    instruction waits (status A) for INTLXTR to debit the
      *    account and send it; one that matches the list is held
      *    (status S) until compliance releases or rejects the name
      *    on the screening queue. Inquiry returns an instruction
      *    and its status for the international payments team.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 SCRNAME-COMMAREA.
          03 SCRN-SCREEN-NAME         PIC X(60).
          03 SCRN-HIT                 PIC X.
          03 SCRN-MATCHED-NAME        PIC X(60).
          03 SCRN-MATCHED-LIST        PIC X(8).
          03 SCRN-SUCCESS             PIC X.
          03 SCRN-FAIL-CODE           PIC X.
       01 WS-SCRNAME-PGM             PIC X(8) VALUE 'SCRNAME'.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-ACC-NO          PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE        PIC X(8).
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99.
          03 HV-ACCOUNT-OVERDRAFT-LIM   PIC S9(9).
          03 HV-ACCOUNT-CCY             PIC X(3).
          03 HV-FREEZE-STATUS           PIC X.
       01 HOST-INTLPAY-ROW.
          03 HV-IP-SORTCODE             PIC X(6).
          03 HV-IP-REF                  PIC S9(10) COMP-3.
          03 HV-IP-NUMBER               PIC X(8).
          03 HV-IP-CREATED              PIC S9(8).
          03 HV-IP-IBAN                 PIC X(34).
          03 HV-IP-BIC                  PIC X(11).
          03 HV-IP-BEN-NAME             PIC X(60).
          03 HV-IP-BEN-ADDRESS          PIC X(160).
          03 HV-IP-CCY                  PIC X(3).
          03 HV-IP-CCY-AMOUNT           PIC S9(10)V99.
          03 HV-IP-RATE                 PIC S9(3)V9(6).
          03 HV-IP-PRINCIPAL            PIC S9(10)V99.
          03 HV-IP-FEE                  PIC S9(10)V99.
          03 HV-IP-SEND-AMOUNT          PIC S9(10)V99.
          03 HV-IP-DEBIT-AMOUNT         PIC S9(10)V99.
          03 HV-IP-CHARGE-BEARER        PIC X(3).
          03 HV-IP-REMITTANCE           PIC X(35).
          03 HV-IP-STATUS               PIC X.
          03 HV-IP-USERID               PIC X(8).
          03 HV-IP-DESPATCH-DATE        PIC S9(8).
          03 HV-IP-REASON               PIC X(8).
       01 HV-MAX-REF                    PIC S9(10) COMP-3.
       01 HV-MAX-REF-IND                PIC S9(4) COMP.
       01 HOST-FXRATE-KEYS.
          03 HV-FX-CCY                  PIC X(3).
          03 HV-FX-RATE                 PIC S9(3)V9(6).
          03 HV-FX-TODAY                PIC S9(8).
       01 HV-FEE-ACC-TYPE               PIC X(8).
       01 HV-FEE-EVENT                  PIC X(8).
       01 HV-FEESCHED-AMOUNT            PIC S9(10)V99.
       01 HOST-SCREENQ-ROW.
          03 HV-SCRQ-NAME               PIC X(60).
          03 HV-SCRQ-REQUEST-TYPE       PIC X.
          03 HV-SCRQ-MATCHED-NAME       PIC X(60).
          03 HV-SCRQ-MATCHED-LIST       PIC X(8).
          03 HV-SCRQ-STATUS             PIC X.
       01 HV-SCRQ-COUNT                 PIC S9(9) COMP.
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
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-USERID                     PIC X(8).
       01 WS-NEW-AVAIL-BAL              PIC S9(10)V99.
      *
      *    IBAN and BIC checking. Each character is looked up in
      *    WS-CHARSET; its position less one is its value, so
      *    digits are 0-9 and letters A-Z are 10-35 as the IBAN
      *    check-digit rule requires.
      *
       01 WS-CHARSET                    PIC X(36)
             VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-CHARSET-TABLE REDEFINES WS-CHARSET.
          03 WS-CHARSET-CHAR            PIC X OCCURS 36
                                        INDEXED BY WS-CHARSET-IX.
       01 WS-CHAR                       PIC X.
       01 WS-CHAR-VALUE                 PIC S9(4) COMP.
       01 WS-CHAR-SUB                   PIC S9(4) COMP.
       01 WS-CHAR-BAD-SW                PIC X VALUE 'N'.
          88 WS-CHAR-BAD                    VALUE 'Y'.
       01 WS-IBAN-LEN                   PIC S9(4) COMP.
       01 WS-IBAN-BBAN-LEN              PIC S9(4) COMP.
       01 WS-IBAN-WORK                  PIC X(34).
       01 WS-IBAN-REMAINDER             PIC S9(4) COMP.
       01 WS-IBAN-DIVIDEND              PIC S9(8) COMP.
       01 WS-IBAN-QUOTIENT              PIC S9(8) COMP.
       01 WS-BIC-LEN                    PIC S9(4) COMP.
       01 WS-REF-DISPLAY                PIC 9(10).
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-CAPTURE-PAYMENT       VALUE 'C'.
             88 COMM-INQUIRE-PAYMENT       VALUE 'I'.
          03 COMM-REF                 PIC 9(10).
          03 COMM-ACCNO               PIC 9(8).
          03 COMM-IBAN                PIC X(34).
          03 COMM-BIC                 PIC X(11).
          03 COMM-BEN-NAME            PIC X(60).
          03 COMM-BEN-ADDRESS         PIC X(160).
          03 COMM-CCY                 PIC X(3).
          03 COMM-CCY-AMOUNT          PIC 9(10)V99.
          03 COMM-CHARGE-BEARER       PIC X(3).
             88 COMM-BEARER-VALID          VALUE 'OUR' 'SHA' 'BEN'.
             88 COMM-BEARER-BEN            VALUE 'BEN'.
          03 COMM-REMITTANCE          PIC X(35).
          03 COMM-RATE                PIC 9(3)V9(6).
          03 COMM-PRINCIPAL           PIC 9(10)V99.
          03 COMM-FEE                 PIC 9(10)V99.
          03 COMM-SEND-AMOUNT         PIC 9(10)V99.
          03 COMM-DEBIT-AMOUNT        PIC 9(10)V99.
          03 COMM-STATUS              PIC X.
          03 COMM-CREATED             PIC 9(8).
          03 COMM-DESPATCH-DATE       PIC 9(8).
          03 COMM-CAPTURED-BY         PIC X(8).
          03 COMM-REASON              PIC X(8).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SORTCODE TO HV-IP-SORTCODE.
           EVALUATE TRUE
              WHEN COMM-CAPTURE-PAYMENT
                 PERFORM CAPTURE-PAYMENT
              WHEN COMM-INQUIRE-PAYMENT
                 PERFORM INQUIRE-PAYMENT
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       CAPTURE-PAYMENT SECTION.
       CP010.
           IF COMM-ACCNO NOT NUMERIC OR COMM-ACCNO = 0
              OR COMM-BEN-NAME = SPACES
              OR COMM-BEN-ADDRESS = SPACES
              OR COMM-CCY = SPACES
              OR COMM-CCY-AMOUNT NOT NUMERIC
              OR COMM-CCY-AMOUNT = 0
              OR NOT COMM-BEARER-VALID
              MOVE '4' TO COMM-FAIL-CODE
              GO TO CP999
           END-IF.
           MOVE COMM-IBAN TO HV-IP-IBAN.
           INSPECT HV-IP-IBAN CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VALIDATE-IBAN.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CP999
           END-IF.
           MOVE COMM-BIC TO HV-IP-BIC.
           INSPECT HV-IP-BIC CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VALIDATE-BIC.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CP999
           END-IF.
           PERFORM READ-PAYING-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CP999
           END-IF.
           PERFORM PRICE-PAYMENT.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CP999
           END-IF.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL - HV-IP-DEBIT-AMOUNT.
           IF WS-NEW-AVAIL-BAL < (0 - HV-ACCOUNT-OVERDRAFT-LIM)
              DISPLAY 'INTLPAY: Insufficient funds in account '
                 COMM-ACCNO ' for international payment.'
              MOVE 'F' TO COMM-FAIL-CODE
              GO TO CP999
           END-IF.
           MOVE 'A' TO HV-IP-STATUS.
           MOVE SPACES TO HV-IP-REASON.
           PERFORM SCREEN-BENEFICIARY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CP999
           END-IF.
           PERFORM WRITE-INSTRUCTION.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CP999
           END-IF.
           PERFORM RETURN-PAYMENT-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       CP999.
           EXIT.
       VALIDATE-IBAN SECTION.
       VI010.
      *
      *    Two letters of country, two check digits and up to 30
      *    letters and digits of domestic account. Moving the first
      *    four characters to the end and reading the result as a
      *    number must leave a remainder of 1 when divided by 97.
      *
           MOVE 0 TO WS-IBAN-LEN.
           INSPECT HV-IP-IBAN TALLYING WS-IBAN-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IBAN-LEN < 15
              MOVE 'B' TO COMM-FAIL-CODE
              GO TO VI999
           END-IF.
           IF WS-IBAN-LEN < 34
              IF HV-IP-IBAN(WS-IBAN-LEN + 1:) NOT = SPACES
                 MOVE 'B' TO COMM-FAIL-CODE
                 GO TO VI999
              END-IF
           END-IF.
           IF HV-IP-IBAN(1:2) NOT ALPHABETIC-UPPER
              OR HV-IP-IBAN(3:2) NOT NUMERIC
              MOVE 'B' TO COMM-FAIL-CODE
              GO TO VI999
           END-IF.
           COMPUTE WS-IBAN-BBAN-LEN = WS-IBAN-LEN - 4.
           MOVE SPACES TO WS-IBAN-WORK.
           STRING HV-IP-IBAN(5:WS-IBAN-BBAN-LEN) DELIMITED BY SIZE,
                  HV-IP-IBAN(1:4) DELIMITED BY SIZE
                  INTO WS-IBAN-WORK
           END-STRING.
           MOVE 0 TO WS-IBAN-REMAINDER.
           MOVE 'N' TO WS-CHAR-BAD-SW.
           PERFORM ADD-IBAN-CHARACTER
              VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > WS-IBAN-LEN OR WS-CHAR-BAD.
           IF WS-CHAR-BAD OR WS-IBAN-REMAINDER NOT = 1
              DISPLAY 'INTLPAY: IBAN ' HV-IP-IBAN
                 ' fails its check digits.'
              MOVE 'B' TO COMM-FAIL-CODE
           END-IF.
       VI999.
           EXIT.
       ADD-IBAN-CHARACTER SECTION.
       AIC010.
           MOVE WS-IBAN-WORK(WS-CHAR-SUB:1) TO WS-CHAR.
           PERFORM LOOK-UP-CHARACTER.
           IF WS-CHAR-BAD
              GO TO AIC999
           END-IF.
           IF WS-CHAR-VALUE < 10
              COMPUTE WS-IBAN-DIVIDEND =
                 WS-IBAN-REMAINDER * 10 + WS-CHAR-VALUE
           ELSE
              COMPUTE WS-IBAN-DIVIDEND =
                 WS-IBAN-REMAINDER * 100 + WS-CHAR-VALUE
           END-IF.
           DIVIDE WS-IBAN-DIVIDEND BY 97
              GIVING WS-IBAN-QUOTIENT
              REMAINDER WS-IBAN-REMAINDER.
       AIC999.
           EXIT.
       LOOK-UP-CHARACTER SECTION.
       LUC010.
           SET WS-CHARSET-IX TO 1.
           SEARCH WS-CHARSET-CHAR
              AT END
                 MOVE 'Y' TO WS-CHAR-BAD-SW
              WHEN WS-CHARSET-CHAR(WS-CHARSET-IX) = WS-CHAR
                 SET WS-CHAR-VALUE TO WS-CHARSET-IX
                 SUBTRACT 1 FROM WS-CHAR-VALUE
           END-SEARCH.
       LUC999.
           EXIT.
       VALIDATE-BIC SECTION.
       VB010.
      *
      *    Eight or eleven characters: four letters of bank, two of
      *    country, two letters or digits of location and an
      *    optional three of branch.
      *
           MOVE 0 TO WS-BIC-LEN.
           INSPECT HV-IP-BIC TALLYING WS-BIC-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-BIC-LEN NOT = 8 AND WS-BIC-LEN NOT = 11
              MOVE 'K' TO COMM-FAIL-CODE
              GO TO VB999
           END-IF.
           IF WS-BIC-LEN = 8 AND HV-IP-BIC(9:3) NOT = SPACES
              MOVE 'K' TO COMM-FAIL-CODE
              GO TO VB999
           END-IF.
           IF HV-IP-BIC(1:6) NOT ALPHABETIC-UPPER
              MOVE 'K' TO COMM-FAIL-CODE
              GO TO VB999
           END-IF.
           MOVE 'N' TO WS-CHAR-BAD-SW.
           PERFORM CHECK-BIC-CHARACTER
              VARYING WS-CHAR-SUB FROM 7 BY 1
              UNTIL WS-CHAR-SUB > WS-BIC-LEN OR WS-CHAR-BAD.
           IF WS-CHAR-BAD
              MOVE 'K' TO COMM-FAIL-CODE
           END-IF.
       VB999.
           EXIT.
       CHECK-BIC-CHARACTER SECTION.
       CBC010.
           MOVE HV-IP-BIC(WS-CHAR-SUB:1) TO WS-CHAR.
           PERFORM LOOK-UP-CHARACTER.
       CBC999.
           EXIT.
       READ-PAYING-ACCOUNT SECTION.
       RPA010.
           MOVE SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           MOVE SPACE TO HV-FREEZE-STATUS.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_CURRENCY_CODE,
                     ACCOUNT_FREEZE_STATUS
              INTO :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-CCY,
                   :HV-FREEZE-STATUS
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.
           IF SQLCODE = +100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RPA999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RPA999
           END-IF.
           IF HV-ACCOUNT-CCY = SPACES
              MOVE 'GBP' TO HV-ACCOUNT-CCY
           END-IF.
           IF HV-FREEZE-STATUS = 'F' OR HV-FREEZE-STATUS = 'D'
              MOVE '7' TO COMM-FAIL-CODE
              GO TO RPA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE = 'MORTGAGE'
              OR HV-ACCOUNT-ACC-TYPE = 'LOAN    '
              MOVE '4' TO COMM-FAIL-CODE
           END-IF.
       RPA999.
           EXIT.
       PRICE-PAYMENT SECTION.
       PP010.
      *
      *    A payment in the account's own currency needs no rate.
      *    A sterling account buys the currency at today's sell
      *    rate; the rate is fixed here, at capture. Our fee comes
      *    off the payment itself when the beneficiary bears the
      *    charges and is added to the debit otherwise.
      *
           MOVE COMM-CCY TO HV-IP-CCY.
           MOVE COMM-CCY-AMOUNT TO HV-IP-CCY-AMOUNT.
           IF HV-IP-CCY = HV-ACCOUNT-CCY
              MOVE 1 TO HV-IP-RATE
              MOVE HV-IP-CCY-AMOUNT TO HV-IP-PRINCIPAL
           ELSE
              IF HV-ACCOUNT-CCY NOT = 'GBP'
                 MOVE '4' TO COMM-FAIL-CODE
                 GO TO PP999
              END-IF
              MOVE HV-IP-CCY TO HV-FX-CCY
              MOVE WS-TODAY-YYYYMMDD TO HV-FX-TODAY
              PERFORM GET-SELL-RATE
              IF COMM-FAIL-CODE NOT = '0'
                 GO TO PP999
              END-IF
              MOVE HV-FX-RATE TO HV-IP-RATE
              COMPUTE HV-IP-PRINCIPAL ROUNDED =
                 HV-IP-CCY-AMOUNT / HV-IP-RATE
           END-IF.
           MOVE COMM-CHARGE-BEARER TO HV-IP-CHARGE-BEARER.
           PERFORM GET-PAYMENT-FEE.
           IF COMM-BEARER-BEN
              IF HV-IP-PRINCIPAL NOT > HV-IP-FEE
                 MOVE '4' TO COMM-FAIL-CODE
                 GO TO PP999
              END-IF
              MOVE HV-IP-PRINCIPAL TO HV-IP-DEBIT-AMOUNT
              COMPUTE HV-IP-SEND-AMOUNT ROUNDED =
                 (HV-IP-PRINCIPAL - HV-IP-FEE) * HV-IP-RATE
           ELSE
              COMPUTE HV-IP-DEBIT-AMOUNT =
                 HV-IP-PRINCIPAL + HV-IP-FEE
              MOVE HV-IP-CCY-AMOUNT TO HV-IP-SEND-AMOUNT
           END-IF.
       PP999.
           EXIT.
       GET-SELL-RATE SECTION.
       GSR010.
           EXEC SQL
              SELECT FXRATE_SELL
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
              DISPLAY 'INTLPAY: No exchange rate on file for '
                 HV-FX-CCY ' - payment rejected.'
              MOVE 'X' TO COMM-FAIL-CODE
           END-IF.
       GSR999.
           EXIT.
       GET-PAYMENT-FEE SECTION.
       GPF010.
      *
      *    The fee schedule prices each charging option separately
      *    as events INTLOUR, INTLSHA and INTLBEN. No row, no fee.
      *
           MOVE 0 TO HV-IP-FEE.
           MOVE HV-ACCOUNT-ACC-TYPE TO HV-FEE-ACC-TYPE.
           MOVE SPACES TO HV-FEE-EVENT.
           STRING 'INTL' DELIMITED BY SIZE,
                  HV-IP-CHARGE-BEARER DELIMITED BY SIZE
                  INTO HV-FEE-EVENT
           END-STRING.
           EXEC SQL
              SELECT FEESCHED_AMOUNT
              INTO :HV-FEESCHED-AMOUNT
              FROM FEESCHED
              WHERE FEESCHED_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND FEESCHED_ACC_TYPE = :HV-FEE-ACC-TYPE
                AND FEESCHED_EVENT = :HV-FEE-EVENT
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-FEESCHED-AMOUNT <= 0
              GO TO GPF999
           END-IF.
           MOVE HV-FEESCHED-AMOUNT TO HV-IP-FEE.
       GPF999.
           EXIT.
       SCREEN-BENEFICIARY SECTION.
       SB010.
           INITIALIZE SCRNAME-COMMAREA.
           MOVE COMM-BEN-NAME TO SCRN-SCREEN-NAME.
           EXEC CICS LINK PROGRAM(WS-SCRNAME-PGM)
                     COMMAREA(SCRNAME-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR SCRN-SUCCESS NOT = 'Y'
              MOVE '2' TO COMM-FAIL-CODE
              GO TO SB999
           END-IF.
           IF SCRN-HIT NOT = 'Y'
              GO TO SB999
           END-IF.
           DISPLAY 'INTLPAY: Beneficiary matched the denied-party '
              'list - payment held for screening review.'.
           MOVE 'S' TO HV-IP-STATUS.
           MOVE 'SCREEN' TO HV-IP-REASON.
      *
      *    One pending beneficiary entry per name is enough; a second
      *    payment to the same beneficiary waits on the same review.
      *
           MOVE COMM-BEN-NAME TO HV-SCRQ-NAME.
           MOVE 'I' TO HV-SCRQ-REQUEST-TYPE.
           MOVE 0 TO HV-SCRQ-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SCRQ-COUNT
              FROM SCREENQ
              WHERE SCREENQ_NAME = :HV-SCRQ-NAME
              AND SCREENQ_REQUEST_TYPE = :HV-SCRQ-REQUEST-TYPE
              AND SCREENQ_STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO SB999
           END-IF.
           IF HV-SCRQ-COUNT > 0
              GO TO SB999
           END-IF.
           MOVE SCRN-MATCHED-NAME TO HV-SCRQ-MATCHED-NAME.
           MOVE SCRN-MATCHED-LIST TO HV-SCRQ-MATCHED-LIST.
           MOVE 'P' TO HV-SCRQ-STATUS.
           EXEC SQL
              INSERT INTO SCREENQ
                     (
                      SCREENQ_NAME,
                      SCREENQ_REQUEST_TYPE,
                      SCREENQ_MATCHED_NAME,
                      SCREENQ_MATCHED_LIST,
                      SCREENQ_STATUS
                     )
              VALUES
                     (
                      :HV-SCRQ-NAME,
                      :HV-SCRQ-REQUEST-TYPE,
                      :HV-SCRQ-MATCHED-NAME,
                      :HV-SCRQ-MATCHED-LIST,
                      :HV-SCRQ-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'SCREENQ INSERT FAILED. SQLCODE=' SQLCODE
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       SB999.
           EXIT.
       WRITE-INSTRUCTION SECTION.
       WI010.
           MOVE 0 TO HV-MAX-REF.
           MOVE 0 TO HV-MAX-REF-IND.
           EXEC SQL
              SELECT MAX(INTLPAY_REF)
              INTO :HV-MAX-REF :HV-MAX-REF-IND
              FROM INTLPAY
              WHERE INTLPAY_SORTCODE = :HV-IP-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO WI999
           END-IF.
           IF HV-MAX-REF-IND < 0
              MOVE 0 TO HV-MAX-REF
           END-IF.
           COMPUTE HV-IP-REF = HV-MAX-REF + 1.
           MOVE COMM-ACCNO TO HV-IP-NUMBER.
           MOVE WS-TODAY-YYYYMMDD TO HV-IP-CREATED.
           MOVE COMM-BEN-NAME TO HV-IP-BEN-NAME.
           MOVE COMM-BEN-ADDRESS TO HV-IP-BEN-ADDRESS.
           MOVE COMM-REMITTANCE TO HV-IP-REMITTANCE.
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN
              USERID(WS-USERID)
           END-EXEC.
           MOVE WS-USERID TO HV-IP-USERID.
           MOVE 0 TO HV-IP-DESPATCH-DATE.
           EXEC SQL
              INSERT INTO INTLPAY
                     (
                      INTLPAY_SORTCODE,
                      INTLPAY_REF,
                      INTLPAY_NUMBER,
                      INTLPAY_CREATED,
                      INTLPAY_IBAN,
                      INTLPAY_BIC,
                      INTLPAY_BEN_NAME,
                      INTLPAY_BEN_ADDRESS,
                      INTLPAY_CCY,
                      INTLPAY_CCY_AMOUNT,
                      INTLPAY_RATE,
                      INTLPAY_PRINCIPAL,
                      INTLPAY_FEE,
                      INTLPAY_SEND_AMOUNT,
                      INTLPAY_DEBIT_AMOUNT,
                      INTLPAY_CHARGE_BEARER,
                      INTLPAY_REMITTANCE,
                      INTLPAY_STATUS,
                      INTLPAY_USERID,
                      INTLPAY_DESPATCH_DATE,
                      INTLPAY_REASON
                     )
              VALUES
                     (
                      :HV-IP-SORTCODE,
                      :HV-IP-REF,
                      :HV-IP-NUMBER,
                      :HV-IP-CREATED,
                      :HV-IP-IBAN,
                      :HV-IP-BIC,
                      :HV-IP-BEN-NAME,
                      :HV-IP-BEN-ADDRESS,
                      :HV-IP-CCY,
                      :HV-IP-CCY-AMOUNT,
                      :HV-IP-RATE,
                      :HV-IP-PRINCIPAL,
                      :HV-IP-FEE,
                      :HV-IP-SEND-AMOUNT,
                      :HV-IP-DEBIT-AMOUNT,
                      :HV-IP-CHARGE-BEARER,
                      :HV-IP-REMITTANCE,
                      :HV-IP-STATUS,
                      :HV-IP-USERID,
                      :HV-IP-DESPATCH-DATE,
                      :HV-IP-REASON
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'INTLPAY - UNABLE TO WRITE TO INTLPAY. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       WI999.
           EXIT.
       INQUIRE-PAYMENT SECTION.
       IP010.
           IF COMM-REF NOT NUMERIC OR COMM-REF = 0
              MOVE '4' TO COMM-FAIL-CODE
              GO TO IP999
           END-IF.
           MOVE COMM-REF TO HV-IP-REF.
           EXEC SQL
              SELECT INTLPAY_NUMBER,
                     INTLPAY_CREATED,
                     INTLPAY_IBAN,
                     INTLPAY_BIC,
                     INTLPAY_BEN_NAME,
                     INTLPAY_BEN_ADDRESS,
                     INTLPAY_CCY,
                     INTLPAY_CCY_AMOUNT,
                     INTLPAY_RATE,
                     INTLPAY_PRINCIPAL,
                     INTLPAY_FEE,
                     INTLPAY_SEND_AMOUNT,
                     INTLPAY_DEBIT_AMOUNT,
                     INTLPAY_CHARGE_BEARER,
                     INTLPAY_REMITTANCE,
                     INTLPAY_STATUS,
                     INTLPAY_USERID,
                     INTLPAY_DESPATCH_DATE,
                     INTLPAY_REASON
              INTO :HV-IP-NUMBER,
                   :HV-IP-CREATED,
                   :HV-IP-IBAN,
                   :HV-IP-BIC,
                   :HV-IP-BEN-NAME,
                   :HV-IP-BEN-ADDRESS,
                   :HV-IP-CCY,
                   :HV-IP-CCY-AMOUNT,
                   :HV-IP-RATE,
                   :HV-IP-PRINCIPAL,
                   :HV-IP-FEE,
                   :HV-IP-SEND-AMOUNT,
                   :HV-IP-DEBIT-AMOUNT,
                   :HV-IP-CHARGE-BEARER,
                   :HV-IP-REMITTANCE,
                   :HV-IP-STATUS,
                   :HV-IP-USERID,
                   :HV-IP-DESPATCH-DATE,
                   :HV-IP-REASON
              FROM INTLPAY
              WHERE INTLPAY_SORTCODE = :HV-IP-SORTCODE
              AND INTLPAY_REF = :HV-IP-REF
           END-EXEC.
           IF SQLCODE = +100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO IP999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO IP999
           END-IF.
           MOVE HV-IP-NUMBER TO COMM-ACCNO.
           MOVE HV-IP-IBAN TO COMM-IBAN.
           MOVE HV-IP-BIC TO COMM-BIC.
           MOVE HV-IP-BEN-NAME TO COMM-BEN-NAME.
           MOVE HV-IP-BEN-ADDRESS TO COMM-BEN-ADDRESS.
           MOVE HV-IP-CCY TO COMM-CCY.
           MOVE HV-IP-CCY-AMOUNT TO COMM-CCY-AMOUNT.
           MOVE HV-IP-CHARGE-BEARER TO COMM-CHARGE-BEARER.
           MOVE HV-IP-REMITTANCE TO COMM-REMITTANCE.
           PERFORM RETURN-PAYMENT-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IP999.
           EXIT.
       RETURN-PAYMENT-DETAILS SECTION.
       RPD010.
           MOVE HV-IP-REF TO WS-REF-DISPLAY.
           MOVE WS-REF-DISPLAY TO COMM-REF.
           MOVE HV-IP-RATE TO COMM-RATE.
           MOVE HV-IP-PRINCIPAL TO COMM-PRINCIPAL.
           MOVE HV-IP-FEE TO COMM-FEE.
           MOVE HV-IP-SEND-AMOUNT TO COMM-SEND-AMOUNT.
           MOVE HV-IP-DEBIT-AMOUNT TO COMM-DEBIT-AMOUNT.
           MOVE HV-IP-STATUS TO COMM-STATUS.
           MOVE HV-IP-CREATED TO COMM-CREATED.
           MOVE HV-IP-DESPATCH-DATE TO COMM-DESPATCH-DATE.
           MOVE HV-IP-USERID TO COMM-CAPTURED-BY.
           MOVE HV-IP-REASON TO COMM-REASON.
       RPD999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     DATESEP
           END-EXEC.
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
