       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISAXFER.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    ISA transfers with other providers. Money moved into or
      *    out of a cash ISA by an ISA transfer keeps its tax-free
      *    status and is not a subscription, so it is posted here
      *    rather than through DBCRFUN and never counts against the
      *    customer's annual allowance. Each transfer is kept on the
      *    ISAXFER register and totalled on the customer's ISASUB
      *    row for the tax year for the annual return.
      *
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
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99.
       01 HOST-ISASUB-ROW.
          03 HV-ISA-SORTCODE            PIC X(6).
          03 HV-ISA-CUSTOMER            PIC X(10).
          03 HV-ISA-TAX-YEAR            PIC S9(4) COMP.
          03 HV-ISA-ALLOWANCE           PIC S9(10)V99 COMP-3.
       01 HOST-ISAXFER-ROW.
          03 HV-ISAXFER-DATE            PIC S9(8).
          03 HV-ISAXFER-DIRECTION       PIC X.
          03 HV-ISAXFER-AMOUNT          PIC S9(10)V99.
          03 HV-ISAXFER-PROVIDER        PIC X(20).
          03 HV-ISAXFER-PROVIDER-REF    PIC X(20).
          03 HV-ISAXFER-REF             PIC X(12).
          03 HV-ISAXFER-USERID          PIC X(8).
       01 HV-TRANSFER-IN                PIC S9(10)V99.
       01 HV-TRANSFER-OUT               PIC S9(10)V99.
       01 HV-OP-USERID                  PIC X(8).
       01 HOST-CONTROL-ROW.
          03 HV-CONTROL-NAME            PIC X(32).
          03 HV-CONTROL-VALUE-NUM       PIC S9(9) COMP.
          03 HV-CONTROL-VALUE-STR       PIC X(40).
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
       01 WS-SIGNED-AMOUNT              PIC S9(10)V99 VALUE 0.
       77 WS-ISA-ALLOWANCE-DFLT         PIC 9(7)V99 VALUE 20000.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-ACCNO               PIC X(8).
          03 COMM-SORTC               PIC 9(6).
          03 COMM-FUNCTION            PIC X.
             88 COMM-TRANSFER-IN           VALUE 'I'.
             88 COMM-TRANSFER-OUT          VALUE 'O'.
          03 COMM-AMOUNT              PIC S9(10)V99.
          03 COMM-PROVIDER            PIC X(20).
          03 COMM-PROVIDER-REF        PIC X(20).
          03 COMM-AVAIL-BAL           PIC S9(10)V99.
          03 COMM-ACTUAL-BAL          PIC S9(10)V99.
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
           IF NOT COMM-TRANSFER-IN AND NOT COMM-TRANSFER-OUT
              MOVE '5' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           IF COMM-AMOUNT NOT > 0
              MOVE '6' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           IF COMM-PROVIDER = SPACES OR COMM-PROVIDER-REF = SPACES
              MOVE '7' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM READ-ISA-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POST-ISA-TRANSFER.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       READ-ISA-ACCOUNT SECTION.
       RIA010.
           MOVE COMM-SORTC TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-AVAIL-BAL,
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
              GO TO RIA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE NOT = 'ISA     '
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RIA999
           END-IF.
      *
      *    A transfer out can only send what is actually in the
      *    ISA; it is never allowed to overdraw it.
      *
           IF COMM-TRANSFER-OUT
              AND COMM-AMOUNT > HV-ACCOUNT-ACTUAL-BAL
              MOVE '6' TO COMM-FAIL-CODE
           END-IF.
       RIA999.
           EXIT.
       POST-ISA-TRANSFER SECTION.
       PIT010.
           MOVE 0 TO HV-TRANSFER-IN.
           MOVE 0 TO HV-TRANSFER-OUT.
           IF COMM-TRANSFER-IN
              MOVE COMM-AMOUNT TO WS-SIGNED-AMOUNT
              MOVE COMM-AMOUNT TO HV-TRANSFER-IN
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = 0 - COMM-AMOUNT
              MOVE COMM-AMOUNT TO HV-TRANSFER-OUT
           END-IF.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :WS-SIGNED-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :WS-SIGNED-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-WORK
              MOVE '3' TO COMM-FAIL-CODE
              GO TO PIT999
           END-IF.
      *
      *    The transfer is totalled on the customer's ledger row for
      *    the current tax year, which runs from 6 April and is
      *    known by the calendar year it starts in. The subscribed
      *    total is left alone.
      *
           MOVE HV-ACCOUNT-SORTCODE TO HV-ISA-SORTCODE.
           MOVE HV-ACCOUNT-CUST-NO TO HV-ISA-CUSTOMER.
           MOVE WS-ORIG-DATE-YYYY TO HV-ISA-TAX-YEAR.
           IF WS-ORIG-DATE-MM < 4
              OR (WS-ORIG-DATE-MM = 4 AND WS-ORIG-DATE-DD < 6)
              SUBTRACT 1 FROM HV-ISA-TAX-YEAR
           END-IF.
           EXEC SQL
              UPDATE ISASUB
              SET ISASUB_TRANSFER_IN =
                     ISASUB_TRANSFER_IN + :HV-TRANSFER-IN,
                  ISASUB_TRANSFER_OUT =
                     ISASUB_TRANSFER_OUT + :HV-TRANSFER-OUT
              WHERE ISASUB_SORTCODE = :HV-ISA-SORTCODE
              AND ISASUB_CUSTOMER = :HV-ISA-CUSTOMER
              AND ISASUB_TAX_YEAR = :HV-ISA-TAX-YEAR
           END-EXEC.
           IF SQLCODE = +100
              PERFORM GET-ISA-ALLOWANCE
              EXEC SQL
                 INSERT INTO ISASUB
                        (
                         ISASUB_SORTCODE,
                         ISASUB_CUSTOMER,
                         ISASUB_TAX_YEAR,
                         ISASUB_ACCOUNT,
                         ISASUB_ALLOWANCE,
                         ISASUB_SUBSCRIBED,
                         ISASUB_TRANSFER_IN,
                         ISASUB_TRANSFER_OUT,
                         ISASUB_STATUS
                        )
                 VALUES
                        (
                         :HV-ISA-SORTCODE,
                         :HV-ISA-CUSTOMER,
                         :HV-ISA-TAX-YEAR,
                         ' ',
                         :HV-ISA-ALLOWANCE,
                         0,
                         :HV-TRANSFER-IN,
                         :HV-TRANSFER-OUT,
                         'O'
                        )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PIT999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           INITIALIZE HOST-ISAXFER-ROW.
           MOVE WS-TODAY TO HV-ISAXFER-DATE.
           MOVE COMM-FUNCTION TO HV-ISAXFER-DIRECTION.
           MOVE COMM-AMOUNT TO HV-ISAXFER-AMOUNT.
           MOVE COMM-PROVIDER TO HV-ISAXFER-PROVIDER.
           MOVE COMM-PROVIDER-REF TO HV-ISAXFER-PROVIDER-REF.
           MOVE WS-EIBTASKN12 TO HV-ISAXFER-REF.
           MOVE HV-OP-USERID TO HV-ISAXFER-USERID.
           EXEC SQL
              INSERT INTO ISAXFER
                     (
                      ISAXFER_SORTCODE,
                      ISAXFER_NUMBER,
                      ISAXFER_CUSTOMER,
                      ISAXFER_TAX_YEAR,
                      ISAXFER_DATE,
                      ISAXFER_DIRECTION,
                      ISAXFER_AMOUNT,
                      ISAXFER_PROVIDER,
                      ISAXFER_PROVIDER_REF,
                      ISAXFER_REF,
                      ISAXFER_USERID
                     )
              VALUES
                     (
                      :HV-ACCOUNT-SORTCODE,
                      :HV-ACCOUNT-ACC-NO,
                      :HV-ACCOUNT-CUST-NO,
                      :HV-ISA-TAX-YEAR,
                      :HV-ISAXFER-DATE,
                      :HV-ISAXFER-DIRECTION,
                      :HV-ISAXFER-AMOUNT,
                      :HV-ISAXFER-PROVIDER,
                      :HV-ISAXFER-PROVIDER-REF,
                      :HV-ISAXFER-REF,
                      :HV-ISAXFER-USERID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PIT999
           END-IF.
           IF COMM-TRANSFER-IN
              MOVE 'ISI' TO HV-PROCTRAN-TYPE
              MOVE 'ISA TRANSFER IN' TO HV-PROCTRAN-DESC
           ELSE
              MOVE 'ISO' TO HV-PROCTRAN-TYPE
              MOVE 'ISA TRANSFER OUT' TO HV-PROCTRAN-DESC
           END-IF.
           MOVE COMM-PROVIDER-REF TO HV-PROCTRAN-DESC(18:20).
           MOVE WS-SIGNED-AMOUNT TO HV-PROCTRAN-AMOUNT.
           PERFORM WRITE-ISAXFER-PROCTRAN.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO PIT999
           END-IF.
           COMPUTE COMM-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-SIGNED-AMOUNT.
           COMPUTE COMM-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-SIGNED-AMOUNT.
           MOVE 'Y' TO COMM-SUCCESS.
       PIT999.
           EXIT.
       GET-ISA-ALLOWANCE SECTION.
       GIA010.
           MOVE WS-ISA-ALLOWANCE-DFLT TO HV-ISA-ALLOWANCE.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ISA-ALLOWANCE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO HV-ISA-ALLOWANCE
           END-IF.
       GIA999.
           EXIT.
       WRITE-ISAXFER-PROCTRAN SECTION.
       WIP010.
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
              DISPLAY 'ISAXFER - PROCTRAN INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              PERFORM BACK-OUT-WORK
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       WIP999.
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
