       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBMNT.
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
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-ACC-NO          PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE        PIC X(8).
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99.
       01 HV-NEXT-PAYMENT               PIC S9(10)V99.
       01 HV-NEXT-PAYMENT-IND           PIC S9(4) COMP.
      *
      *    FORBEAR holds one row per arrangement. Status A is live,
      *    E has ended and the loan has been re-profiled by FORBEND,
      *    X was withdrawn before it started.
      *    A live arrangement is cancelled by bringing its end date
      *    forward to today, so FORBEND re-profiles it that night.
      *
       01 HOST-FORBEAR-ROW.
          03 HV-FB-SORTCODE             PIC X(6).
          03 HV-FB-NUMBER               PIC X(8).
          03 HV-FB-TYPE                 PIC X.
          03 HV-FB-START                PIC S9(8).
          03 HV-FB-END                  PIC S9(8).
          03 HV-FB-AMOUNT               PIC S9(10)V99.
          03 HV-FB-EXT-MONTHS           PIC S9(4) COMP.
          03 HV-FB-STATUS               PIC X.
          03 HV-FB-CREATED              PIC S9(8).
          03 HV-FB-USERID               PIC X(8).
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
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-ACCNO               PIC X(8).
          03 COMM-SORTC               PIC 9(6).
          03 COMM-FUNCTION            PIC X.
             88 COMM-CREATE                VALUE 'C'.
             88 COMM-CANCEL                VALUE 'X'.
             88 COMM-INQUIRE               VALUE 'I'.
          03 COMM-FB-TYPE             PIC X.
             88 COMM-FB-HOLIDAY            VALUE 'H'.
             88 COMM-FB-REDUCED            VALUE 'R'.
             88 COMM-FB-EXTENSION          VALUE 'E'.
          03 COMM-FB-START            PIC 9(8).
          03 COMM-FB-END              PIC 9(8).
          03 COMM-FB-AMOUNT           PIC S9(10)V99.
          03 COMM-FB-EXT-MONTHS       PIC 9(3).
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
           PERFORM READ-LOAN-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           EVALUATE TRUE
              WHEN COMM-CREATE
                 PERFORM CREATE-ARRANGEMENT
              WHEN COMM-CANCEL
                 PERFORM CANCEL-ARRANGEMENT
              WHEN COMM-INQUIRE
                 PERFORM INQUIRE-ARRANGEMENT
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       READ-LOAN-ACCOUNT SECTION.
       RLA010.
           MOVE COMM-SORTC TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-ACC-TYPE,
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
              GO TO RLA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE NOT = 'LOAN    '
              AND HV-ACCOUNT-ACC-TYPE NOT = 'MORTGAGE'
              MOVE '4' TO COMM-FAIL-CODE
           END-IF.
       RLA999.
           EXIT.
       READ-LIVE-ARRANGEMENT SECTION.
       RLV010.
           INITIALIZE HOST-FORBEAR-ROW.
           EXEC SQL
              SELECT FORBEAR_TYPE,
                     FORBEAR_START,
                     FORBEAR_END,
                     FORBEAR_AMOUNT,
                     FORBEAR_EXT_MONTHS
              INTO :HV-FB-TYPE,
                   :HV-FB-START,
                   :HV-FB-END,
                   :HV-FB-AMOUNT,
                   :HV-FB-EXT-MONTHS
              FROM FORBEAR
              WHERE FORBEAR_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND FORBEAR_NUMBER = :HV-ACCOUNT-ACC-NO
              AND FORBEAR_STATUS = 'A'
           END-EXEC.
       RLV999.
           EXIT.
       CREATE-ARRANGEMENT SECTION.
       CA010.
           IF HV-ACCOUNT-ACTUAL-BAL >= 0
              MOVE '6' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           IF NOT COMM-FB-HOLIDAY AND NOT COMM-FB-REDUCED
              AND NOT COMM-FB-EXTENSION
              MOVE '5' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           IF COMM-FB-START < WS-TODAY
              OR COMM-FB-END < COMM-FB-START
              MOVE '7' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           PERFORM READ-LIVE-ARRANGEMENT.
           IF SQLCODE = 0
              MOVE '8' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           IF SQLCODE NOT = +100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
      *
      *    A reduced payment or term extension must be below the
      *    contractual instalment; a holiday collects nothing.
      *
           MOVE 0 TO HV-NEXT-PAYMENT.
           MOVE 0 TO HV-NEXT-PAYMENT-IND.
           EXEC SQL
              SELECT MAX(LOANSCHD_PAYMENT)
              INTO :HV-NEXT-PAYMENT :HV-NEXT-PAYMENT-IND
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND LOANSCHD_NUMBER = :HV-ACCOUNT-ACC-NO
              AND LOANSCHD_STATUS = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-NEXT-PAYMENT-IND < 0
              MOVE '9' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           IF COMM-FB-HOLIDAY
              MOVE 0 TO COMM-FB-AMOUNT
              MOVE 0 TO COMM-FB-EXT-MONTHS
           END-IF.
           IF COMM-FB-REDUCED
              MOVE 0 TO COMM-FB-EXT-MONTHS
           END-IF.
           IF NOT COMM-FB-HOLIDAY
              AND (COMM-FB-AMOUNT NOT > 0
                   OR COMM-FB-AMOUNT NOT < HV-NEXT-PAYMENT)
              MOVE 'A' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           IF COMM-FB-EXTENSION AND COMM-FB-EXT-MONTHS = 0
              MOVE 'A' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           MOVE HV-ACCOUNT-SORTCODE TO HV-FB-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-FB-NUMBER.
           MOVE COMM-FB-TYPE TO HV-FB-TYPE.
           MOVE COMM-FB-START TO HV-FB-START.
           MOVE COMM-FB-END TO HV-FB-END.
           MOVE COMM-FB-AMOUNT TO HV-FB-AMOUNT.
           MOVE COMM-FB-EXT-MONTHS TO HV-FB-EXT-MONTHS.
           MOVE 'A' TO HV-FB-STATUS.
           MOVE WS-TODAY TO HV-FB-CREATED.
           MOVE SPACES TO HV-FB-USERID.
           EXEC CICS ASSIGN
              USERID(HV-FB-USERID)
           END-EXEC.
           EXEC SQL
              INSERT INTO FORBEAR
                     (
                      FORBEAR_SORTCODE,
                      FORBEAR_NUMBER,
                      FORBEAR_TYPE,
                      FORBEAR_START,
                      FORBEAR_END,
                      FORBEAR_AMOUNT,
                      FORBEAR_EXT_MONTHS,
                      FORBEAR_STATUS,
                      FORBEAR_CREATED,
                      FORBEAR_USERID
                     )
              VALUES
                     (
                      :HV-FB-SORTCODE,
                      :HV-FB-NUMBER,
                      :HV-FB-TYPE,
                      :HV-FB-START,
                      :HV-FB-END,
                      :HV-FB-AMOUNT,
                      :HV-FB-EXT-MONTHS,
                      :HV-FB-STATUS,
                      :HV-FB-CREATED,
                      :HV-FB-USERID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FORBMNT - FORBEAR INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CA999
           END-IF.
           MOVE 'Y' TO COMM-SUCCESS.
       CA999.
           EXIT.
       CANCEL-ARRANGEMENT SECTION.
       CXA010.
           PERFORM READ-LIVE-ARRANGEMENT.
           IF SQLCODE = +100
              MOVE '3' TO COMM-FAIL-CODE
              GO TO CXA999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CXA999
           END-IF.
      *
      *    An arrangement that has not yet started is simply
      *    withdrawn; nothing has been deferred so there is nothing
      *    to re-profile.
      *
           IF HV-FB-START > WS-TODAY
              MOVE 'X' TO HV-FB-STATUS
           ELSE
              MOVE 'A' TO HV-FB-STATUS
              IF HV-FB-END > WS-TODAY
                 MOVE WS-TODAY TO HV-FB-END
              END-IF
           END-IF.
           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_END = :HV-FB-END,
                  FORBEAR_STATUS = :HV-FB-STATUS
              WHERE FORBEAR_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND FORBEAR_NUMBER = :HV-ACCOUNT-ACC-NO
              AND FORBEAR_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CXA999
           END-IF.
           PERFORM RETURN-ARRANGEMENT.
           MOVE 'Y' TO COMM-SUCCESS.
       CXA999.
           EXIT.
       INQUIRE-ARRANGEMENT SECTION.
       IA010.
           PERFORM READ-LIVE-ARRANGEMENT.
           IF SQLCODE = +100
              MOVE '3' TO COMM-FAIL-CODE
              GO TO IA999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO IA999
           END-IF.
           PERFORM RETURN-ARRANGEMENT.
           MOVE 'Y' TO COMM-SUCCESS.
       IA999.
           EXIT.
       RETURN-ARRANGEMENT SECTION.
       RA010.
           MOVE HV-FB-TYPE TO COMM-FB-TYPE.
           MOVE HV-FB-START TO COMM-FB-START.
           MOVE HV-FB-END TO COMM-FB-END.
           MOVE HV-FB-AMOUNT TO COMM-FB-AMOUNT.
           MOVE HV-FB-EXT-MONTHS TO COMM-FB-EXT-MONTHS.
       RA999.
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
