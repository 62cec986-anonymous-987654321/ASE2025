       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARFUN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Suspicious activity report workflow. A report is drafted
      *    from an AML case: the customer's details are taken from
      *    the customer file and the cash transactions behind the
      *    case are copied from PROCTRAN, and the compliance officer
      *    supplies the grounds for suspicion. The nominated officer
      *    approves (or withdraws) the draft; SARSUBM then writes the
      *    approved reports to the regulator submission file, and the
      *    reference the regulator returns is recorded here, which
      *    marks the case as reported. The report stays open until
      *    compliance closes it.
      *
      *    Every function is restricted to staff holding the
      *    compliance role on OPERPROF, so that the existence of a
      *    report cannot be seen by anyone else.
      *
      *    SARREPT status: D drafted, A approved, S submitted,
      *                    F filed (regulator reference held),
      *                    X withdrawn, C closed.
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
       01 HV-OUR-SORTCODE               PIC X(6).
       01 HV-OP-USERID                  PIC X(8).
       01 HV-OP-ROLE                    PIC X.
       01 HV-NOMINATED-OFFICER          PIC X(8).
       01 HV-DEPUTY-OFFICER             PIC X(8).
       01 HOST-AMLCASE-ROW.
          03 HV-CASE-DATE               PIC S9(8).
          03 HV-CASE-SEQ                PIC S9(9) COMP.
          03 HV-CASE-ACC-NUMBER         PIC X(8).
          03 HV-CASE-CUST-NUMBER        PIC X(10).
          03 HV-CASE-TYPE               PIC X(8).
          03 HV-CASE-STATUS             PIC X.
          03 HV-CASE-DISPOSITION        PIC X(40).
       01 HV-CASE-CUST-IND              PIC S9(4) COMP.
       01 HOST-SARREPT-ROW.
          03 HV-SAR-STATUS              PIC X.
          03 HV-SAR-CUSTOMER            PIC X(10).
          03 HV-SAR-ACCOUNT             PIC X(8).
          03 HV-SAR-CASE-TYPE           PIC X(8).
          03 HV-SAR-CUST-NAME           PIC X(60).
          03 HV-SAR-CUST-ADDRESS        PIC X(160).
          03 HV-SAR-CUST-DOB            PIC S9(8).
          03 HV-SAR-TXN-COUNT           PIC S9(9) COMP.
          03 HV-SAR-TXN-AMOUNT          PIC S9(13)V99.
          03 HV-SAR-GROUNDS             PIC X(250).
          03 HV-SAR-DRAFT-USERID        PIC X(8).
          03 HV-SAR-DRAFT-DATE          PIC S9(8).
          03 HV-SAR-APPROVE-USERID      PIC X(8).
          03 HV-SAR-APPROVE-DATE        PIC S9(8).
          03 HV-SAR-SUBMIT-DATE         PIC S9(8).
          03 HV-SAR-REG-REF             PIC X(20).
          03 HV-SAR-REF-DATE            PIC S9(8).
          03 HV-SAR-DECISION-NOTE       PIC X(60).
       01 HV-WINDOW-START               PIC X(8).
       01 HV-WINDOW-END                 PIC X(8).
       01 CUSTOMER-KY.
          03 REQUIRED-SORT-CODE         PIC 9(6) VALUE 0.
          03 REQUIRED-CUST-NUMBER       PIC 9(10) VALUE 0.
       01 CUSTOMER-RECORD.
          05 CUSTOMER-EYECATCHER        PIC X(4).
          05 CUSTOMER-KEY.
             07 CUSTOMER-SORTCODE       PIC 9(6) DISPLAY.
             07 CUSTOMER-NUMBER         PIC 9(10) DISPLAY.
          05 CUSTOMER-NAME              PIC X(60).
          05 CUSTOMER-ADDRESS           PIC X(160).
          05 CUSTOMER-DATE-OF-BIRTH     PIC 9(8).
          05 CUSTOMER-CREDIT-SCORE      PIC 999.
          05 CUSTOMER-CS-REVIEW-DATE    PIC 9(8).
       01 WS-CUST-RESP                  PIC S9(8) COMP.
       01 WS-CUST-RESP2                 PIC S9(8) COMP.
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
       01 WS-CASE-DATE-X                PIC 9(8).
       01 WS-WINDOW-DAYS                PIC S9(4) COMP VALUE 3.
       01 WS-INTEGER                    PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-START-X             PIC 9(8).
       01 WS-AUTH-SW                    PIC X VALUE 'N'.
          88 WS-COMPLIANCE-USER             VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-DRAFT-SAR             VALUE 'D'.
             88 COMM-AMEND-SAR             VALUE 'U'.
             88 COMM-APPROVE-SAR           VALUE 'A'.
             88 COMM-WITHDRAW-SAR          VALUE 'X'.
             88 COMM-RECORD-REFERENCE      VALUE 'F'.
             88 COMM-CLOSE-SAR             VALUE 'C'.
             88 COMM-INQUIRE-SAR           VALUE 'I'.
          03 COMM-CASE-DATE           PIC 9(8).
          03 COMM-CASE-SEQ            PIC 9(8).
          03 COMM-GROUNDS             PIC X(250).
          03 COMM-NOTE                PIC X(60).
          03 COMM-REG-REF             PIC X(20).
          03 COMM-SAR-STATUS          PIC X.
          03 COMM-CUSTNO              PIC X(10).
          03 COMM-ACCNO               PIC X(8).
          03 COMM-CUST-NAME           PIC X(60).
          03 COMM-TXN-COUNT           PIC 9(6).
          03 COMM-TXN-AMOUNT          PIC 9(13)V99.
          03 COMM-DRAFT-USERID        PIC X(8).
          03 COMM-DRAFT-DATE          PIC 9(8).
          03 COMM-APPROVE-USERID      PIC X(8).
          03 COMM-APPROVE-DATE        PIC 9(8).
          03 COMM-SUBMIT-DATE         PIC 9(8).
          03 COMM-REF-DATE            PIC 9(8).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           PERFORM CHECK-COMPLIANCE-ROLE.
           IF NOT WS-COMPLIANCE-USER
              MOVE '3' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           MOVE COMM-CASE-DATE TO HV-CASE-DATE.
           MOVE COMM-CASE-SEQ TO HV-CASE-SEQ.
           EVALUATE TRUE
              WHEN COMM-DRAFT-SAR
                 PERFORM DRAFT-SAR
              WHEN COMM-AMEND-SAR
                 PERFORM AMEND-SAR
              WHEN COMM-APPROVE-SAR
                 PERFORM APPROVE-SAR
              WHEN COMM-WITHDRAW-SAR
                 PERFORM WITHDRAW-SAR
              WHEN COMM-RECORD-REFERENCE
                 PERFORM RECORD-REFERENCE
              WHEN COMM-CLOSE-SAR
                 PERFORM CLOSE-SAR
              WHEN COMM-INQUIRE-SAR
                 PERFORM INQUIRE-SAR
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       CHECK-COMPLIANCE-ROLE SECTION.
       CCR010.
           MOVE 'N' TO WS-AUTH-SW.
           MOVE SPACES TO HV-OP-USERID.
           EXEC CICS ASSIGN
              USERID(HV-OP-USERID)
           END-EXEC.
           MOVE SPACE TO HV-OP-ROLE.
           EXEC SQL
              SELECT OPERPROF_ROLE
              INTO :HV-OP-ROLE
              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-OUR-SORTCODE
              AND OPERPROF_USERID = :HV-OP-USERID
              AND OPERPROF_STATUS <> 'S'
           END-EXEC.
           IF SQLCODE = 0 AND HV-OP-ROLE = 'C'
              MOVE 'Y' TO WS-AUTH-SW
           END-IF.
       CCR999.
           EXIT.
       DRAFT-SAR SECTION.
       DS010.
           IF COMM-GROUNDS = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO DS999
           END-IF.
           MOVE SPACES TO HV-CASE-CUST-NUMBER.
           MOVE 0 TO HV-CASE-CUST-IND.
           EXEC SQL
              SELECT AMLCASE_NUMBER, AMLCASE_CUSTOMER,
                     AMLCASE_TYPE, AMLCASE_STATUS
              INTO :HV-CASE-ACC-NUMBER,
                   :HV-CASE-CUST-NUMBER :HV-CASE-CUST-IND,
                   :HV-CASE-TYPE, :HV-CASE-STATUS
              FROM AMLCASE
              WHERE AMLCASE_DATE = :HV-CASE-DATE
              AND AMLCASE_SEQ = :HV-CASE-SEQ
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
                 GO TO DS999
              WHEN OTHER
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO DS999
           END-EVALUATE.
           IF HV-CASE-CUST-IND < 0
              MOVE SPACES TO HV-CASE-CUST-NUMBER
           END-IF.
      *
      *    A case already cleared as not suspicious cannot be
      *    reported; a report withdrawn earlier may be redrafted.
      *
           IF HV-CASE-STATUS = 'C'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO DS999
           END-IF.
           EXEC SQL
              SELECT SARREPT_STATUS
              INTO :HV-SAR-STATUS
              FROM SARREPT
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN SQLCODE = 0 AND HV-SAR-STATUS = 'X'
                 PERFORM REMOVE-WITHDRAWN-SAR
                 IF COMM-FAIL-CODE NOT = '0'
                    GO TO DS999
                 END-IF
              WHEN SQLCODE = 0
                 MOVE '6' TO COMM-FAIL-CODE
                 GO TO DS999
              WHEN OTHER
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO DS999
           END-EVALUATE.
      *
      *    The subject of the report is the case customer, or for an
      *    account-level case the holder of the account.
      *
           MOVE HV-CASE-ACC-NUMBER TO HV-SAR-ACCOUNT.
           MOVE HV-CASE-CUST-NUMBER TO HV-SAR-CUSTOMER.
           IF HV-SAR-CUSTOMER = SPACES
              EXEC SQL
                 SELECT ACCOUNT_CUSTOMER_NUMBER
                 INTO :HV-SAR-CUSTOMER
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-SAR-ACCOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '8' TO COMM-FAIL-CODE
                 GO TO DS999
              END-IF
           END-IF.
           MOVE SORTCODE TO REQUIRED-SORT-CODE.
           MOVE HV-SAR-CUSTOMER TO REQUIRED-CUST-NUMBER.
           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(CUSTOMER-KY)
                INTO(CUSTOMER-RECORD)
                RESP(WS-CUST-RESP)
                RESP2(WS-CUST-RESP2)
           END-EXEC.
           IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
              IF WS-CUST-RESP = DFHRESP(NOTFND)
                 MOVE '8' TO COMM-FAIL-CODE
              ELSE
                 MOVE '2' TO COMM-FAIL-CODE
              END-IF
              GO TO DS999
           END-IF.
           MOVE CUSTOMER-NAME TO HV-SAR-CUST-NAME.
           MOVE CUSTOMER-ADDRESS TO HV-SAR-CUST-ADDRESS.
           MOVE CUSTOMER-DATE-OF-BIRTH TO HV-SAR-CUST-DOB.
           MOVE HV-CASE-TYPE TO HV-SAR-CASE-TYPE.
           PERFORM COPY-CASE-TRANSACTIONS.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO DS999
           END-IF.
           MOVE 'D' TO HV-SAR-STATUS.
           MOVE COMM-GROUNDS TO HV-SAR-GROUNDS.
           MOVE HV-OP-USERID TO HV-SAR-DRAFT-USERID.
           MOVE WS-TODAY TO HV-SAR-DRAFT-DATE.
           MOVE SPACES TO HV-SAR-APPROVE-USERID.
           MOVE 0 TO HV-SAR-APPROVE-DATE.
           MOVE 0 TO HV-SAR-SUBMIT-DATE.
           MOVE SPACES TO HV-SAR-REG-REF.
           MOVE 0 TO HV-SAR-REF-DATE.
           MOVE SPACES TO HV-SAR-DECISION-NOTE.
           EXEC SQL
              INSERT INTO SARREPT
                     (
                      SARREPT_SORTCODE,
                      SARREPT_CASE_DATE,
                      SARREPT_CASE_SEQ,
                      SARREPT_STATUS,
                      SARREPT_CUSTOMER,
                      SARREPT_ACCOUNT,
                      SARREPT_CASE_TYPE,
                      SARREPT_CUST_NAME,
                      SARREPT_CUST_ADDRESS,
                      SARREPT_CUST_DOB,
                      SARREPT_TXN_COUNT,
                      SARREPT_TXN_AMOUNT,
                      SARREPT_GROUNDS,
                      SARREPT_DRAFT_USERID,
                      SARREPT_DRAFT_DATE,
                      SARREPT_APPROVE_USERID,
                      SARREPT_APPROVE_DATE,
                      SARREPT_SUBMIT_DATE,
                      SARREPT_REG_REF,
                      SARREPT_REF_DATE,
                      SARREPT_DECISION_NOTE
                     )
              VALUES
                     (
                      :HV-OUR-SORTCODE,
                      :HV-CASE-DATE,
                      :HV-CASE-SEQ,
                      :HV-SAR-STATUS,
                      :HV-SAR-CUSTOMER,
                      :HV-SAR-ACCOUNT,
                      :HV-SAR-CASE-TYPE,
                      :HV-SAR-CUST-NAME,
                      :HV-SAR-CUST-ADDRESS,
                      :HV-SAR-CUST-DOB,
                      :HV-SAR-TXN-COUNT,
                      :HV-SAR-TXN-AMOUNT,
                      :HV-SAR-GROUNDS,
                      :HV-SAR-DRAFT-USERID,
                      :HV-SAR-DRAFT-DATE,
                      :HV-SAR-APPROVE-USERID,
                      :HV-SAR-APPROVE-DATE,
                      :HV-SAR-SUBMIT-DATE,
                      :HV-SAR-REG-REF,
                      :HV-SAR-REF-DATE,
                      :HV-SAR-DECISION-NOTE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SARFUN - UNABLE TO DRAFT REPORT. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-UNIT-OF-WORK
              GO TO DS999
           END-IF.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       DS999.
           EXIT.
       REMOVE-WITHDRAWN-SAR SECTION.
       RWS010.
           EXEC SQL
              DELETE FROM SARTXN
              WHERE SARTXN_SORTCODE = :HV-OUR-SORTCODE
              AND SARTXN_CASE_DATE = :HV-CASE-DATE
              AND SARTXN_CASE_SEQ = :HV-CASE-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RWS999
           END-IF.
           EXEC SQL
              DELETE FROM SARREPT
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
              AND SARREPT_STATUS = 'X'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-UNIT-OF-WORK
           END-IF.
       RWS999.
           EXIT.
       COPY-CASE-TRANSACTIONS SECTION.
       CCT010.
      *
      *    The transactions behind the case are the branch and ATM
      *    cash movements on the case account - or on all the
      *    customer's accounts for a customer-level case - within the
      *    AML monitoring window ending on the case date.
      *
           PERFORM GET-WINDOW-CONFIG.
           MOVE HV-CASE-DATE TO WS-CASE-DATE-X.
           MOVE WS-CASE-DATE-X TO HV-WINDOW-END.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CASE-DATE-X)
              - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START-X =
              FUNCTION DATE-OF-INTEGER(WS-INTEGER).
           MOVE WS-WINDOW-START-X TO HV-WINDOW-START.
           EXEC SQL
              INSERT INTO SARTXN
                     (
                      SARTXN_SORTCODE,
                      SARTXN_CASE_DATE,
                      SARTXN_CASE_SEQ,
                      SARTXN_ACCOUNT,
                      SARTXN_DATE,
                      SARTXN_TIME,
                      SARTXN_REF,
                      SARTXN_TYPE,
                      SARTXN_AMOUNT,
                      SARTXN_CHANNEL
                     )
              SELECT :HV-OUR-SORTCODE,
                     :HV-CASE-DATE,
                     :HV-CASE-SEQ,
                     P.PROCTRAN_NUMBER,
                     P.PROCTRAN_DATE,
                     P.PROCTRAN_TIME,
                     P.PROCTRAN_REF,
                     P.PROCTRAN_TYPE,
                     P.PROCTRAN_AMOUNT,
                     P.PROCTRAN_CHANNEL_ID
              FROM PROCTRAN P, ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-SAR-CUSTOMER
              AND (A.ACCOUNT_NUMBER = :HV-SAR-ACCOUNT
                   OR :HV-SAR-ACCOUNT = ' ')
              AND P.PROCTRAN_SORTCODE = A.ACCOUNT_SORTCODE
              AND P.PROCTRAN_NUMBER = A.ACCOUNT_NUMBER
              AND P.PROCTRAN_CHANNEL_ID IN ('BRANCH', 'ATM   ')
              AND P.PROCTRAN_TYPE IN ('CRE', 'DEB')
              AND SUBSTR(P.PROCTRAN_DATE, 7, 4) CONCAT
                  SUBSTR(P.PROCTRAN_DATE, 4, 2) CONCAT
                  SUBSTR(P.PROCTRAN_DATE, 1, 2)
                  BETWEEN :HV-WINDOW-START AND :HV-WINDOW-END
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SARFUN - UNABLE TO COPY CASE TRANSACTIONS. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-UNIT-OF-WORK
              GO TO CCT999
           END-IF.
           MOVE 0 TO HV-SAR-TXN-COUNT.
           MOVE 0 TO HV-SAR-TXN-AMOUNT.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(ABS(SARTXN_AMOUNT)), 0)
              INTO :HV-SAR-TXN-COUNT, :HV-SAR-TXN-AMOUNT
              FROM SARTXN
              WHERE SARTXN_SORTCODE = :HV-OUR-SORTCODE
              AND SARTXN_CASE_DATE = :HV-CASE-DATE
              AND SARTXN_CASE_SEQ = :HV-CASE-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-UNIT-OF-WORK
           END-IF.
       CCT999.
           EXIT.
       AMEND-SAR SECTION.
       AS010.
           IF COMM-GROUNDS = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO AS999
           END-IF.
           PERFORM READ-SAR.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO AS999
           END-IF.
           IF HV-SAR-STATUS NOT = 'D'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO AS999
           END-IF.
           MOVE COMM-GROUNDS TO HV-SAR-GROUNDS.
           EXEC SQL
              UPDATE SARREPT
              SET SARREPT_GROUNDS = :HV-SAR-GROUNDS
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
              AND SARREPT_STATUS = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO AS999
           END-IF.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       AS999.
           EXIT.
       APPROVE-SAR SECTION.
       APS010.
           PERFORM READ-SAR.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO APS999
           END-IF.
           IF HV-SAR-STATUS NOT = 'D'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO APS999
           END-IF.
      *
      *    Only the nominated officer (or deputy) may approve, and
      *    never a report they drafted themselves.
      *
           PERFORM GET-NOMINATED-OFFICERS.
           IF (HV-OP-USERID NOT = HV-NOMINATED-OFFICER
               AND HV-OP-USERID NOT = HV-DEPUTY-OFFICER)
              OR HV-OP-USERID = HV-SAR-DRAFT-USERID
              MOVE '7' TO COMM-FAIL-CODE
              GO TO APS999
           END-IF.
           MOVE HV-OP-USERID TO HV-SAR-APPROVE-USERID.
           MOVE WS-TODAY TO HV-SAR-APPROVE-DATE.
           MOVE COMM-NOTE TO HV-SAR-DECISION-NOTE.
           EXEC SQL
              UPDATE SARREPT
              SET SARREPT_STATUS = 'A',
                  SARREPT_APPROVE_USERID = :HV-SAR-APPROVE-USERID,
                  SARREPT_APPROVE_DATE = :HV-SAR-APPROVE-DATE,
                  SARREPT_DECISION_NOTE = :HV-SAR-DECISION-NOTE
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
              AND SARREPT_STATUS = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO APS999
           END-IF.
           MOVE 'A' TO HV-SAR-STATUS.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       APS999.
           EXIT.
       WITHDRAW-SAR SECTION.
       WS010.
           IF COMM-NOTE = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO WS999
           END-IF.
           PERFORM READ-SAR.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO WS999
           END-IF.
           IF HV-SAR-STATUS NOT = 'D' AND HV-SAR-STATUS NOT = 'A'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO WS999
           END-IF.
           PERFORM GET-NOMINATED-OFFICERS.
           IF HV-OP-USERID NOT = HV-NOMINATED-OFFICER
              AND HV-OP-USERID NOT = HV-DEPUTY-OFFICER
              MOVE '7' TO COMM-FAIL-CODE
              GO TO WS999
           END-IF.
           MOVE COMM-NOTE TO HV-SAR-DECISION-NOTE.
           EXEC SQL
              UPDATE SARREPT
              SET SARREPT_STATUS = 'X',
                  SARREPT_DECISION_NOTE = :HV-SAR-DECISION-NOTE
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
              AND SARREPT_STATUS IN ('D', 'A')
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO WS999
           END-IF.
           MOVE 'X' TO HV-SAR-STATUS.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       WS999.
           EXIT.
       RECORD-REFERENCE SECTION.
       RR010.
           IF COMM-REG-REF = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           PERFORM READ-SAR.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RR999
           END-IF.
           IF HV-SAR-STATUS NOT = 'S'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
           MOVE COMM-REG-REF TO HV-SAR-REG-REF.
           MOVE WS-TODAY TO HV-SAR-REF-DATE.
           EXEC SQL
              UPDATE SARREPT
              SET SARREPT_STATUS = 'F',
                  SARREPT_REG_REF = :HV-SAR-REG-REF,
                  SARREPT_REF_DATE = :HV-SAR-REF-DATE
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
              AND SARREPT_STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RR999
           END-IF.
      *
      *    Filing the report is the disposition of the case.
      *
           MOVE 'R' TO HV-CASE-STATUS.
           MOVE SPACES TO HV-CASE-DISPOSITION.
           STRING 'SAR FILED REF ' DELIMITED BY SIZE,
                  HV-SAR-REG-REF DELIMITED BY SIZE
                  INTO HV-CASE-DISPOSITION
           END-STRING.
           EXEC SQL
              UPDATE AMLCASE
              SET AMLCASE_STATUS = :HV-CASE-STATUS,
                  AMLCASE_DISPOSITION = :HV-CASE-DISPOSITION,
                  AMLCASE_DISP_USERID = :HV-OP-USERID
              WHERE AMLCASE_DATE = :HV-CASE-DATE
              AND AMLCASE_SEQ = :HV-CASE-SEQ
              AND AMLCASE_STATUS IN ('O', 'R')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SARFUN - UNABLE TO UPDATE AML CASE. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-UNIT-OF-WORK
              GO TO RR999
           END-IF.
           MOVE 'F' TO HV-SAR-STATUS.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       RR999.
           EXIT.
       CLOSE-SAR SECTION.
       CS010.
           PERFORM READ-SAR.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CS999
           END-IF.
           IF HV-SAR-STATUS NOT = 'F'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO CS999
           END-IF.
           MOVE COMM-NOTE TO HV-SAR-DECISION-NOTE.
           EXEC SQL
              UPDATE SARREPT
              SET SARREPT_STATUS = 'C',
                  SARREPT_DECISION_NOTE = :HV-SAR-DECISION-NOTE
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
              AND SARREPT_STATUS = 'F'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CS999
           END-IF.
           MOVE 'C' TO HV-SAR-STATUS.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       CS999.
           EXIT.
       INQUIRE-SAR SECTION.
       IS010.
           PERFORM READ-SAR.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IS999
           END-IF.
           PERFORM RETURN-SAR-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IS999.
           EXIT.
       READ-SAR SECTION.
       RS010.
           EXEC SQL
              SELECT SARREPT_STATUS, SARREPT_CUSTOMER,
                     SARREPT_ACCOUNT, SARREPT_CUST_NAME,
                     SARREPT_TXN_COUNT, SARREPT_TXN_AMOUNT,
                     SARREPT_DRAFT_USERID, SARREPT_DRAFT_DATE,
                     SARREPT_APPROVE_USERID, SARREPT_APPROVE_DATE,
                     SARREPT_SUBMIT_DATE, SARREPT_REG_REF,
                     SARREPT_REF_DATE
              INTO :HV-SAR-STATUS, :HV-SAR-CUSTOMER,
                   :HV-SAR-ACCOUNT, :HV-SAR-CUST-NAME,
                   :HV-SAR-TXN-COUNT, :HV-SAR-TXN-AMOUNT,
                   :HV-SAR-DRAFT-USERID, :HV-SAR-DRAFT-DATE,
                   :HV-SAR-APPROVE-USERID, :HV-SAR-APPROVE-DATE,
                   :HV-SAR-SUBMIT-DATE, :HV-SAR-REG-REF,
                   :HV-SAR-REF-DATE
              FROM SARREPT
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CASE_DATE = :HV-CASE-DATE
              AND SARREPT_CASE_SEQ = :HV-CASE-SEQ
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
              WHEN OTHER
                 MOVE '2' TO COMM-FAIL-CODE
           END-EVALUATE.
       RS999.
           EXIT.
       RETURN-SAR-DETAILS SECTION.
       RSD010.
           MOVE HV-SAR-STATUS TO COMM-SAR-STATUS.
           MOVE HV-SAR-CUSTOMER TO COMM-CUSTNO.
           MOVE HV-SAR-ACCOUNT TO COMM-ACCNO.
           MOVE HV-SAR-CUST-NAME TO COMM-CUST-NAME.
           MOVE HV-SAR-TXN-COUNT TO COMM-TXN-COUNT.
           MOVE HV-SAR-TXN-AMOUNT TO COMM-TXN-AMOUNT.
           MOVE HV-SAR-DRAFT-USERID TO COMM-DRAFT-USERID.
           MOVE HV-SAR-DRAFT-DATE TO COMM-DRAFT-DATE.
           MOVE HV-SAR-APPROVE-USERID TO COMM-APPROVE-USERID.
           MOVE HV-SAR-APPROVE-DATE TO COMM-APPROVE-DATE.
           MOVE HV-SAR-SUBMIT-DATE TO COMM-SUBMIT-DATE.
           MOVE HV-SAR-REG-REF TO COMM-REG-REF.
           MOVE HV-SAR-REF-DATE TO COMM-REF-DATE.
       RSD999.
           EXIT.
       GET-NOMINATED-OFFICERS SECTION.
       GNO010.
      *
      *    The nominated officer's and deputy's user IDs are held as
      *    the string values of the CONTROL rows below. With neither
      *    row present no one can approve.
      *
           MOVE HIGH-VALUES TO HV-NOMINATED-OFFICER.
           MOVE HIGH-VALUES TO HV-DEPUTY-OFFICER.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-SAR-NOMINATED-OFFICER' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO HV-NOMINATED-OFFICER
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-SAR-DEPUTY-OFFICER' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO HV-DEPUTY-OFFICER
           END-IF.
       GNO999.
           EXIT.
       GET-WINDOW-CONFIG SECTION.
       GWC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-AML-WINDOW-DAYS' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-WINDOW-DAYS
           END-IF.
       GWC999.
           EXIT.
       ROLLBACK-UNIT-OF-WORK SECTION.
       RUW010.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
       RUW999.
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
