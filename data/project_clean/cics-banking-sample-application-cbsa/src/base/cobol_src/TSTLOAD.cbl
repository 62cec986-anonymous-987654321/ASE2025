       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTLOAD.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-DATA-FILE ASSIGN TO TSTDATA
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEST-DATA-FILE
           RECORDING MODE IS F.
       01  TEST-DATA-RECORD.
           03 TDR-TYPE                        PIC X(3).
           03 TDR-DATA                        PIC X(297).
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
      *
      *    Masked copy of production data for a test region, second
      *    step. Runs against the test region and loads the masked
      *    file written by TSTUNLD: the customer file is rewritten
      *    and this branch's ACCOUNT, PROCTRAN, CARD and KYCDOC rows,
      *    and all PAYEE rows, are replaced.
      *
      *    The load is refused unless the file was unloaded for this
      *    region's sort code, and refused outright if this region
      *    carries the sort code the data was taken from, so it can
      *    never be pointed at production.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-COMMIT-INTERVAL                PIC S9(4) COMP VALUE 500.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-EYECATCHER          PIC X(4).
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-INT-RATE            PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OPENED              PIC X(10).
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9) COMP.
          03 HV-ACCOUNT-LAST-STMT           PIC X(10).
          03 HV-ACCOUNT-NEXT-STMT           PIC X(10).
          03 HV-ACCOUNT-AVAIL-BAL           PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99 COMP-3.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER         PIC X(4).
          03 HV-PROCTRAN-SORT-CODE          PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER         PIC X(8).
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-CHANNEL-ID         PIC X(6).
          03 HV-PROCTRAN-NETWORK-ID         PIC X(8).
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
          03 HV-PROCTRAN-REL-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT        PIC X(8).
          03 HV-PROCTRAN-CUSTOMER-NO        PIC X(10).
          03 HV-PROCTRAN-CUST-NAME          PIC X(14).
          03 HV-PROCTRAN-CUST-DOB           PIC X(10).
       01 HOST-CARD-ROW.
          03 HV-CARD-EYECATCHER             PIC X(4).
          03 HV-CARD-NUMBER                 PIC X(16).
          03 HV-CARD-SORTCODE               PIC X(6).
          03 HV-CARD-ACC-NO                 PIC X(8).
          03 HV-CARD-STATUS                 PIC X.
          03 HV-CARD-EXPIRY                 PIC S9(8).
          03 HV-CARD-ISSUED                 PIC S9(8).
       01 HOST-PAYEE-ROW.
          03 HV-PAYEE-CUSTOMER              PIC X(10).
          03 HV-PAYEE-SEQ                   PIC S9(4) COMP.
          03 HV-PAYEE-NAME                  PIC X(60).
          03 HV-PAYEE-SORTCODE              PIC X(6).
          03 HV-PAYEE-ACCOUNT               PIC X(8).
          03 HV-PAYEE-REFERENCE             PIC X(18).
          03 HV-PAYEE-CREATED               PIC S9(8).
          03 HV-PAYEE-FIRST-LIMIT           PIC S9(10)V99.
          03 HV-PAYEE-STATUS                PIC X.
       01 HOST-KYCDOC-ROW.
          03 HV-KYC-SORTCODE                PIC X(6).
          03 HV-KYC-CUSTOMER                PIC X(10).
          03 HV-KYC-DOC-TYPE                PIC X(8).
          03 HV-KYC-REFERENCE               PIC X(20).
          03 HV-KYC-ISSUE-DATE              PIC S9(8).
          03 HV-KYC-EXPIRY-DATE             PIC S9(8).
          03 HV-KYC-STATUS                  PIC X.
          03 HV-KYC-VERIFIED-BY             PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-END-OF-DATA                      VALUE 'Y'.
       01 WS-TRAILER-SW                     PIC X VALUE 'N'.
          88 WS-TRAILER-FOUND                    VALUE 'Y'.
       01 WS-TDR-HEADER.
          03 TDH-SOURCE-SORTCODE            PIC X(6).
          03 TDH-TARGET-SORTCODE            PIC X(6).
          03 TDH-RUN-DATE                   PIC 9(8).
       01 WS-TDR-TRAILER.
          03 TDT-CUSTOMERS                  PIC 9(9).
          03 TDT-ACCOUNTS                   PIC 9(9).
          03 TDT-PROCTRAN                   PIC 9(9).
          03 TDT-CARDS                      PIC 9(9).
          03 TDT-PAYEES                     PIC 9(9).
          03 TDT-KYCDOCS                    PIC 9(9).
       01 WS-LOADED.
          03 LOADED-CUSTOMERS               PIC 9(9) VALUE 0.
          03 LOADED-ACCOUNTS                PIC 9(9) VALUE 0.
          03 LOADED-PROCTRAN                PIC 9(9) VALUE 0.
          03 LOADED-CARDS                   PIC 9(9) VALUE 0.
          03 LOADED-PAYEES                  PIC 9(9) VALUE 0.
          03 LOADED-KYCDOCS                 PIC 9(9) VALUE 0.
       01 RECORDS-UNKNOWN                   PIC 9(9) VALUE 0.
       01 WS-SINCE-COMMIT                   PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           OPEN INPUT TEST-DATA-FILE.
           PERFORM CHECK-TARGET-REGION.
           DISPLAY 'TSTLOAD - LOADING MASKED DATA UNLOADED '
              TDH-RUN-DATE ' INTO TEST SORT CODE ' HV-OUR-SORTCODE.
           PERFORM CLEAR-TEST-TABLES.
           OPEN OUTPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'TSTLOAD - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-ONE-RECORD UNTIL WS-END-OF-DATA.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE TEST-DATA-FILE.
           DISPLAY 'TSTLOAD - CUSTOMERS LOADED:        '
              LOADED-CUSTOMERS.
           DISPLAY 'TSTLOAD - ACCOUNTS LOADED:         '
              LOADED-ACCOUNTS.
           DISPLAY 'TSTLOAD - TRANSACTIONS LOADED:     '
              LOADED-PROCTRAN.
           DISPLAY 'TSTLOAD - CARDS LOADED:            ' LOADED-CARDS.
           DISPLAY 'TSTLOAD - PAYEES LOADED:           ' LOADED-PAYEES.
           DISPLAY 'TSTLOAD - ID DOCUMENTS LOADED:     '
              LOADED-KYCDOCS.
           IF RECORDS-UNKNOWN > 0
              DISPLAY 'TSTLOAD - UNRECOGNISED RECORDS IGNORED: '
                 RECORDS-UNKNOWN
           END-IF.
           IF NOT WS-TRAILER-FOUND
              DISPLAY 'TSTLOAD - NO TRAILER ON TSTDATA. '
                 'UNLOAD INCOMPLETE.'
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TRAILER-FOUND AND WS-TDR-TRAILER NOT = WS-LOADED
              DISPLAY 'TSTLOAD - COUNTS DO NOT AGREE WITH TRAILER: '
                 WS-TDR-TRAILER
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       CHECK-TARGET-REGION SECTION.
       CTR010.
           READ TEST-DATA-FILE
              AT END
                 DISPLAY 'TSTLOAD - TSTDATA IS EMPTY'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF TDR-TYPE NOT = 'HDR'
              DISPLAY 'TSTLOAD - TSTDATA HAS NO HEADER RECORD'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TDR-DATA TO WS-TDR-HEADER.
           IF HV-OUR-SORTCODE = TDH-SOURCE-SORTCODE
              DISPLAY 'TSTLOAD - THIS REGION HAS THE PRODUCTION SORT '
                 'CODE ' HV-OUR-SORTCODE '. RUN REFUSED.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF HV-OUR-SORTCODE NOT = TDH-TARGET-SORTCODE
              DISPLAY 'TSTLOAD - DATA WAS UNLOADED FOR SORT CODE '
                 TDH-TARGET-SORTCODE ' BUT THIS REGION IS '
                 HV-OUR-SORTCODE '. RUN REFUSED.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       CTR999.
           EXIT.
       CLEAR-TEST-TABLES SECTION.
       CTT010.
           EXEC SQL
              DELETE FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              DELETE FROM CARD
              WHERE CARD_SORTCODE = :HV-OUR-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              DELETE FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              DELETE FROM KYCDOC
              WHERE KYCDOC_SORTCODE = :HV-OUR-SORTCODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              DELETE FROM PAYEE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       CTT999.
           EXIT.
       LOAD-ONE-RECORD SECTION.
       LOR010.
           READ TEST-DATA-FILE
              AT END
                 MOVE 'Y' TO WS-EXIT-SW
                 GO TO LOR999
           END-READ.
           EVALUATE TDR-TYPE
              WHEN 'CUS'
                 PERFORM LOAD-CUSTOMER
              WHEN 'ACC'
                 PERFORM LOAD-ACCOUNT
              WHEN 'PRT'
                 PERFORM LOAD-PROCTRAN
              WHEN 'CRD'
                 PERFORM LOAD-CARD
              WHEN 'PAY'
                 PERFORM LOAD-PAYEE
              WHEN 'KYC'
                 PERFORM LOAD-KYCDOC
              WHEN 'TRL'
                 MOVE TDR-DATA TO WS-TDR-TRAILER
                 MOVE 'Y' TO WS-TRAILER-SW
              WHEN OTHER
                 ADD 1 TO RECORDS-UNKNOWN
           END-EVALUATE.
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
              EXEC SQL COMMIT
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.
       LOR999.
           EXIT.
       LOAD-CUSTOMER SECTION.
       LCU010.
           MOVE TDR-DATA TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'TSTLOAD - ERROR WRITING CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS ' KEY=' CUSTOMER-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LOADED-CUSTOMERS.
       LCU999.
           EXIT.
       LOAD-ACCOUNT SECTION.
       LAC010.
           MOVE TDR-DATA TO HOST-ACCOUNT-ROW.
           EXEC SQL
              INSERT INTO ACCOUNT
                     (ACCOUNT_EYECATCHER,
                      ACCOUNT_CUSTOMER_NUMBER,
                      ACCOUNT_SORTCODE,
                      ACCOUNT_NUMBER,
                      ACCOUNT_TYPE,
                      ACCOUNT_INTEREST_RATE,
                      ACCOUNT_OPENED,
                      ACCOUNT_OVERDRAFT_LIMIT,
                      ACCOUNT_LAST_STATEMENT,
                      ACCOUNT_NEXT_STATEMENT,
                      ACCOUNT_AVAILABLE_BALANCE,
                      ACCOUNT_ACTUAL_BALANCE
                      )
              VALUES (:HV-ACCOUNT-EYECATCHER,
                      :HV-ACCOUNT-CUST-NO,
                      :HV-ACCOUNT-SORTCODE,
                      :HV-ACCOUNT-ACC-NO,
                      :HV-ACCOUNT-ACC-TYPE,
                      :HV-ACCOUNT-INT-RATE,
                      :HV-ACCOUNT-OPENED,
                      :HV-ACCOUNT-OVERDRAFT-LIM,
                      :HV-ACCOUNT-LAST-STMT,
                      :HV-ACCOUNT-NEXT-STMT,
                      :HV-ACCOUNT-AVAIL-BAL,
                      :HV-ACCOUNT-ACTUAL-BAL
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO LOADED-ACCOUNTS.
           ADD 1 TO WS-SINCE-COMMIT.
       LAC999.
           EXIT.
       LOAD-PROCTRAN SECTION.
       LPR010.
      *
      *    Columns the unload carried as blank or zero because they
      *    were null on production go back in as null.
      *
           MOVE TDR-DATA TO HOST-PROCTRAN-ROW.
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
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_NETWORK_ID,
                      PROCTRAN_VALUE_DATE,
                      PROCTRAN_REL_SORTCODE,
                      PROCTRAN_REL_ACCOUNT,
                      PROCTRAN_CUSTOMER_NO,
                      PROCTRAN_CUST_NAME,
                      PROCTRAN_CUST_DOB
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
                      NULLIF(:HV-PROCTRAN-CHANNEL-ID, ' '),
                      NULLIF(:HV-PROCTRAN-NETWORK-ID, ' '),
                      NULLIF(:HV-PROCTRAN-VALUE-DATE, 0),
                      NULLIF(:HV-PROCTRAN-REL-SORTCODE, ' '),
                      NULLIF(:HV-PROCTRAN-REL-ACCOUNT, ' '),
                      NULLIF(:HV-PROCTRAN-CUSTOMER-NO, ' '),
                      NULLIF(:HV-PROCTRAN-CUST-NAME, ' '),
                      NULLIF(:HV-PROCTRAN-CUST-DOB, ' ')
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO LOADED-PROCTRAN.
           ADD 1 TO WS-SINCE-COMMIT.
       LPR999.
           EXIT.
       LOAD-CARD SECTION.
       LCA010.
           MOVE TDR-DATA TO HOST-CARD-ROW.
           EXEC SQL
              INSERT INTO CARD
                     (
                      CARD_EYECATCHER,
                      CARD_NUMBER,
                      CARD_SORTCODE,
                      CARD_ACCOUNT,
                      CARD_STATUS,
                      CARD_EXPIRY,
                      CARD_ISSUED
                     )
              VALUES
                     (
                      :HV-CARD-EYECATCHER,
                      :HV-CARD-NUMBER,
                      :HV-CARD-SORTCODE,
                      :HV-CARD-ACC-NO,
                      :HV-CARD-STATUS,
                      :HV-CARD-EXPIRY,
                      :HV-CARD-ISSUED
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO LOADED-CARDS.
           ADD 1 TO WS-SINCE-COMMIT.
       LCA999.
           EXIT.
       LOAD-PAYEE SECTION.
       LPY010.
           MOVE TDR-DATA TO HOST-PAYEE-ROW.
           EXEC SQL
              INSERT INTO PAYEE
                     (
                      PAYEE_CUSTOMER,
                      PAYEE_SEQ,
                      PAYEE_NAME,
                      PAYEE_SORTCODE,
                      PAYEE_ACCOUNT,
                      PAYEE_REFERENCE,
                      PAYEE_CREATED,
                      PAYEE_FIRST_LIMIT,
                      PAYEE_STATUS
                     )
              VALUES
                     (
                      :HV-PAYEE-CUSTOMER,
                      :HV-PAYEE-SEQ,
                      :HV-PAYEE-NAME,
                      :HV-PAYEE-SORTCODE,
                      :HV-PAYEE-ACCOUNT,
                      :HV-PAYEE-REFERENCE,
                      :HV-PAYEE-CREATED,
                      :HV-PAYEE-FIRST-LIMIT,
                      :HV-PAYEE-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO LOADED-PAYEES.
           ADD 1 TO WS-SINCE-COMMIT.
       LPY999.
           EXIT.
       LOAD-KYCDOC SECTION.
       LKY010.
           MOVE TDR-DATA TO HOST-KYCDOC-ROW.
           EXEC SQL
              INSERT INTO KYCDOC
                     (
                      KYCDOC_SORTCODE,
                      KYCDOC_CUSTOMER,
                      KYCDOC_DOC_TYPE,
                      KYCDOC_REFERENCE,
                      KYCDOC_ISSUE_DATE,
                      KYCDOC_EXPIRY_DATE,
                      KYCDOC_STATUS,
                      KYCDOC_VERIFIED_BY
                     )
              VALUES
                     (
                      :HV-KYC-SORTCODE,
                      :HV-KYC-CUSTOMER,
                      :HV-KYC-DOC-TYPE,
                      :HV-KYC-REFERENCE,
                      :HV-KYC-ISSUE-DATE,
                      :HV-KYC-EXPIRY-DATE,
                      :HV-KYC-STATUS,
                      :HV-KYC-VERIFIED-BY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO LOADED-KYCDOCS.
           ADD 1 TO WS-SINCE-COMMIT.
       LKY999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'TSTLOAD - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY ' RECORD TYPE ' TDR-TYPE.
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
