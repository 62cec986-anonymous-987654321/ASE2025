       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAREXT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO DSARREQ
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO DSARRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD.
           05 REQ-CUSTOMER                    PIC X(10).
           05 REQ-CUSTOMER-NUM REDEFINES REQ-CUSTOMER
                                              PIC 9(10).
           05 REQ-RECEIVED                    PIC X(8).
           05 REQ-RECEIVED-NUM REDEFINES REQ-RECEIVED
                                              PIC 9(8).
           05 REQ-REFERENCE                   PIC X(20).
           05 REQ-REQUESTED-BY                PIC X(8).
           05 FILLER                          PIC X(34).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                      PIC X(132).
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
      *    Data-protection subject access request. One card on
      *    DSARREQ per request gives the customer number, the date
      *    the request was received, the request reference and the
      *    member of staff who raised it. For each card a sectioned
      *    report of everything held on the customer is written to
      *    DSARRPT - the customer record, change history, identity
      *    documents, contact preferences, complaints, payees and
      *    third-party authorities, and for every account they hold
      *    or jointly hold the account details, cards, disputes and
      *    the live and archived transaction history.
      *
      *    Customer numbers merged into the subject are followed
      *    through the merge audit, and their archived records and
      *    history are reported with the subject's own. A number that
      *    has itself been merged away is reported under the number
      *    it now lives on.
      *
      *    AML cases, screening results, risk ratings and suspicious
      *    activity reports are withheld under the crime-prevention
      *    exemption and are never reported here.
      *
      *    Every request processed is logged on DSARLOG with the date
      *    received, the response due date and the date produced, so
      *    that the response time can be evidenced.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-RESPONSE-DAYS                  PIC S9(4) COMP VALUE 30.
       77 WS-MAX-SUBJECTS                   PIC S9(4) COMP VALUE 20.
       77 WS-MAX-ACCOUNTS                   PIC S9(4) COMP VALUE 50.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-SUBJ-CUST                      PIC X(10).
       01 HV-SUBJ-SORTCODE                  PIC X(6).
       01 HV-SUBJ-ACC-NO                    PIC X(8).
       01 HV-MERGED-INTO                    PIC X(10).
       01 HOST-MERGE-ROW.
          03 HV-MRG-VICTIM                  PIC X(10).
          03 HV-MRG-DATE                    PIC X(10).
       01 HOST-CARCH-ROW.
          03 HV-CARCH-NAME                  PIC X(60).
          03 HV-CARCH-ADDRESS               PIC X(160).
          03 HV-CARCH-DATE-OF-BIRTH         PIC X(10).
          03 HV-CARCH-CREDIT-SCORE          PIC S9(4) COMP.
          03 HV-CARCH-CS-REVIEW-DATE        PIC X(10).
       01 HOST-CUSTHIST-ROW.
          03 HV-CH-DATE                     PIC X(10).
          03 HV-CH-TIME                     PIC 9(6).
          03 HV-CH-TERMINAL                 PIC X(4).
          03 HV-CH-USERID                   PIC X(8).
          03 HV-CH-OLD-NAME                 PIC X(60).
          03 HV-CH-NEW-NAME                 PIC X(60).
          03 HV-CH-OLD-ADDRESS              PIC X(160).
          03 HV-CH-NEW-ADDRESS              PIC X(160).
       01 HOST-KYCDOC-ROW.
          03 HV-KYC-DOC-TYPE                PIC X(8).
          03 HV-KYC-REFERENCE               PIC X(20).
          03 HV-KYC-ISSUE-DATE              PIC S9(8).
          03 HV-KYC-EXPIRY-DATE             PIC S9(8).
          03 HV-KYC-STATUS                  PIC X.
       01 HOST-NOTIFPRF-ROW.
          03 HV-PREF-EVENT-TYPE             PIC X(8).
          03 HV-PREF-CHANNEL                PIC X.
          03 HV-PREF-LANGUAGE               PIC XX.
       01 HOST-COMPLAINT-ROW.
          03 HV-CMP-ID                      PIC S9(9) COMP.
          03 HV-CMP-ACC-NO                  PIC X(8).
          03 HV-CMP-CATEGORY                PIC X(8).
          03 HV-CMP-RECEIVED                PIC S9(8).
          03 HV-CMP-RESOLVED                PIC S9(8).
          03 HV-CMP-STATUS                  PIC X.
          03 HV-CMP-DETAIL                  PIC X(60).
       01 HOST-PAYEE-ROW.
          03 HV-PAYEE-SEQ                   PIC S9(4) COMP.
          03 HV-PAYEE-NAME                  PIC X(60).
          03 HV-PAYEE-SORTCODE              PIC X(6).
          03 HV-PAYEE-ACCOUNT               PIC X(8).
          03 HV-PAYEE-REFERENCE             PIC X(18).
          03 HV-PAYEE-CREATED               PIC S9(8).
          03 HV-PAYEE-STATUS                PIC X.
       01 HOST-OPAUTH-ROW.
          03 HV-OPAUTH-SORTCODE             PIC X(6).
          03 HV-OPAUTH-ACC-NO               PIC X(8).
          03 HV-OPAUTH-CUSTOMER             PIC X(10).
          03 HV-OPAUTH-SCOPE                PIC X.
          03 HV-OPAUTH-DEBIT-LIMIT          PIC S9(10)V99 COMP-3.
          03 HV-OPAUTH-START                PIC S9(8).
          03 HV-OPAUTH-END                  PIC S9(8).
          03 HV-OPAUTH-STATUS               PIC X.
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-INT-RATE            PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OPENED              PIC X(10).
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9) COMP.
          03 HV-ACCOUNT-AVAIL-BAL           PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99 COMP-3.
       01 HV-HOLDER-CUST-NO                 PIC X(10).
       01 HOST-CARD-ROW.
          03 HV-CARD-NUMBER                 PIC X(16).
          03 HV-CARD-STATUS                 PIC X.
          03 HV-CARD-EXPIRY                 PIC S9(8).
          03 HV-CARD-ISSUED                 PIC S9(8).
       01 HOST-DISPUTE-ROW.
          03 HV-DSP-ORIG-DATE               PIC X(10).
          03 HV-DSP-ORIG-REF                PIC X(12).
          03 HV-DSP-AMOUNT                  PIC S9(10)V99.
          03 HV-DSP-STATUS                  PIC X.
          03 HV-DSP-RAISED-DATE             PIC S9(8).
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
       01 HOST-DSARLOG-ROW.
          03 HV-DSAR-SORTCODE               PIC X(6).
          03 HV-DSAR-CUSTOMER               PIC X(10).
          03 HV-DSAR-REQUESTED-NO           PIC X(10).
          03 HV-DSAR-REFERENCE              PIC X(20).
          03 HV-DSAR-REQUESTED-BY           PIC X(8).
          03 HV-DSAR-RECEIVED               PIC S9(8).
          03 HV-DSAR-DUE                    PIC S9(8).
          03 HV-DSAR-PRODUCED               PIC S9(8).
          03 HV-DSAR-ITEMS                  PIC S9(9) COMP.
          03 HV-DSAR-MERGED                 PIC S9(4) COMP.
          03 HV-DSAR-ACCOUNTS               PIC S9(4) COMP.
          03 HV-DSAR-STATUS                 PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 REQUEST-STATUS                    PIC XX VALUE SPACES.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-REQUEST-SW                     PIC X VALUE 'N'.
          88 WS-NO-MORE-REQUESTS                 VALUE 'Y'.
       01 WS-ROW-SW                         PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-RECEIVED-DATE                  PIC 9(8).
       01 WS-DUE-DATE                       PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP.
       01 WS-HOPS                           PIC S9(4) COMP.
      *
      *    Every customer number the subject has been known by, the
      *    first being the live number, and every account held
      *    under any of them.
      *
       01 WS-SUBJECT-TABLE.
          03 WS-SUBJ-COUNT                  PIC S9(4) COMP.
          03 WS-SUBJECT OCCURS 20 TIMES.
             05 WS-SUBJ-NUMBER              PIC X(10).
             05 WS-SUBJ-MERGED-DATE         PIC X(10).
             05 WS-SUBJ-MERGED-INTO         PIC X(10).
       01 WS-ACCOUNT-TABLE.
          03 WS-ACC-COUNT                   PIC S9(4) COMP.
          03 WS-ACC OCCURS 50 TIMES.
             05 WS-ACC-SORTCODE             PIC X(6).
             05 WS-ACC-NUMBER               PIC X(8).
       01 WS-SUBJ-SUB                       PIC S9(4) COMP.
       01 WS-ACC-SUB                        PIC S9(4) COMP.
       01 WS-DUP-SUB                        PIC S9(4) COMP.
       01 WS-DUP-SW                         PIC X.
          88 WS-ALREADY-LISTED                   VALUE 'Y'.
       01 WS-SECTION-NO                     PIC 99 VALUE 0.
       01 WS-SECTION-TITLE                  PIC X(60).
       01 WS-SECTION-ITEMS                  PIC 9(8) VALUE 0.
       01 WS-REQUEST-ITEMS                  PIC 9(8) VALUE 0.
       01 WS-PRINT-LINE                     PIC X(132).
       01 WS-ED-AMOUNT                      PIC -(10)9.99.
       01 WS-ED-AMOUNT-2                    PIC -(10)9.99.
       01 WS-ED-LIMIT                       PIC -(9)9.
       01 WS-ED-RATE                        PIC -(3)9.99.
       01 WS-ED-DATE                        PIC 9(8).
       01 WS-ED-DATE-2                      PIC 9(8).
       01 WS-ED-NUMBER                      PIC Z(8)9.
       01 WS-ED-TIME                        PIC 9(6).
       01 WS-ED-SCORE                       PIC ZZ9.
       01 WS-ED-SECTION                     PIC Z9.
       01 WS-ED-ITEMS                       PIC Z(7)9.
       01 WS-DOB-GROUP.
          03 WS-DOB-DD                      PIC 99.
          03 WS-DOB-MM                      PIC 99.
          03 WS-DOB-YYYY                    PIC 9999.
       01 WS-DOB-EDITED.
          03 WS-DOBE-DD                     PIC 99.
          03 FILLER                         PIC X VALUE '.'.
          03 WS-DOBE-MM                     PIC 99.
          03 FILLER                         PIC X VALUE '.'.
          03 WS-DOBE-YYYY                   PIC 9999.
       01 REQUESTS-READ                     PIC 9(6) VALUE 0.
       01 REQUESTS-REPORTED                 PIC 9(6) VALUE 0.
       01 REQUESTS-REJECTED                 PIC 9(6) VALUE 0.
       01 REQUESTS-LATE                     PIC 9(6) VALUE 0.
           EXEC SQL
              DECLARE MRG-CURSOR CURSOR FOR
                 SELECT MERGEAUD_VICTIM, MERGEAUD_DATE
                 FROM MERGEAUD
                 WHERE MERGEAUD_SURVIVOR = :HV-SUBJ-CUST
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE ACC-CURSOR CURSOR FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER
                 FROM ACCOUNT
                 WHERE ACCOUNT_CUSTOMER_NUMBER = :HV-SUBJ-CUST
                 UNION
                 SELECT ACCHOLD_SORTCODE, ACCHOLD_ACCOUNT_NO
                 FROM ACCOUNT_HOLDER
                 WHERE ACCHOLD_CUSTOMER_NO = :HV-SUBJ-CUST
           END-EXEC.
           EXEC SQL
              DECLARE CARCH-CURSOR CURSOR FOR
                 SELECT CUSTOMER_NAME, CUSTOMER_ADDRESS,
                        CUSTOMER_DATE_OF_BIRTH,
                        CUSTOMER_CREDIT_SCORE,
                        CUSTOMER_CS_REVIEW_DATE
                 FROM CUSTOMER_ARCHIVE
                 WHERE CUSTOMER_SORTCODE = :HV-OUR-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-SUBJ-CUST
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE HIST-CURSOR CURSOR FOR
                 SELECT CUSTHIST_DATE, CUSTHIST_TIME,
                        CUSTHIST_TERMINAL, CUSTHIST_USERID,
                        CUSTHIST_OLD_NAME, CUSTHIST_NEW_NAME,
                        CUSTHIST_OLD_ADDRESS, CUSTHIST_NEW_ADDRESS
                 FROM CUSTHIST
                 WHERE CUSTHIST_SORTCODE = :HV-OUR-SORTCODE
                 AND CUSTHIST_CUSTOMER = :HV-SUBJ-CUST
                 ORDER BY SUBSTR(CUSTHIST_DATE, 7, 4),
                          SUBSTR(CUSTHIST_DATE, 4, 2),
                          SUBSTR(CUSTHIST_DATE, 1, 2),
                          CUSTHIST_TIME
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE KYC-CURSOR CURSOR FOR
                 SELECT KYCDOC_DOC_TYPE, KYCDOC_REFERENCE,
                        KYCDOC_ISSUE_DATE, KYCDOC_EXPIRY_DATE,
                        KYCDOC_STATUS
                 FROM KYCDOC
                 WHERE KYCDOC_SORTCODE = :HV-OUR-SORTCODE
                 AND KYCDOC_CUSTOMER = :HV-SUBJ-CUST
                 ORDER BY KYCDOC_ISSUE_DATE
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE PREF-CURSOR CURSOR FOR
                 SELECT NOTIFPRF_EVENT_TYPE, NOTIFPRF_CHANNEL,
                        NOTIFPRF_LANGUAGE
                 FROM NOTIFPRF
                 WHERE NOTIFPRF_CUSTOMER = :HV-SUBJ-CUST
                 ORDER BY NOTIFPRF_EVENT_TYPE
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CMP-CURSOR CURSOR FOR
                 SELECT COMPLAINT_ID, COMPLAINT_NUMBER,
                        COMPLAINT_CATEGORY, COMPLAINT_RECEIVED,
                        COMPLAINT_RESOLVED, COMPLAINT_STATUS,
                        COMPLAINT_DETAIL
                 FROM COMPLAINT
                 WHERE COMPLAINT_SORTCODE = :HV-OUR-SORTCODE
                 AND COMPLAINT_CUSTOMER = :HV-SUBJ-CUST
                 ORDER BY COMPLAINT_ID
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE PAYEE-CURSOR CURSOR FOR
                 SELECT PAYEE_SEQ, PAYEE_NAME, PAYEE_SORTCODE,
                        PAYEE_ACCOUNT, PAYEE_REFERENCE,
                        PAYEE_CREATED, PAYEE_STATUS
                 FROM PAYEE
                 WHERE PAYEE_CUSTOMER = :HV-SUBJ-CUST
                 ORDER BY PAYEE_SEQ
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE AUTHHELD-CURSOR CURSOR FOR
                 SELECT OPAUTH_SORTCODE, OPAUTH_NUMBER,
                        OPAUTH_CUSTOMER, OPAUTH_SCOPE,
                        OPAUTH_DEBIT_LIMIT, OPAUTH_START,
                        OPAUTH_END, OPAUTH_STATUS
                 FROM OPAUTH
                 WHERE OPAUTH_CUSTOMER = :HV-SUBJ-CUST
                 ORDER BY OPAUTH_START
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE AUTHGRANT-CURSOR CURSOR FOR
                 SELECT OPAUTH_SORTCODE, OPAUTH_NUMBER,
                        OPAUTH_CUSTOMER, OPAUTH_SCOPE,
                        OPAUTH_DEBIT_LIMIT, OPAUTH_START,
                        OPAUTH_END, OPAUTH_STATUS
                 FROM OPAUTH
                 WHERE OPAUTH_SORTCODE = :HV-SUBJ-SORTCODE
                 AND OPAUTH_NUMBER = :HV-SUBJ-ACC-NO
                 ORDER BY OPAUTH_START
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE HOLDER-CURSOR CURSOR FOR
                 SELECT ACCHOLD_CUSTOMER_NO
                 FROM ACCOUNT_HOLDER
                 WHERE ACCHOLD_SORTCODE = :HV-SUBJ-SORTCODE
                 AND ACCHOLD_ACCOUNT_NO = :HV-SUBJ-ACC-NO
                 ORDER BY ACCHOLD_CUSTOMER_NO
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CARD-CURSOR CURSOR FOR
                 SELECT CARD_NUMBER, CARD_STATUS, CARD_EXPIRY,
                        CARD_ISSUED
                 FROM CARD
                 WHERE CARD_SORTCODE = :HV-SUBJ-SORTCODE
                 AND CARD_ACCOUNT = :HV-SUBJ-ACC-NO
                 ORDER BY CARD_ISSUED
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE DSP-CURSOR CURSOR FOR
                 SELECT DISPUTE_ORIG_DATE, DISPUTE_ORIG_REF,
                        DISPUTE_AMOUNT, DISPUTE_STATUS,
                        DISPUTE_RAISED_DATE
                 FROM DISPUTE
                 WHERE DISPUTE_SORTCODE = :HV-SUBJ-SORTCODE
                 AND DISPUTE_NUMBER = :HV-SUBJ-ACC-NO
                 ORDER BY DISPUTE_RAISED_DATE
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE TXN-CURSOR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TIME,
                        PROCTRAN_REF, PROCTRAN_TYPE,
                        PROCTRAN_DESC, PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-SUBJ-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-SUBJ-ACC-NO
                 ORDER BY SUBSTR(PROCTRAN_DATE, 7, 4),
                          SUBSTR(PROCTRAN_DATE, 4, 2),
                          SUBSTR(PROCTRAN_DATE, 1, 2),
                          PROCTRAN_TIME
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE ARCTXN-CURSOR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TIME,
                        PROCTRAN_REF, PROCTRAN_TYPE,
                        PROCTRAN_DESC, PROCTRAN_AMOUNT
                 FROM PROCTRAN_ARCH
                 WHERE PROCTRAN_SORTCODE = :HV-SUBJ-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-SUBJ-ACC-NO
                 ORDER BY SUBSTR(PROCTRAN_DATE, 7, 4),
                          SUBSTR(PROCTRAN_DATE, 4, 2),
                          SUBSTR(PROCTRAN_DATE, 1, 2),
                          PROCTRAN_TIME
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           PERFORM GET-RESPONSE-CONFIG.
           DISPLAY 'DSAREXT - SUBJECT ACCESS REQUESTS FOR BRANCH '
              SORTCODE ' RUN ' WS-RUN-DATE-X.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
              DISPLAY 'DSAREXT - UNABLE TO OPEN REQUEST FILE. '
                 'STATUS=' REQUEST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'DSAREXT - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PROCESS-ONE-REQUEST UNTIL WS-NO-MORE-REQUESTS.
           CLOSE REQUEST-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'DSAREXT - REQUESTS READ:        ' REQUESTS-READ.
           DISPLAY 'DSAREXT - REQUESTS REPORTED:    '
              REQUESTS-REPORTED.
           DISPLAY 'DSAREXT - REQUESTS REJECTED:    '
              REQUESTS-REJECTED.
           DISPLAY 'DSAREXT - ANSWERED AFTER DUE:   ' REQUESTS-LATE.
           IF REQUESTS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       P999.
           EXIT.
       PROCESS-ONE-REQUEST SECTION.
       POR010.
           READ REQUEST-FILE
              AT END
                 MOVE 'Y' TO WS-REQUEST-SW
                 GO TO POR999
           END-READ.
           ADD 1 TO REQUESTS-READ.
           IF REQ-CUSTOMER NOT NUMERIC OR REQ-CUSTOMER-NUM = 0
              DISPLAY 'DSAREXT - INVALID CUSTOMER NUMBER '
                 REQ-CUSTOMER ' ON REQUEST ' REQ-REFERENCE
                 ' - REJECTED'
              ADD 1 TO REQUESTS-REJECTED
              GO TO POR999
           END-IF.
           IF REQ-RECEIVED NUMERIC AND REQ-RECEIVED-NUM > 0
              MOVE REQ-RECEIVED-NUM TO WS-RECEIVED-DATE
           ELSE
              MOVE WS-RUN-DATE-X TO WS-RECEIVED-DATE
           END-IF.
           IF WS-RECEIVED-DATE > WS-RUN-DATE-X
              DISPLAY 'DSAREXT - RECEIVED DATE ' WS-RECEIVED-DATE
                 ' IS IN THE FUTURE ON REQUEST ' REQ-REFERENCE
                 ' - REJECTED'
              ADD 1 TO REQUESTS-REJECTED
              GO TO POR999
           END-IF.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
              + WS-RESPONSE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER) TO WS-DUE-DATE.
           MOVE 0 TO WS-REQUEST-ITEMS.
           MOVE 0 TO WS-SECTION-NO.
           PERFORM RESOLVE-LIVE-NUMBER.
           PERFORM COLLECT-MERGED-NUMBERS.
           PERFORM COLLECT-ACCOUNTS.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM REPORT-CUSTOMER-RECORD.
           PERFORM REPORT-MERGED-NUMBERS.
           PERFORM REPORT-ARCHIVED-RECORDS.
           PERFORM REPORT-CHANGE-HISTORY.
           PERFORM REPORT-KYC-DOCUMENTS.
           PERFORM REPORT-PREFERENCES.
           PERFORM REPORT-COMPLAINTS.
           PERFORM REPORT-PAYEES.
           PERFORM REPORT-AUTHORITIES-HELD.
           PERFORM REPORT-ACCOUNTS.
           PERFORM REPORT-AUTHORITIES-GRANTED.
           PERFORM REPORT-CARDS.
           PERFORM REPORT-DISPUTES.
           PERFORM REPORT-TRANSACTIONS.
           PERFORM REPORT-ARCHIVED-TRANSACTIONS.
           PERFORM PRINT-REPORT-TRAILER.
           PERFORM LOG-REQUEST.
           ADD 1 TO REQUESTS-REPORTED.
       POR999.
           EXIT.
       RESOLVE-LIVE-NUMBER SECTION.
       RLN010.
      *
      *    A number that has been merged away is reported under the
      *    number it was merged into, following any chain of merges.
      *
           MOVE 0 TO WS-SUBJ-COUNT.
           MOVE 0 TO WS-ACC-COUNT.
           MOVE REQ-CUSTOMER TO HV-SUBJ-CUST.
           MOVE 0 TO WS-HOPS.
       RLN020.
           MOVE SPACES TO HV-MERGED-INTO.
           EXEC SQL
              SELECT MERGEAUD_SURVIVOR
              INTO :HV-MERGED-INTO
              FROM MERGEAUD
              WHERE MERGEAUD_VICTIM = :HV-SUBJ-CUST
           END-EXEC.
           IF SQLCODE = 0 AND HV-MERGED-INTO NOT = SPACES
              AND WS-HOPS < WS-MAX-SUBJECTS
              MOVE HV-MERGED-INTO TO HV-SUBJ-CUST
              ADD 1 TO WS-HOPS
              GO TO RLN020
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 1 TO WS-SUBJ-COUNT.
           MOVE HV-SUBJ-CUST TO WS-SUBJ-NUMBER(1).
           MOVE SPACES TO WS-SUBJ-MERGED-DATE(1).
           MOVE SPACES TO WS-SUBJ-MERGED-INTO(1).
       RLN999.
           EXIT.
       COLLECT-MERGED-NUMBERS SECTION.
       CMN010.
           PERFORM COLLECT-VICTIMS-OF
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
       CMN999.
           EXIT.
       COLLECT-VICTIMS-OF SECTION.
       CVO010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN MRG-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-VICTIM UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE MRG-CURSOR
           END-EXEC.
       CVO999.
           EXIT.
       FETCH-ONE-VICTIM SECTION.
       FOV010.
           EXEC SQL FETCH MRG-CURSOR
              INTO :HV-MRG-VICTIM, :HV-MRG-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FOV999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM CHECK-SUBJECT-LISTED
              VARYING WS-DUP-SUB FROM 1 BY 1
              UNTIL WS-DUP-SUB > WS-SUBJ-COUNT OR WS-ALREADY-LISTED.
           IF WS-ALREADY-LISTED
              GO TO FOV999
           END-IF.
           IF WS-SUBJ-COUNT NOT < WS-MAX-SUBJECTS
              DISPLAY 'DSAREXT - MORE THAN ' WS-MAX-SUBJECTS
                 ' MERGED NUMBERS FOR ' WS-SUBJ-NUMBER(1)
                 ' - ' HV-MRG-VICTIM ' NOT REPORTED'
              GO TO FOV999
           END-IF.
           ADD 1 TO WS-SUBJ-COUNT.
           MOVE HV-MRG-VICTIM TO WS-SUBJ-NUMBER(WS-SUBJ-COUNT).
           MOVE HV-MRG-DATE TO WS-SUBJ-MERGED-DATE(WS-SUBJ-COUNT).
           MOVE HV-SUBJ-CUST TO WS-SUBJ-MERGED-INTO(WS-SUBJ-COUNT).
       FOV999.
           EXIT.
       CHECK-SUBJECT-LISTED SECTION.
       CSL010.
           IF WS-SUBJ-NUMBER(WS-DUP-SUB) = HV-MRG-VICTIM
              MOVE 'Y' TO WS-DUP-SW
           END-IF.
       CSL999.
           EXIT.
       COLLECT-ACCOUNTS SECTION.
       CAC010.
           PERFORM COLLECT-ACCOUNTS-OF
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
       CAC999.
           EXIT.
       COLLECT-ACCOUNTS-OF SECTION.
       CAO010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN ACC-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-ACCOUNT-KEY UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE ACC-CURSOR
           END-EXEC.
       CAO999.
           EXIT.
       FETCH-ONE-ACCOUNT-KEY SECTION.
       FAK010.
           EXEC SQL FETCH ACC-CURSOR
              INTO :HV-SUBJ-SORTCODE, :HV-SUBJ-ACC-NO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FAK999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM CHECK-ACCOUNT-LISTED
              VARYING WS-DUP-SUB FROM 1 BY 1
              UNTIL WS-DUP-SUB > WS-ACC-COUNT OR WS-ALREADY-LISTED.
           IF WS-ALREADY-LISTED
              GO TO FAK999
           END-IF.
           IF WS-ACC-COUNT NOT < WS-MAX-ACCOUNTS
              DISPLAY 'DSAREXT - MORE THAN ' WS-MAX-ACCOUNTS
                 ' ACCOUNTS FOR ' WS-SUBJ-NUMBER(1)
                 ' - ' HV-SUBJ-SORTCODE '-' HV-SUBJ-ACC-NO
                 ' NOT REPORTED'
              GO TO FAK999
           END-IF.
           ADD 1 TO WS-ACC-COUNT.
           MOVE HV-SUBJ-SORTCODE TO WS-ACC-SORTCODE(WS-ACC-COUNT).
           MOVE HV-SUBJ-ACC-NO TO WS-ACC-NUMBER(WS-ACC-COUNT).
       FAK999.
           EXIT.
       CHECK-ACCOUNT-LISTED SECTION.
       CAL010.
           IF WS-ACC-SORTCODE(WS-DUP-SUB) = HV-SUBJ-SORTCODE
              AND WS-ACC-NUMBER(WS-DUP-SUB) = HV-SUBJ-ACC-NO
              MOVE 'Y' TO WS-DUP-SW
           END-IF.
       CAL999.
           EXIT.
       PRINT-REPORT-HEADER SECTION.
       PRH010.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           STRING 'SUBJECT ACCESS REQUEST  - CUSTOMER '
                     DELIMITED BY SIZE,
                  WS-SUBJ-NUMBER(1) DELIMITED BY SIZE,
                  '  BRANCH ' DELIMITED BY SIZE,
                  HV-OUR-SORTCODE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           MOVE WS-RECEIVED-DATE TO WS-ED-DATE.
           MOVE WS-DUE-DATE TO WS-ED-DATE-2.
           STRING 'REQUEST REFERENCE ' DELIMITED BY SIZE,
                  REQ-REFERENCE DELIMITED BY SIZE,
                  '  RAISED BY ' DELIMITED BY SIZE,
                  REQ-REQUESTED-BY DELIMITED BY SIZE,
                  '  RECEIVED ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  RESPONSE DUE ' DELIMITED BY SIZE,
                  WS-ED-DATE-2 DELIMITED BY SIZE,
                  '  PRODUCED ' DELIMITED BY SIZE,
                  WS-RUN-DATE-X DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           IF REQ-CUSTOMER NOT = WS-SUBJ-NUMBER(1)
              STRING 'CUSTOMER NUMBER ' DELIMITED BY SIZE,
                     REQ-CUSTOMER DELIMITED BY SIZE,
                     ' HAS BEEN MERGED AND IS NOW HELD UNDER '
                        DELIMITED BY SIZE,
                     WS-SUBJ-NUMBER(1) DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-LINE
           END-IF.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
       PRH999.
           EXIT.
       PRINT-REPORT-TRAILER SECTION.
       PRT010.
           PERFORM PRINT-LINE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-REQUEST-ITEMS TO WS-ED-ITEMS.
           STRING 'END OF SUBJECT ACCESS REPORT FOR CUSTOMER '
                     DELIMITED BY SIZE,
                  WS-SUBJ-NUMBER(1) DELIMITED BY SIZE,
                  ' - ' DELIMITED BY SIZE,
                  WS-ED-ITEMS DELIMITED BY SIZE,
                  ' ITEMS REPORTED' DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           PERFORM PRINT-LINE.
       PRT999.
           EXIT.
       START-SECTION SECTION.
       SS010.
           ADD 1 TO WS-SECTION-NO.
           MOVE 0 TO WS-SECTION-ITEMS.
           MOVE WS-SECTION-NO TO WS-ED-SECTION.
           PERFORM PRINT-LINE.
           STRING 'SECTION ' DELIMITED BY SIZE,
                  WS-ED-SECTION DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  WS-SECTION-TITLE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE(1:70).
           PERFORM PRINT-LINE.
       SS999.
           EXIT.
       END-SECTION SECTION.
       ES010.
           IF WS-SECTION-ITEMS = 0
              MOVE '    NONE HELD' TO WS-PRINT-LINE
              PERFORM PRINT-LINE
           END-IF.
       ES999.
           EXIT.
       COUNT-ITEM SECTION.
       CI010.
           ADD 1 TO WS-SECTION-ITEMS.
           ADD 1 TO WS-REQUEST-ITEMS.
       CI999.
           EXIT.
       PRINT-LINE SECTION.
       PL010.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
       PL999.
           EXIT.
       REPORT-CUSTOMER-RECORD SECTION.
       RCR010.
           MOVE 'CUSTOMER RECORD' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE WS-SUBJ-NUMBER(1) TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              MOVE '    NO LIVE CUSTOMER RECORD - SEE ARCHIVED RECORDS'
                 TO WS-PRINT-LINE
              PERFORM PRINT-LINE
              GO TO RCR999
           END-IF.
           PERFORM COUNT-ITEM.
           STRING '    NAME           ' DELIMITED BY SIZE,
                  CUSTOMER-NAME DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           STRING '    ADDRESS        ' DELIMITED BY SIZE,
                  CUSTOMER-ADDRESS(1:80) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           IF CUSTOMER-ADDRESS(81:80) NOT = SPACES
              MOVE CUSTOMER-ADDRESS(81:80) TO WS-PRINT-LINE(20:80)
              PERFORM PRINT-LINE
           END-IF.
           MOVE CUSTOMER-DATE-OF-BIRTH TO WS-DOB-GROUP.
           PERFORM EDIT-DOB.
           MOVE CUSTOMER-CREDIT-SCORE TO WS-ED-SCORE.
           STRING '    DATE OF BIRTH  ' DELIMITED BY SIZE,
                  WS-DOB-EDITED DELIMITED BY SIZE,
                  '    CREDIT SCORE ' DELIMITED BY SIZE,
                  WS-ED-SCORE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           MOVE CUSTOMER-CS-REVIEW-DATE TO WS-DOB-GROUP.
           PERFORM EDIT-DOB.
           STRING '    CREDIT SCORE REVIEW DUE ' DELIMITED BY SIZE,
                  WS-DOB-EDITED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       RCR999.
           EXIT.
       EDIT-DOB SECTION.
       ED010.
           MOVE WS-DOB-DD TO WS-DOBE-DD.
           MOVE WS-DOB-MM TO WS-DOBE-MM.
           MOVE WS-DOB-YYYY TO WS-DOBE-YYYY.
       ED999.
           EXIT.
       REPORT-MERGED-NUMBERS SECTION.
       RMN010.
           MOVE 'CUSTOMER NUMBERS MERGED INTO THIS CUSTOMER'
              TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM PRINT-ONE-MERGED-NUMBER
              VARYING WS-SUBJ-SUB FROM 2 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RMN999.
           EXIT.
       PRINT-ONE-MERGED-NUMBER SECTION.
       POM010.
           PERFORM COUNT-ITEM.
           STRING '    CUSTOMER ' DELIMITED BY SIZE,
                  WS-SUBJ-NUMBER(WS-SUBJ-SUB) DELIMITED BY SIZE,
                  '  MERGED INTO ' DELIMITED BY SIZE,
                  WS-SUBJ-MERGED-INTO(WS-SUBJ-SUB) DELIMITED BY SIZE,
                  '  ON ' DELIMITED BY SIZE,
                  WS-SUBJ-MERGED-DATE(WS-SUBJ-SUB) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       POM999.
           EXIT.
       REPORT-ARCHIVED-RECORDS SECTION.
       RAC010.
           MOVE 'ARCHIVED CUSTOMER RECORDS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-ARCHIVED-RECORDS
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RAC999.
           EXIT.
       LIST-ARCHIVED-RECORDS SECTION.
       LAR010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN CARCH-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-ARCHIVED-RECORD UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CARCH-CURSOR
           END-EXEC.
       LAR999.
           EXIT.
       FETCH-ONE-ARCHIVED-RECORD SECTION.
       FAR010.
           EXEC SQL FETCH CARCH-CURSOR
              INTO :HV-CARCH-NAME, :HV-CARCH-ADDRESS,
                   :HV-CARCH-DATE-OF-BIRTH,
                   :HV-CARCH-CREDIT-SCORE,
                   :HV-CARCH-CS-REVIEW-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FAR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           STRING '    CUSTOMER ' DELIMITED BY SIZE,
                  HV-SUBJ-CUST DELIMITED BY SIZE,
                  '  NAME ' DELIMITED BY SIZE,
                  HV-CARCH-NAME DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           STRING '        ADDRESS ' DELIMITED BY SIZE,
                  HV-CARCH-ADDRESS(1:80) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           IF HV-CARCH-ADDRESS(81:80) NOT = SPACES
              MOVE HV-CARCH-ADDRESS(81:80) TO WS-PRINT-LINE(17:80)
              PERFORM PRINT-LINE
           END-IF.
           MOVE HV-CARCH-CREDIT-SCORE TO WS-ED-SCORE.
           STRING '        DATE OF BIRTH ' DELIMITED BY SIZE,
                  HV-CARCH-DATE-OF-BIRTH DELIMITED BY SIZE,
                  '  CREDIT SCORE ' DELIMITED BY SIZE,
                  WS-ED-SCORE DELIMITED BY SIZE,
                  '  SCORE REVIEW DUE ' DELIMITED BY SIZE,
                  HV-CARCH-CS-REVIEW-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FAR999.
           EXIT.
       REPORT-CHANGE-HISTORY SECTION.
       RCH010.
           MOVE 'NAME AND ADDRESS CHANGE HISTORY' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-CHANGE-HISTORY
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RCH999.
           EXIT.
       LIST-CHANGE-HISTORY SECTION.
       LCH010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN HIST-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-CHANGE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE HIST-CURSOR
           END-EXEC.
       LCH999.
           EXIT.
       FETCH-ONE-CHANGE SECTION.
       FOC010.
           EXEC SQL FETCH HIST-CURSOR
              INTO :HV-CH-DATE, :HV-CH-TIME,
                   :HV-CH-TERMINAL, :HV-CH-USERID,
                   :HV-CH-OLD-NAME, :HV-CH-NEW-NAME,
                   :HV-CH-OLD-ADDRESS, :HV-CH-NEW-ADDRESS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FOC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           MOVE HV-CH-TIME TO WS-ED-TIME.
           STRING '    ' DELIMITED BY SIZE,
                  HV-CH-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-ED-TIME DELIMITED BY SIZE,
                  '  CUSTOMER ' DELIMITED BY SIZE,
                  HV-SUBJ-CUST DELIMITED BY SIZE,
                  '  CHANGED BY ' DELIMITED BY SIZE,
                  HV-CH-USERID DELIMITED BY SIZE,
                  ' TERMINAL ' DELIMITED BY SIZE,
                  HV-CH-TERMINAL DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           IF HV-CH-OLD-NAME NOT = HV-CH-NEW-NAME
              STRING '        NAME FROM    ' DELIMITED BY SIZE,
                     HV-CH-OLD-NAME DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-LINE
              STRING '             TO      ' DELIMITED BY SIZE,
                     HV-CH-NEW-NAME DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-LINE
           END-IF.
           IF HV-CH-OLD-ADDRESS NOT = HV-CH-NEW-ADDRESS
              STRING '        ADDRESS FROM ' DELIMITED BY SIZE,
                     HV-CH-OLD-ADDRESS(1:80) DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-LINE
              IF HV-CH-OLD-ADDRESS(81:80) NOT = SPACES
                 MOVE HV-CH-OLD-ADDRESS(81:80) TO WS-PRINT-LINE(22:80)
                 PERFORM PRINT-LINE
              END-IF
              STRING '             TO      ' DELIMITED BY SIZE,
                     HV-CH-NEW-ADDRESS(1:80) DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-LINE
              IF HV-CH-NEW-ADDRESS(81:80) NOT = SPACES
                 MOVE HV-CH-NEW-ADDRESS(81:80) TO WS-PRINT-LINE(22:80)
                 PERFORM PRINT-LINE
              END-IF
           END-IF.
       FOC999.
           EXIT.
       REPORT-KYC-DOCUMENTS SECTION.
       RKD010.
           MOVE 'IDENTITY DOCUMENTS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-KYC-DOCUMENTS
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RKD999.
           EXIT.
       LIST-KYC-DOCUMENTS SECTION.
       LKD010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN KYC-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-KYC-DOCUMENT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE KYC-CURSOR
           END-EXEC.
       LKD999.
           EXIT.
       FETCH-ONE-KYC-DOCUMENT SECTION.
       FKD010.
           EXEC SQL FETCH KYC-CURSOR
              INTO :HV-KYC-DOC-TYPE, :HV-KYC-REFERENCE,
                   :HV-KYC-ISSUE-DATE, :HV-KYC-EXPIRY-DATE,
                   :HV-KYC-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FKD999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           MOVE HV-KYC-ISSUE-DATE TO WS-ED-DATE.
           MOVE HV-KYC-EXPIRY-DATE TO WS-ED-DATE-2.
           STRING '    ' DELIMITED BY SIZE,
                  HV-KYC-DOC-TYPE DELIMITED BY SIZE,
                  '  REF ' DELIMITED BY SIZE,
                  HV-KYC-REFERENCE DELIMITED BY SIZE,
                  '  ISSUED ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  EXPIRES ' DELIMITED BY SIZE,
                  WS-ED-DATE-2 DELIMITED BY SIZE,
                  '  STATUS ' DELIMITED BY SIZE,
                  HV-KYC-STATUS DELIMITED BY SIZE,
                  '  CUSTOMER ' DELIMITED BY SIZE,
                  HV-SUBJ-CUST DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FKD999.
           EXIT.
       REPORT-PREFERENCES SECTION.
       RPF010.
           MOVE 'NOTIFICATION PREFERENCES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-PREFERENCES
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RPF999.
           EXIT.
       LIST-PREFERENCES SECTION.
       LPF010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN PREF-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-PREFERENCE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE PREF-CURSOR
           END-EXEC.
       LPF999.
           EXIT.
       FETCH-ONE-PREFERENCE SECTION.
       FPF010.
           EXEC SQL FETCH PREF-CURSOR
              INTO :HV-PREF-EVENT-TYPE, :HV-PREF-CHANNEL,
                   :HV-PREF-LANGUAGE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FPF999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           STRING '    EVENT ' DELIMITED BY SIZE,
                  HV-PREF-EVENT-TYPE DELIMITED BY SIZE,
                  '  CHANNEL ' DELIMITED BY SIZE,
                  HV-PREF-CHANNEL DELIMITED BY SIZE,
                  '  LANGUAGE ' DELIMITED BY SIZE,
                  HV-PREF-LANGUAGE DELIMITED BY SIZE,
                  '  CUSTOMER ' DELIMITED BY SIZE,
                  HV-SUBJ-CUST DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FPF999.
           EXIT.
       REPORT-COMPLAINTS SECTION.
       RCP010.
           MOVE 'COMPLAINTS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-COMPLAINTS
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RCP999.
           EXIT.
       LIST-COMPLAINTS SECTION.
       LCP010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN CMP-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-COMPLAINT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CMP-CURSOR
           END-EXEC.
       LCP999.
           EXIT.
       FETCH-ONE-COMPLAINT SECTION.
       FCP010.
           EXEC SQL FETCH CMP-CURSOR
              INTO :HV-CMP-ID, :HV-CMP-ACC-NO,
                   :HV-CMP-CATEGORY, :HV-CMP-RECEIVED,
                   :HV-CMP-RESOLVED, :HV-CMP-STATUS,
                   :HV-CMP-DETAIL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FCP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           MOVE HV-CMP-ID TO WS-ED-NUMBER.
           MOVE HV-CMP-RECEIVED TO WS-ED-DATE.
           MOVE HV-CMP-RESOLVED TO WS-ED-DATE-2.
           STRING '    COMPLAINT ' DELIMITED BY SIZE,
                  WS-ED-NUMBER DELIMITED BY SIZE,
                  '  ACCOUNT ' DELIMITED BY SIZE,
                  HV-CMP-ACC-NO DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  HV-CMP-CATEGORY DELIMITED BY SIZE,
                  '  RECEIVED ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  RESOLVED ' DELIMITED BY SIZE,
                  WS-ED-DATE-2 DELIMITED BY SIZE,
                  '  STATUS ' DELIMITED BY SIZE,
                  HV-CMP-STATUS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           STRING '        ' DELIMITED BY SIZE,
                  HV-CMP-DETAIL DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FCP999.
           EXIT.
       REPORT-PAYEES SECTION.
       RPY010.
           MOVE 'SAVED PAYEES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-PAYEES
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RPY999.
           EXIT.
       LIST-PAYEES SECTION.
       LPY010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN PAYEE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-PAYEE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE PAYEE-CURSOR
           END-EXEC.
       LPY999.
           EXIT.
       FETCH-ONE-PAYEE SECTION.
       FPY010.
           EXEC SQL FETCH PAYEE-CURSOR
              INTO :HV-PAYEE-SEQ, :HV-PAYEE-NAME,
                   :HV-PAYEE-SORTCODE, :HV-PAYEE-ACCOUNT,
                   :HV-PAYEE-REFERENCE, :HV-PAYEE-CREATED,
                   :HV-PAYEE-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FPY999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           MOVE HV-PAYEE-CREATED TO WS-ED-DATE.
           STRING '    ' DELIMITED BY SIZE,
                  HV-PAYEE-NAME DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-PAYEE-SORTCODE DELIMITED BY SIZE,
                  '-' DELIMITED BY SIZE,
                  HV-PAYEE-ACCOUNT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           STRING '        REF ' DELIMITED BY SIZE,
                  HV-PAYEE-REFERENCE DELIMITED BY SIZE,
                  '  ADDED ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  STATUS ' DELIMITED BY SIZE,
                  HV-PAYEE-STATUS DELIMITED BY SIZE,
                  '  CUSTOMER ' DELIMITED BY SIZE,
                  HV-SUBJ-CUST DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FPY999.
           EXIT.
       REPORT-AUTHORITIES-HELD SECTION.
       RAH010.
           MOVE 'AUTHORITIES HELD TO OPERATE OTHER ACCOUNTS'
              TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-AUTHORITIES-HELD
              VARYING WS-SUBJ-SUB FROM 1 BY 1
              UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           PERFORM END-SECTION.
       RAH999.
           EXIT.
       LIST-AUTHORITIES-HELD SECTION.
       LAH010.
           MOVE WS-SUBJ-NUMBER(WS-SUBJ-SUB) TO HV-SUBJ-CUST.
           EXEC SQL OPEN AUTHHELD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-AUTHORITY-HELD UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE AUTHHELD-CURSOR
           END-EXEC.
       LAH999.
           EXIT.
       FETCH-ONE-AUTHORITY-HELD SECTION.
       FAH010.
           EXEC SQL FETCH AUTHHELD-CURSOR
              INTO :HV-OPAUTH-SORTCODE, :HV-OPAUTH-ACC-NO,
                   :HV-OPAUTH-CUSTOMER, :HV-OPAUTH-SCOPE,
                   :HV-OPAUTH-DEBIT-LIMIT, :HV-OPAUTH-START,
                   :HV-OPAUTH-END, :HV-OPAUTH-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FAH999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           PERFORM PRINT-AUTHORITY.
       FAH999.
           EXIT.
       PRINT-AUTHORITY SECTION.
       PAU010.
           MOVE HV-OPAUTH-DEBIT-LIMIT TO WS-ED-AMOUNT.
           MOVE HV-OPAUTH-START TO WS-ED-DATE.
           MOVE HV-OPAUTH-END TO WS-ED-DATE-2.
           STRING '    ACCOUNT ' DELIMITED BY SIZE,
                  HV-OPAUTH-SORTCODE DELIMITED BY SIZE,
                  '-' DELIMITED BY SIZE,
                  HV-OPAUTH-ACC-NO DELIMITED BY SIZE,
                  '  AUTHORISED CUSTOMER ' DELIMITED BY SIZE,
                  HV-OPAUTH-CUSTOMER DELIMITED BY SIZE,
                  '  SCOPE ' DELIMITED BY SIZE,
                  HV-OPAUTH-SCOPE DELIMITED BY SIZE,
                  '  DEBIT LIMIT ' DELIMITED BY SIZE,
                  WS-ED-AMOUNT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           STRING '        FROM ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  TO ' DELIMITED BY SIZE,
                  WS-ED-DATE-2 DELIMITED BY SIZE,
                  '  STATUS ' DELIMITED BY SIZE,
                  HV-OPAUTH-STATUS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       PAU999.
           EXIT.
       REPORT-ACCOUNTS SECTION.
       RAA010.
           MOVE 'ACCOUNTS HELD' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM PRINT-ONE-ACCOUNT
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM END-SECTION.
       RAA999.
           EXIT.
       PRINT-ONE-ACCOUNT SECTION.
       POA010.
           MOVE WS-ACC-SORTCODE(WS-ACC-SUB) TO HV-SUBJ-SORTCODE.
           MOVE WS-ACC-NUMBER(WS-ACC-SUB) TO HV-SUBJ-ACC-NO.
           EXEC SQL
              SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                     ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                     ACCOUNT_INTEREST_RATE, ACCOUNT_OPENED,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-INT-RATE, :HV-ACCOUNT-OPENED,
                   :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SUBJ-SORTCODE
              AND ACCOUNT_NUMBER = :HV-SUBJ-ACC-NO
           END-EXEC.
           IF SQLCODE = 100
              PERFORM COUNT-ITEM
              STRING '    ACCOUNT ' DELIMITED BY SIZE,
                     HV-SUBJ-SORTCODE DELIMITED BY SIZE,
                     '-' DELIMITED BY SIZE,
                     HV-SUBJ-ACC-NO DELIMITED BY SIZE,
                     '  CLOSED - HOLDER RECORD ONLY' DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM PRINT-LINE
              GO TO POA020
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           MOVE HV-ACCOUNT-INT-RATE TO WS-ED-RATE.
           STRING '    ACCOUNT ' DELIMITED BY SIZE,
                  HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                  '-' DELIMITED BY SIZE,
                  HV-ACCOUNT-ACC-NO DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  HV-ACCOUNT-ACC-TYPE DELIMITED BY SIZE,
                  '  OPENED ' DELIMITED BY SIZE,
                  HV-ACCOUNT-OPENED DELIMITED BY SIZE,
                  '  MAIN HOLDER ' DELIMITED BY SIZE,
                  HV-ACCOUNT-CUST-NO DELIMITED BY SIZE,
                  '  INTEREST RATE ' DELIMITED BY SIZE,
                  WS-ED-RATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-ED-AMOUNT.
           MOVE HV-ACCOUNT-AVAIL-BAL TO WS-ED-AMOUNT-2.
           MOVE HV-ACCOUNT-OVERDRAFT-LIM TO WS-ED-LIMIT.
           STRING '        BALANCE ' DELIMITED BY SIZE,
                  WS-ED-AMOUNT DELIMITED BY SIZE,
                  '  AVAILABLE ' DELIMITED BY SIZE,
                  WS-ED-AMOUNT-2 DELIMITED BY SIZE,
                  '  OVERDRAFT LIMIT ' DELIMITED BY SIZE,
                  WS-ED-LIMIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       POA020.
           EXEC SQL OPEN HOLDER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-HOLDER UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE HOLDER-CURSOR
           END-EXEC.
       POA999.
           EXIT.
       FETCH-ONE-HOLDER SECTION.
       FOH010.
           EXEC SQL FETCH HOLDER-CURSOR
              INTO :HV-HOLDER-CUST-NO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FOH999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           STRING '        ACCOUNT HOLDER ' DELIMITED BY SIZE,
                  HV-HOLDER-CUST-NO DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FOH999.
           EXIT.
       REPORT-AUTHORITIES-GRANTED SECTION.
       RAG010.
           MOVE 'AUTHORITIES GRANTED OVER THESE ACCOUNTS'
              TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-AUTHORITIES-GRANTED
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM END-SECTION.
       RAG999.
           EXIT.
       LIST-AUTHORITIES-GRANTED SECTION.
       LAG010.
           MOVE WS-ACC-SORTCODE(WS-ACC-SUB) TO HV-SUBJ-SORTCODE.
           MOVE WS-ACC-NUMBER(WS-ACC-SUB) TO HV-SUBJ-ACC-NO.
           EXEC SQL OPEN AUTHGRANT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-AUTHORITY-GRANTED UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE AUTHGRANT-CURSOR
           END-EXEC.
       LAG999.
           EXIT.
       FETCH-ONE-AUTHORITY-GRANTED SECTION.
       FAG010.
           EXEC SQL FETCH AUTHGRANT-CURSOR
              INTO :HV-OPAUTH-SORTCODE, :HV-OPAUTH-ACC-NO,
                   :HV-OPAUTH-CUSTOMER, :HV-OPAUTH-SCOPE,
                   :HV-OPAUTH-DEBIT-LIMIT, :HV-OPAUTH-START,
                   :HV-OPAUTH-END, :HV-OPAUTH-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FAG999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           PERFORM PRINT-AUTHORITY.
       FAG999.
           EXIT.
       REPORT-CARDS SECTION.
       RCD010.
           MOVE 'CARDS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-CARDS
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM END-SECTION.
       RCD999.
           EXIT.
       LIST-CARDS SECTION.
       LCD010.
           MOVE WS-ACC-SORTCODE(WS-ACC-SUB) TO HV-SUBJ-SORTCODE.
           MOVE WS-ACC-NUMBER(WS-ACC-SUB) TO HV-SUBJ-ACC-NO.
           EXEC SQL OPEN CARD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-CARD UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CARD-CURSOR
           END-EXEC.
       LCD999.
           EXIT.
       FETCH-ONE-CARD SECTION.
       FCD010.
           EXEC SQL FETCH CARD-CURSOR
              INTO :HV-CARD-NUMBER, :HV-CARD-STATUS,
                   :HV-CARD-EXPIRY, :HV-CARD-ISSUED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FCD999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
      *
      *    The card number is masked to its last four digits.
      *
           MOVE HV-CARD-ISSUED TO WS-ED-DATE.
           MOVE HV-CARD-EXPIRY TO WS-ED-DATE-2.
           STRING '    CARD ************' DELIMITED BY SIZE,
                  HV-CARD-NUMBER(13:4) DELIMITED BY SIZE,
                  '  ACCOUNT ' DELIMITED BY SIZE,
                  HV-SUBJ-SORTCODE DELIMITED BY SIZE,
                  '-' DELIMITED BY SIZE,
                  HV-SUBJ-ACC-NO DELIMITED BY SIZE,
                  '  ISSUED ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  EXPIRES ' DELIMITED BY SIZE,
                  WS-ED-DATE-2 DELIMITED BY SIZE,
                  '  STATUS ' DELIMITED BY SIZE,
                  HV-CARD-STATUS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FCD999.
           EXIT.
       REPORT-DISPUTES SECTION.
       RDS010.
           MOVE 'TRANSACTION DISPUTES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-DISPUTES
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM END-SECTION.
       RDS999.
           EXIT.
       LIST-DISPUTES SECTION.
       LDS010.
           MOVE WS-ACC-SORTCODE(WS-ACC-SUB) TO HV-SUBJ-SORTCODE.
           MOVE WS-ACC-NUMBER(WS-ACC-SUB) TO HV-SUBJ-ACC-NO.
           EXEC SQL OPEN DSP-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-DISPUTE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE DSP-CURSOR
           END-EXEC.
       LDS999.
           EXIT.
       FETCH-ONE-DISPUTE SECTION.
       FDS010.
           EXEC SQL FETCH DSP-CURSOR
              INTO :HV-DSP-ORIG-DATE, :HV-DSP-ORIG-REF,
                   :HV-DSP-AMOUNT, :HV-DSP-STATUS,
                   :HV-DSP-RAISED-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FDS999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           MOVE HV-DSP-AMOUNT TO WS-ED-AMOUNT.
           MOVE HV-DSP-RAISED-DATE TO WS-ED-DATE.
           STRING '    ACCOUNT ' DELIMITED BY SIZE,
                  HV-SUBJ-SORTCODE DELIMITED BY SIZE,
                  '-' DELIMITED BY SIZE,
                  HV-SUBJ-ACC-NO DELIMITED BY SIZE,
                  '  TRANSACTION ' DELIMITED BY SIZE,
                  HV-DSP-ORIG-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DSP-ORIG-REF DELIMITED BY SIZE,
                  '  AMOUNT ' DELIMITED BY SIZE,
                  WS-ED-AMOUNT DELIMITED BY SIZE,
                  '  RAISED ' DELIMITED BY SIZE,
                  WS-ED-DATE DELIMITED BY SIZE,
                  '  STATUS ' DELIMITED BY SIZE,
                  HV-DSP-STATUS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       FDS999.
           EXIT.
       REPORT-TRANSACTIONS SECTION.
       RTX010.
           MOVE 'TRANSACTION HISTORY' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-TRANSACTIONS
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM END-SECTION.
       RTX999.
           EXIT.
       LIST-TRANSACTIONS SECTION.
       LTX010.
           MOVE WS-ACC-SORTCODE(WS-ACC-SUB) TO HV-SUBJ-SORTCODE.
           MOVE WS-ACC-NUMBER(WS-ACC-SUB) TO HV-SUBJ-ACC-NO.
           EXEC SQL OPEN TXN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-TRANSACTION UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE TXN-CURSOR
           END-EXEC.
       LTX999.
           EXIT.
       FETCH-ONE-TRANSACTION SECTION.
       FTX010.
           EXEC SQL FETCH TXN-CURSOR
              INTO :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                   :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FTX999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           PERFORM PRINT-TRANSACTION.
       FTX999.
           EXIT.
       PRINT-TRANSACTION SECTION.
       PTX010.
           MOVE HV-PROCTRAN-AMOUNT TO WS-ED-AMOUNT.
           STRING '    ' DELIMITED BY SIZE,
                  HV-SUBJ-SORTCODE DELIMITED BY SIZE,
                  '-' DELIMITED BY SIZE,
                  HV-SUBJ-ACC-NO DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  HV-PROCTRAN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-PROCTRAN-TIME DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  HV-PROCTRAN-TYPE DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  HV-PROCTRAN-REF DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  HV-PROCTRAN-DESC DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-ED-AMOUNT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING.
           PERFORM PRINT-LINE.
       PTX999.
           EXIT.
       REPORT-ARCHIVED-TRANSACTIONS SECTION.
       RAT010.
           MOVE 'ARCHIVED TRANSACTION HISTORY' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM LIST-ARCHIVED-TRANSACTIONS
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM END-SECTION.
       RAT999.
           EXIT.
       LIST-ARCHIVED-TRANSACTIONS SECTION.
       LAT010.
           MOVE WS-ACC-SORTCODE(WS-ACC-SUB) TO HV-SUBJ-SORTCODE.
           MOVE WS-ACC-NUMBER(WS-ACC-SUB) TO HV-SUBJ-ACC-NO.
           EXEC SQL OPEN ARCTXN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-ROW-SW.
           PERFORM FETCH-ONE-ARCHIVED-TXN UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE ARCTXN-CURSOR
           END-EXEC.
       LAT999.
           EXIT.
       FETCH-ONE-ARCHIVED-TXN SECTION.
       FAT010.
           EXEC SQL FETCH ARCTXN-CURSOR
              INTO :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                   :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ROW-SW
              GO TO FAT999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM COUNT-ITEM.
           PERFORM PRINT-TRANSACTION.
       FAT999.
           EXIT.
       LOG-REQUEST SECTION.
       LRQ010.
      *
      *    The log row is committed with each report so that the
      *    evidence of every response produced survives a later
      *    failure in the same run.
      *
           MOVE HV-OUR-SORTCODE TO HV-DSAR-SORTCODE.
           MOVE WS-SUBJ-NUMBER(1) TO HV-DSAR-CUSTOMER.
           MOVE REQ-CUSTOMER TO HV-DSAR-REQUESTED-NO.
           MOVE REQ-REFERENCE TO HV-DSAR-REFERENCE.
           MOVE REQ-REQUESTED-BY TO HV-DSAR-REQUESTED-BY.
           MOVE WS-RECEIVED-DATE TO HV-DSAR-RECEIVED.
           MOVE WS-DUE-DATE TO HV-DSAR-DUE.
           MOVE WS-RUN-DATE-X TO HV-DSAR-PRODUCED.
           MOVE WS-REQUEST-ITEMS TO HV-DSAR-ITEMS.
           COMPUTE HV-DSAR-MERGED = WS-SUBJ-COUNT - 1.
           MOVE WS-ACC-COUNT TO HV-DSAR-ACCOUNTS.
           IF WS-RUN-DATE-X > WS-DUE-DATE
              MOVE 'L' TO HV-DSAR-STATUS
              ADD 1 TO REQUESTS-LATE
              DISPLAY 'DSAREXT - REQUEST ' REQ-REFERENCE
                 ' ANSWERED AFTER DUE DATE ' WS-DUE-DATE
           ELSE
              MOVE 'C' TO HV-DSAR-STATUS
           END-IF.
           EXEC SQL
              INSERT INTO DSARLOG
                     (
                      DSARLOG_SORTCODE,
                      DSARLOG_CUSTOMER,
                      DSARLOG_REQUESTED_NO,
                      DSARLOG_REFERENCE,
                      DSARLOG_REQUESTED_BY,
                      DSARLOG_RECEIVED,
                      DSARLOG_DUE,
                      DSARLOG_PRODUCED,
                      DSARLOG_ITEMS,
                      DSARLOG_MERGED,
                      DSARLOG_ACCOUNTS,
                      DSARLOG_STATUS
                     )
              VALUES
                     (
                      :HV-DSAR-SORTCODE,
                      :HV-DSAR-CUSTOMER,
                      :HV-DSAR-REQUESTED-NO,
                      :HV-DSAR-REFERENCE,
                      :HV-DSAR-REQUESTED-BY,
                      :HV-DSAR-RECEIVED,
                      :HV-DSAR-DUE,
                      :HV-DSAR-PRODUCED,
                      :HV-DSAR-ITEMS,
                      :HV-DSAR-MERGED,
                      :HV-DSAR-ACCOUNTS,
                      :HV-DSAR-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       LRQ999.
           EXIT.
       GET-RESPONSE-CONFIG SECTION.
       GRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-DSAR-RESPONSE-DAYS' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-RESPONSE-DAYS
           END-IF.
       GRC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'DSAREXT - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
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
